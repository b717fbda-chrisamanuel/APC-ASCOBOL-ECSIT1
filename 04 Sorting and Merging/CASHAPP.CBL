000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Automatic cash application: reads the electronic
000050*             bank statement file, matches each new receipt to an
000060*             open item on ARITEMS.DAT by the invoice number in
000070*             the narrative or by exact amount for the customer
000080*             quoted, writes the matched receipts to PAYMENTS.DAT
000090*             for ARPOST to post, marks them applied on the
000100*             statement, and reports the unmatched remainder for
000105*             manual review.
000110* Tectonics: cobc
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000430*                     and releases it at the controlled end,
000440*                     so this run cannot update the masters
000450*                     underneath a batch run in flight.
000451*               DF    BANKSTMT.DAT is now the whole statement
000452*                     (header, typed debit and credit lines,
000453*                     trailer) for BANKREC. Only credit lines
000454*                     typed REC not yet applied are matched; the
000455*                     file is rewritten whole through CASHAPP.TMP
000456*                     with the matched receipts flagged applied,
000457*                     so a re-run takes only the remainder.
000458*               DF    Holds its return code across the RUNLOCK
000459*                     release, which sets RETURN-CODE itself.
000460******************************************************************

000470 ENVIRONMENT DIVISION.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS Payments-File-Status.

000610     SELECT StatementWorkFile ASSIGN TO "CASHAPP.TMP"
000620         ORGANIZATION IS LINE SEQUENTIAL.

000630     SELECT CashRptFile ASSIGN TO "CASHAPP.RPT"
000660 FILE SECTION.
000670 FD BankStatementFile.
000680 01 Bank-Statement-Record.
000681    02 BS-RecordType        PIC X(1).
000682       88 BS-Header-Rec       VALUE 'H'.
000683       88 BS-Detail-Rec       VALUE 'D'.
000684       88 BS-Trailer-Rec      VALUE 'T'.
000690    02 BS-StmtDate          PIC 9(8).
000691    02 BS-Detail-Body.
000700       03 BS-Amount         PIC 9(7)V99.
000701       03 BS-DrCr           PIC X(1).
000702          88 BS-Credit        VALUE 'C'.
000703          88 BS-Debit         VALUE 'D'.
000704       03 BS-TranType       PIC X(3).
000705          88 BS-Receipt       VALUE "REC".
000710       03 BS-Narrative      PIC X(30).
000711       03 BS-Applied        PIC X(1).
000712          88 BS-Receipt-Applied VALUE 'A'.
000713    02 BS-Balance-Body REDEFINES BS-Detail-Body.
000714       03 BS-Balance        PIC S9(9)V99
000715                            SIGN IS LEADING SEPARATE.
000716       03 FILLER            PIC X(32).

000720 FD ArItemsFile.
000730 01 Ar-Open-Item.
000930    02 PY-Amount            PIC 9(7)V99.
000940    02 PY-CurrencyCode      PIC X(3).

000950 FD StatementWorkFile.
000960 01 Statement-Work-Record    PIC X(53).

001000 FD CashRptFile.
001010 01 Cash-Rpt-Record         PIC X(90).
001060 01 Lock-Step-Name           PIC X(20) VALUE "CASHAPP".
001070 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001080 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001082* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001084* step's own code is held here and restored after it.
001086 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001090 01 Bank-Statement-File-Status PIC X(02) VALUE SPACES.
001100 77 Ar-Items-File-Status    PIC X(02) VALUE '00'.
001110 77 Payments-File-Status    PIC X(02) VALUE '00'.
001310 01 Item-Sub                PIC 9(3)  VALUE ZERO.
001320 01 Matched-Item-Sub        PIC 9(3)  VALUE ZERO.

001330* Every statement line streams through the CASHAPP.TMP work
001340* file rather than a fixed table, so however many receipts fail
001350* to match, every one is written back to the statement file for
001360* the re-run after review - money never drops off the stream.
001370 01 Work-Copy-Eof-Switch    PIC X(01) VALUE 'N'.
001380     88 Work-Copy-Eof        VALUE 'Y'.

001530 01 Receipts-Unmatched-Count PIC 9(5) VALUE ZERO.
001540 01 Matched-Value-Total    PIC 9(9)V99 VALUE ZERO.
001550 01 Unmatched-Value-Total  PIC 9(9)V99 VALUE ZERO.
001551 01 Lines-Passed-Count     PIC 9(5)  VALUE ZERO.

001560 01 FILLER                 PIC X(90) VALUE SPACES.
001570 01 CashApp-Heading.
001840    02 CashMatchedCount     PIC BZZZZ9.
001850    02 FILLER               PIC X(12) VALUE "  UNMATCHED:".
001860    02 CashUnmatchedCount   PIC BZZZZ9.
001861    02 FILLER               PIC X(16) VALUE "  OTHER LINES:".
001862    02 CashLinesPassed      PIC BZZZZ9.

001870 01 CashApp-Total-Line-2.
001880    02 FILLER               PIC X(15) VALUE "MATCHED VALUE:".
002080             OR NOT Items-Open-Ok
002090         MOVE 16 TO RETURN-CODE
002100     ELSE
002110         PERFORM 2000-TAKE-ONE-LINE
002120             UNTIL Statement-Eof
002130         PERFORM 3000-FINISH-CASH-RUN
002140     END-IF
002150     PERFORM 8000-TERMINATE
002155     MOVE RETURN-CODE TO Step-Return-Code
002160     MOVE 'R' TO Lock-Function
002170     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002180         Lock-Run-Date, Lock-Return-Code
002185     MOVE Step-Return-Code TO RETURN-CODE
002190     GOBACK.

002200******************************************************************
002390                 CLOSE PaymentsFile
002400                 OPEN EXTEND PaymentsFile
002410             END-IF
002420             OPEN OUTPUT StatementWorkFile
002430             WRITE Cash-Rpt-Record FROM CashApp-Heading
002440             WRITE Cash-Rpt-Record FROM HorizontalLine
002450             MOVE SPACES TO Cash-Rpt-Record
002930     .

002940******************************************************************
002941* 2000-TAKE-ONE-LINE - a receipt not yet applied is matched;
002942* headers, trailers, debits, other credits and receipts applied
002943* on an earlier run pass straight through. Every line goes to
002944* the work stream for the rewrite.
002945******************************************************************
002946 2000-TAKE-ONE-LINE.
002947     IF BS-Detail-Rec AND BS-Credit AND BS-Receipt
002948             AND NOT BS-Receipt-Applied
002949         PERFORM 2050-APPLY-ONE-RECEIPT
002950     ELSE
002951         ADD 1 TO Lines-Passed-Count
002952     END-IF
002953     PERFORM 2400-KEEP-STATEMENT-LINE
002954     READ BankStatementFile
002955         AT END MOVE 'Y' TO Statement-Eof-Switch
002956     END-READ
002957     .

002958******************************************************************
002959* 2050-APPLY-ONE-RECEIPT - match one statement receipt: by the
002960* invoice number in the narrative first, by exact amount for the
002970* narrative's customer second, unmatched to the review list
002980* last. A matched receipt is flagged applied on the statement.
002990******************************************************************
003000 2050-APPLY-ONE-RECEIPT.
003010     ADD 1 TO Receipts-Read-Count
003020     MOVE 'N' TO Receipt-Matched-Switch
003030     MOVE BS-Narrative TO Narrative-Work
003140         ADD 1 TO Receipts-Matched-Count
003150         ADD BS-Amount TO Matched-Value-Total
003160         PERFORM 2300-WRITE-MATCHED-PAYMENT
003165         MOVE 'A' TO BS-Applied
003170     ELSE
003180         ADD 1 TO Receipts-Unmatched-Count
003190         ADD BS-Amount TO Unmatched-Value-Total
003200         MOVE "UNMATCHED - REVIEW" TO Match-Reason-Text
003220     END-IF
003230     PERFORM 2500-PRINT-RECEIPT-LINE
003270     .

003280******************************************************************
003900     .

003910******************************************************************
003920* 2400-KEEP-STATEMENT-LINE - file the line, applied flag and
003930* all, on the work stream so the statement file can be
003940* rewritten whole.
003950******************************************************************
003960 2400-KEEP-STATEMENT-LINE.
004000     WRITE Statement-Work-Record FROM Bank-Statement-Record
004010     .

004020******************************************************************

004130******************************************************************
004140* 3000-FINISH-CASH-RUN - the control block, then the statement
004150* file rewritten with the matched receipts flagged applied.
004160******************************************************************
004170 3000-FINISH-CASH-RUN.
004180     MOVE SPACES TO Cash-Rpt-Record
004210     MOVE Receipts-Read-Count      TO CashReceiptsRead
004220     MOVE Receipts-Matched-Count   TO CashMatchedCount
004230     MOVE Receipts-Unmatched-Count TO CashUnmatchedCount
004235     MOVE Lines-Passed-Count       TO CashLinesPassed
004240     WRITE Cash-Rpt-Record FROM CashApp-Total-Line-1
004250     MOVE Matched-Value-Total   TO CashMatchedValue
004260     MOVE Unmatched-Value-Total TO CashUnmatchedValue
004300         WRITE Cash-Rpt-Record FROM CashApp-Dropped-Line
004310     END-IF
004320     CLOSE BankStatementFile
004330     CLOSE StatementWorkFile
004340     OPEN OUTPUT BankStatementFile
004350     OPEN INPUT StatementWorkFile
004360     READ StatementWorkFile
004370         AT END MOVE 'Y' TO Work-Copy-Eof-Switch
004380     END-READ
004390     PERFORM 3100-WRITE-ONE-LINE UNTIL Work-Copy-Eof
004400     CLOSE StatementWorkFile
004410     .

004420******************************************************************
004430* 3100-WRITE-ONE-LINE - copy one statement line back to the
004440* statement file.
004450******************************************************************
004460 3100-WRITE-ONE-LINE.
004500     WRITE Bank-Statement-Record FROM Statement-Work-Record
004510     READ StatementWorkFile
004520         AT END MOVE 'Y' TO Work-Copy-Eof-Switch
004530     END-READ
004540     .
