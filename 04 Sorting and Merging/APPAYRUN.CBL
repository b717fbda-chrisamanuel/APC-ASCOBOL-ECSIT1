000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Weekly supplier payment run: pays every matched
000050*             APITEMS.DAT open item that has reached its
000060*             supplier's terms, one credit transfer per supplier
000070*             on the SUPPPAY.DAT bank file, and marks the items
000080*             paid.
000090* Tectonics: cobc
000100******************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. APPAYRUN.
000130 AUTHOR.     D. FENNESSY.
000140 DATE-WRITTEN.

000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   ----------  ----  ------------------------------------------
000190*               DF    New program: an open item is due once it
000200*                     is as old as its supplier's terms on the
000210*                     SUPPMAST.DAT master (30/360 calendar from
000220*                     the invoice date). A supplier's due items
000230*                     are totalled into one SUPPPAY.DAT credit
000240*                     transfer in the BANKPAY.DAT layout (header,
000250*                     one detail per supplier, trailer with count
000260*                     and amount hash) and each item is marked
000270*                     paid. A supplier on hold, without bank
000280*                     details or missing from the master is not
000290*                     paid and is listed with what was due.
000300*                     APPAYRUN.RPT carries the payments, the
000310*                     skipped suppliers and the remittance control
000320*                     totals for sign-off; the payment journal
000330*                     (trade creditors against the bank) goes to
000340*                     GLPOST.DAT.
000342*               DF    Hands its record counts to STEPCNT for
000344*                     RUNALL's run history, and holds its
000346*                     return code across the closing CALLs,
000348*                     which set RETURN-CODE themselves.
000350******************************************************************

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ApItemsFile ASSIGN TO "APITEMS.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AP-ItemKey
000430         FILE STATUS IS Ap-Items-File-Status.

000440     SELECT SupplierMasterFile ASSIGN TO "SUPPMAST.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SU-SupplierID
000480         FILE STATUS IS Supp-Master-File-Status.

000490     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS Run-Parm-File-Status.

000520     SELECT SuppPayFile ASSIGN TO "SUPPPAY.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL.

000540     SELECT PayRunRptFile ASSIGN TO "APPAYRUN.RPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.

000560     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS Gl-Posting-File-Status.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD ApItemsFile.
000620 01 Ap-Open-Item.
000630    02 AP-ItemKey.
000640       03 AP-SupplierID     PIC 9(5).
000650       03 AP-InvoiceNo      PIC X(10).
000660    02 AP-InvoiceDate       PIC 9(8).
000670    02 AP-PoNumber          PIC 9(6).
000680    02 AP-OilID             PIC X(3).
000690    02 AP-Qty               PIC 9(5).
000700    02 AP-NetValue          PIC 9(7)V99.
000710    02 AP-VatValue          PIC 9(7)V99.
000720    02 AP-GrossValue        PIC 9(7)V99.
000730    02 AP-PaidValue         PIC 9(7)V99.
000740    02 AP-StatusCode        PIC X(1).
000750       88 AP-Item-Open        VALUE 'O'.
000760       88 AP-Item-Paid        VALUE 'P'.
000770    02 AP-MatchDate         PIC 9(8).
000780    02 AP-PaidDate          PIC 9(8).

000790 FD SupplierMasterFile.
000800 01 Supplier-Master-Record.
000810    02 SU-SupplierID         PIC 9(5).
000820    02 SU-SupplierName       PIC X(20).
000830    02 SU-SortCode           PIC 9(6).
000840    02 SU-AccountNo          PIC 9(8).
000850    02 SU-TermsDays          PIC 9(3).
000860    02 SU-HoldFlag           PIC X(1).
000870       88 SU-On-Hold           VALUE 'H'.

000880 FD RunParmFile.
000890 01 Run-Parm-Record.
000900    02 RP-RunDate.
000910       03 RP-RunYear        PIC 9(4).
000920       03 RP-RunMonth       PIC 9(2).
000930       03 RP-RunDay         PIC 9(2).
000940    02 RP-PeriodStart       PIC 9(8).
000950    02 RP-PeriodEnd         PIC 9(8).
000960    02 RP-PeriodStatus      PIC X(1).

000970 FD SuppPayFile.
000980 01 Supp-Pay-Record          PIC X(40).

000990 FD PayRunRptFile.
001000 01 Pay-Run-Rpt-Record       PIC X(80).

001010 FD GlPostingFile.
001020 01 Gl-Posting-Record.
001030    02 GL-RunDate           PIC 9(8).
001040    02 GL-Source            PIC X(8).
001050    02 GL-AccountCode       PIC X(6).
001060    02 GL-DebitAmount       PIC 9(9)V99.
001070    02 GL-CreditAmount      PIC 9(9)V99.

001080 WORKING-STORAGE SECTION.
001090* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001100* when another batch invocation is already in flight.
001110 01 Lock-Function            PIC X(01) VALUE SPACE.
001120 01 Lock-Step-Name           PIC X(20) VALUE "APPAYRUN".
001130 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001140 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001141* The closing CALLs set RETURN-CODE themselves, so the
001142* step's own code is held here and restored after them.
001143 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001144 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001145 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001146 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001150 77 Ap-Items-File-Status    PIC X(02) VALUE '00'.
001160 77 Supp-Master-File-Status PIC X(02) VALUE '00'.
001170 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
001180 77 Gl-Posting-File-Status  PIC X(02) VALUE '00'.
001190 01 Items-Eof-Switch        PIC X(01) VALUE 'N'.
001200     88 Items-Eof            VALUE 'Y'.
001210 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001220     88 Run-Parm-Missing     VALUE 'Y'.
001230 01 Items-Available-Switch  PIC X(01) VALUE 'N'.
001240     88 Items-Available      VALUE 'Y'.
001250 01 Supp-Master-Available-Switch PIC X(01) VALUE 'N'.
001260     88 Supp-Master-Available     VALUE 'Y'.

001270 01 Run-Date                PIC 9(8)  VALUE ZERO.
001280 01 Run-Year                PIC 9(4)  VALUE ZERO.
001290 01 Run-Month               PIC 9(2)  VALUE ZERO.
001300 01 Run-Day                 PIC 9(2)  VALUE ZERO.

001310* Age-Days is worked out on the same 30/360 commercial calendar
001320* APPOST ages the creditors on.
001330 01 Age-Days                PIC S9(5) VALUE ZERO.
001340 01 Invoice-Date-Split.
001350    02 Split-Year           PIC 9(4).
001360    02 Split-Month          PIC 9(2).
001370    02 Split-Day            PIC 9(2).
001380 01 Item-Outstanding        PIC 9(7)V99 VALUE ZERO.

001390* The supplier being worked: its bank details and terms off the
001400* master, whether it can be paid at all, and what is due to it.
001410 01 First-Supplier-Switch   PIC X(01) VALUE 'Y'.
001420     88 First-Supplier       VALUE 'Y'.
001430 01 SupplierID-Hold         PIC 9(5)  VALUE ZERO.
001440 01 Supplier-Name-Hold      PIC X(20) VALUE SPACES.
001450 01 Supplier-Sort-Hold      PIC 9(6)  VALUE ZERO.
001460 01 Supplier-Account-Hold   PIC 9(8)  VALUE ZERO.
001470 01 Supplier-Terms-Hold     PIC 9(3)  VALUE ZERO.
001480 01 Supplier-Payable-Switch PIC X(01) VALUE 'N'.
001490     88 Supplier-Payable     VALUE 'Y'.
001500 01 Supplier-Skip-Reason    PIC X(16) VALUE SPACES.
001510 01 Supplier-Due-Total      PIC 9(7)V99 VALUE ZERO.
001520 01 Supplier-Item-Count     PIC 9(5)  VALUE ZERO.

001530* Supp-Header/Detail/Trailer are the three SUPPPAY.DAT record
001540* shapes, the same as the payroll BANKPAY.DAT file so the bank
001550* takes both the same way.
001560 01 Supp-Header-Record.
001570    02 FILLER                PIC X(1)  VALUE 'H'.
001580    02 SH-RunDate            PIC 9(8).
001590 01 Supp-Detail-Record.
001600    02 FILLER                PIC X(1)  VALUE 'D'.
001610    02 SD-SupplierID         PIC 9(5).
001620    02 SD-SortCode           PIC 9(6).
001630    02 SD-AccountNo          PIC 9(8).
001640    02 SD-Amount             PIC 9(7)V99.
001650 01 Supp-Trailer-Record.
001660    02 FILLER                PIC X(1)  VALUE 'T'.
001670    02 ST-RecordCount        PIC 9(6).
001680    02 ST-HashTotal          PIC 9(11)V99.
001690 01 Bank-Payment-Count       PIC 9(6)     VALUE ZERO.
001700 01 Bank-Hash-Total          PIC 9(11)V99 VALUE ZERO.
001710 01 Items-Paid-Count         PIC 9(5)     VALUE ZERO.
001715 01 Items-Read-Count         PIC 9(7)     VALUE ZERO.
001720 01 Skipped-Supplier-Count   PIC 9(5)     VALUE ZERO.
001730 01 Skipped-Due-Total        PIC 9(9)V99  VALUE ZERO.
001740 01 Gl-Work-Account          PIC X(6)    VALUE SPACES.
001750 01 Gl-Work-Debit            PIC 9(9)V99 VALUE ZERO.
001760 01 Gl-Work-Credit           PIC 9(9)V99 VALUE ZERO.

001770 01 Pay-Heading.
001780    02 FILLER                PIC X(20) VALUE SPACES.
001790    02 FILLER                PIC X(21)
001800       VALUE "SUPPLIER PAYMENT RUN".

001810 01 HorizontalLine.
001820    02 FILLER                PIC X(03) VALUE SPACES.
001830    02 FILLER                PIC X(70) VALUE ALL '-'.

001840 01 Pay-Columns.
001850    02 FILLER                PIC X(02) VALUE SPACES.
001860    02 FILLER                PIC X(07) VALUE "SUPP-ID".
001870    02 FILLER                PIC X(02) VALUE SPACES.
001880    02 FILLER                PIC X(20) VALUE "SUPPLIER NAME".
001890    02 FILLER                PIC X(02) VALUE SPACES.
001900    02 FILLER                PIC X(05) VALUE "ITEMS".
001910    02 FILLER                PIC X(08) VALUE SPACES.
001920    02 FILLER                PIC X(06) VALUE "AMOUNT".
001930    02 FILLER                PIC X(02) VALUE SPACES.
001940    02 FILLER                PIC X(06) VALUE "STATUS".

001950 01 Pay-Line.
001960    02 FILLER                PIC X(02) VALUE SPACES.
001970    02 PaySupplierID         PIC 9(5).
001980    02 FILLER                PIC X(04) VALUE SPACES.
001990    02 PaySupplierName       PIC X(20).
002000    02 PayItemCount          PIC BZZZZ9.
002010    02 PayAmount             PIC BZ,ZZZ,ZZ9.99.
002020    02 FILLER                PIC X(02) VALUE SPACES.
002030    02 PayStatus             PIC X(16).

002040 01 Skipped-Line.
002050    02 FILLER                PIC X(24)
002060       VALUE "SUPPLIERS NOT PAID:".
002070    02 SkippedCount          PIC BZZZZ9.
002080    02 FILLER                PIC X(14) VALUE "  DUE TO THEM:".
002090    02 SkippedDue            PIC BZZZ,ZZZ,ZZ9.99.

002100 01 Items-Line.
002110    02 FILLER                PIC X(24) VALUE "ITEMS MARKED PAID:".
002120    02 ItemsPaidCount        PIC BZZZZ9.

002130 01 Remit-Heading.
002140    02 FILLER                PIC X(15) VALUE SPACES.
002150    02 FILLER                PIC X(26)
002160       VALUE "REMITTANCE CONTROL REPORT".

002170 01 Remit-Date-Line.
002180    02 FILLER                PIC X(10) VALUE "RUN DATE:".
002190    02 RemitRunDate          PIC 9(8).

002200 01 Remit-Count-Line.
002210    02 FILLER                PIC X(18) VALUE "PAYMENT RECORDS:".
002220    02 RemitPaymentCount     PIC BZZZ,ZZ9.

002230 01 Remit-Total-Line.
002240    02 FILLER                PIC X(18) VALUE "AMOUNT HASH:".
002250    02 RemitHashTotal        PIC Z,ZZZ,ZZZ,ZZ9.99.

002260 01 Remit-Signoff-Line.
002270    02 FILLER                PIC X(34)
002280       VALUE "RELEASE APPROVED (SUPERVISOR): ...".

002290 PROCEDURE DIVISION.

002300 0000-MAINLINE.
002310     MOVE 'S' TO Lock-Function
002320     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002330         Lock-Run-Date, Lock-Return-Code
002340     IF Lock-Return-Code NOT = ZERO
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF
002380     PERFORM 1000-INITIALIZE
002390     IF Run-Parm-Missing
002400         MOVE 16 TO RETURN-CODE
002410     ELSE
002420         IF Items-Available
002430             PERFORM 2000-PAY-ONE-ITEM UNTIL Items-Eof
002440             IF NOT First-Supplier
002450                 PERFORM 2500-FINISH-SUPPLIER
002460             END-IF
002470         END-IF
002480         PERFORM 3000-FINISH-BANK-FILE
002490         PERFORM 7500-WRITE-GL-JOURNAL
002500     END-IF
002510     PERFORM 8000-TERMINATE
002513     MOVE RETURN-CODE TO Step-Return-Code
002516     PERFORM 8900-REPORT-STEP-COUNTS
002520     MOVE 'R' TO Lock-Function
002530     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002540         Lock-Run-Date, Lock-Return-Code
002545     MOVE Step-Return-Code TO RETURN-CODE
002550     GOBACK.

002560******************************************************************
002570* 1000-INITIALIZE - read the run date, open the creditors and
002580* supplier masters, start the bank file and the report, and
002590* position on the first open item.
002600******************************************************************
002610 1000-INITIALIZE.
002620     PERFORM 1100-READ-RUN-PARM
002630     IF NOT Run-Parm-Missing
002640         OPEN I-O ApItemsFile
002650         IF Ap-Items-File-Status = "00"
002660             MOVE 'Y' TO Items-Available-Switch
002670         END-IF
002680         OPEN INPUT SupplierMasterFile
002690         IF Supp-Master-File-Status = "00"
002700             MOVE 'Y' TO Supp-Master-Available-Switch
002710         END-IF
002720         OPEN OUTPUT SuppPayFile
002730         OPEN OUTPUT PayRunRptFile
002740         MOVE Run-Date TO SH-RunDate
002750         WRITE Supp-Pay-Record FROM Supp-Header-Record
002760         WRITE Pay-Run-Rpt-Record FROM Pay-Heading
002770         WRITE Pay-Run-Rpt-Record FROM HorizontalLine
002780         MOVE SPACES TO Pay-Run-Rpt-Record
002790         WRITE Pay-Run-Rpt-Record
002800         WRITE Pay-Run-Rpt-Record FROM Pay-Columns
002810         IF Items-Available
002820             PERFORM 1200-START-ITEMS
002830         END-IF
002840     END-IF
002850     .

002860******************************************************************
002870* 1100-READ-RUN-PARM - read the run date off RUNPARM.DAT; an
002880* item's age is measured back from it.
002890******************************************************************
002900 1100-READ-RUN-PARM.
002910     OPEN INPUT RunParmFile
002920     IF Run-Parm-File-Status NOT = "00"
002930         MOVE 'Y' TO Run-Parm-Missing-Switch
002940     ELSE
002950         READ RunParmFile
002960             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
002970             NOT AT END
002980                 MOVE RP-RunDate  TO Run-Date
002990                 MOVE RP-RunYear  TO Run-Year
003000                 MOVE RP-RunMonth TO Run-Month
003010                 MOVE RP-RunDay   TO Run-Day
003020         END-READ
003030         CLOSE RunParmFile
003040     END-IF
003050     .

003060******************************************************************
003070* 1200-START-ITEMS - position on the first open item in key
003080* order, supplier then invoice.
003090******************************************************************
003100 1200-START-ITEMS.
003110     MOVE ZERO   TO AP-SupplierID
003120     MOVE SPACES TO AP-InvoiceNo
003130     START ApItemsFile KEY NOT < AP-ItemKey
003140         INVALID KEY MOVE 'Y' TO Items-Eof-Switch
003150     END-START
003160     IF NOT Items-Eof
003170         READ ApItemsFile NEXT RECORD
003180             AT END MOVE 'Y' TO Items-Eof-Switch
003190         END-READ
003200     END-IF
003210     .

003220******************************************************************
003230* 2000-PAY-ONE-ITEM - break on a change of supplier, then take
003240* this item into the supplier's payment if it is still open and
003250* has reached the supplier's terms.
003260******************************************************************
003270 2000-PAY-ONE-ITEM.
003275     ADD 1 TO Items-Read-Count
003280     IF First-Supplier
003290         MOVE 'N' TO First-Supplier-Switch
003300         PERFORM 2100-START-SUPPLIER
003310     ELSE
003320         IF AP-SupplierID NOT = SupplierID-Hold
003330             PERFORM 2500-FINISH-SUPPLIER
003340             PERFORM 2100-START-SUPPLIER
003350         END-IF
003360     END-IF
003370     IF AP-Item-Open
003380         PERFORM 2200-CHECK-ITEM-DUE
003390     END-IF
003400     READ ApItemsFile NEXT RECORD
003410         AT END MOVE 'Y' TO Items-Eof-Switch
003420     END-READ
003430     .

003440******************************************************************
003450* 2100-START-SUPPLIER - pick up the new supplier's terms and bank
003460* details off the master and decide whether it can be paid: it
003470* must be on the master, not on hold, and have bank details.
003480******************************************************************
003490 2100-START-SUPPLIER.
003500     MOVE AP-SupplierID TO SupplierID-Hold
003510     MOVE ZERO          TO Supplier-Due-Total
003520     MOVE ZERO          TO Supplier-Item-Count
003530     MOVE 'N'           TO Supplier-Payable-Switch
003540     MOVE SPACES        TO Supplier-Name-Hold
003550     MOVE ZERO          TO Supplier-Terms-Hold
003560     MOVE "NOT ON MASTER" TO Supplier-Skip-Reason
003570     IF Supp-Master-Available
003580         MOVE AP-SupplierID TO SU-SupplierID
003590         READ SupplierMasterFile
003600             INVALID KEY
003610                 CONTINUE
003620             NOT INVALID KEY
003630                 PERFORM 2110-TAKE-SUPPLIER-DETAILS
003640         END-READ
003650     END-IF
003660     .

003670******************************************************************
003680* 2110-TAKE-SUPPLIER-DETAILS - hold the master's details for the
003690* supplier just read.
003700******************************************************************
003710 2110-TAKE-SUPPLIER-DETAILS.
003720     MOVE SU-SupplierName TO Supplier-Name-Hold
003730     MOVE SU-SortCode     TO Supplier-Sort-Hold
003740     MOVE SU-AccountNo    TO Supplier-Account-Hold
003750     MOVE SU-TermsDays    TO Supplier-Terms-Hold
003760     IF SU-On-Hold
003770         MOVE "ON HOLD" TO Supplier-Skip-Reason
003780     ELSE
003790         IF SU-SortCode = ZERO OR SU-AccountNo = ZERO
003800             MOVE "NO BANK DETAILS" TO Supplier-Skip-Reason
003810         ELSE
003820             MOVE 'Y' TO Supplier-Payable-Switch
003830             MOVE "PAID" TO Supplier-Skip-Reason
003840         END-IF
003850     END-IF
003860     .

003870******************************************************************
003880* 2200-CHECK-ITEM-DUE - age the open item off its invoice date
003890* on the 30/360 calendar; once it is as old as the supplier's
003900* terms it is due, and is marked paid if the supplier can be
003910* paid.
003920******************************************************************
003930 2200-CHECK-ITEM-DUE.
003940     MOVE AP-InvoiceDate TO Invoice-Date-Split
003950     COMPUTE Age-Days =
003960         ((Run-Year - Split-Year) * 360)
003970         + ((Run-Month - Split-Month) * 30)
003980         + (Run-Day - Split-Day)
003990     IF Age-Days NOT < Supplier-Terms-Hold
004000         SUBTRACT AP-PaidValue FROM AP-GrossValue
004010             GIVING Item-Outstanding
004020         ADD Item-Outstanding TO Supplier-Due-Total
004030         ADD 1 TO Supplier-Item-Count
004040         IF Supplier-Payable
004050             PERFORM 2300-MARK-ITEM-PAID
004060         END-IF
004070     END-IF
004080     .

004090******************************************************************
004100* 2300-MARK-ITEM-PAID - mark the item paid in full tonight.
004110******************************************************************
004120 2300-MARK-ITEM-PAID.
004130     MOVE AP-GrossValue TO AP-PaidValue
004140     MOVE 'P'           TO AP-StatusCode
004150     MOVE Run-Date      TO AP-PaidDate
004160     REWRITE Ap-Open-Item
004170     ADD 1 TO Items-Paid-Count
004180     .

004190******************************************************************
004200* 2500-FINISH-SUPPLIER - write the supplier's one credit transfer
004210* for everything due, or list it as not paid, and print its line.
004220* A supplier with nothing due prints nothing.
004230******************************************************************
004240 2500-FINISH-SUPPLIER.
004250     IF Supplier-Due-Total > ZERO
004260         IF Supplier-Payable
004270             MOVE SupplierID-Hold       TO SD-SupplierID
004280             MOVE Supplier-Sort-Hold    TO SD-SortCode
004290             MOVE Supplier-Account-Hold TO SD-AccountNo
004300             MOVE Supplier-Due-Total    TO SD-Amount
004310             WRITE Supp-Pay-Record FROM Supp-Detail-Record
004320             ADD 1 TO Bank-Payment-Count
004330             ADD Supplier-Due-Total TO Bank-Hash-Total
004340         ELSE
004350             ADD 1 TO Skipped-Supplier-Count
004360             ADD Supplier-Due-Total TO Skipped-Due-Total
004370         END-IF
004380         MOVE SupplierID-Hold      TO PaySupplierID
004390         MOVE Supplier-Name-Hold   TO PaySupplierName
004400         MOVE Supplier-Item-Count  TO PayItemCount
004410         MOVE Supplier-Due-Total   TO PayAmount
004420         MOVE Supplier-Skip-Reason TO PayStatus
004430         WRITE Pay-Run-Rpt-Record FROM Pay-Line
004440     END-IF
004450     .

004460******************************************************************
004470* 3000-FINISH-BANK-FILE - write the SUPPPAY.DAT trailer and print
004480* the totals and the remittance control block carrying the same
004490* count and hash for the supervisor's sign-off.
004500******************************************************************
004510 3000-FINISH-BANK-FILE.
004520     MOVE Bank-Payment-Count TO ST-RecordCount
004530     MOVE Bank-Hash-Total    TO ST-HashTotal
004540     WRITE Supp-Pay-Record FROM Supp-Trailer-Record
004550     MOVE SPACES TO Pay-Run-Rpt-Record
004560     WRITE Pay-Run-Rpt-Record
004570     WRITE Pay-Run-Rpt-Record FROM HorizontalLine
004580     MOVE Items-Paid-Count TO ItemsPaidCount
004590     WRITE Pay-Run-Rpt-Record FROM Items-Line
004600     MOVE Skipped-Supplier-Count TO SkippedCount
004610     MOVE Skipped-Due-Total      TO SkippedDue
004620     WRITE Pay-Run-Rpt-Record FROM Skipped-Line
004630     MOVE SPACES TO Pay-Run-Rpt-Record
004640     WRITE Pay-Run-Rpt-Record
004650     WRITE Pay-Run-Rpt-Record FROM Remit-Heading
004660     WRITE Pay-Run-Rpt-Record FROM HorizontalLine
004670     MOVE Run-Date TO RemitRunDate
004680     WRITE Pay-Run-Rpt-Record FROM Remit-Date-Line
004690     MOVE Bank-Payment-Count TO RemitPaymentCount
004700     WRITE Pay-Run-Rpt-Record FROM Remit-Count-Line
004710     MOVE Bank-Hash-Total TO RemitHashTotal
004720     WRITE Pay-Run-Rpt-Record FROM Remit-Total-Line
004730     MOVE SPACES TO Pay-Run-Rpt-Record
004740     WRITE Pay-Run-Rpt-Record
004750     WRITE Pay-Run-Rpt-Record FROM Remit-Signoff-Line
004760     .

004770******************************************************************
004780* 7500-WRITE-GL-JOURNAL - append the payment journal to the
004790* shared GLPOST.DAT: trade creditors cleared against the bank
004800* at the amount hash.
004810******************************************************************
004820 7500-WRITE-GL-JOURNAL.
004830     OPEN EXTEND GlPostingFile
004840     IF Gl-Posting-File-Status = "35"
004850         OPEN OUTPUT GlPostingFile
004860         CLOSE GlPostingFile
004870         OPEN EXTEND GlPostingFile
004880     END-IF
004890     MOVE "200000" TO Gl-Work-Account
004900     MOVE Bank-Hash-Total TO Gl-Work-Debit
004910     MOVE ZERO TO Gl-Work-Credit
004920     PERFORM 7510-POST-ONE-GL-ROW
004930     MOVE "110000" TO Gl-Work-Account
004940     MOVE ZERO TO Gl-Work-Debit
004950     MOVE Bank-Hash-Total TO Gl-Work-Credit
004960     PERFORM 7510-POST-ONE-GL-ROW
004970     CLOSE GlPostingFile
004980     .

004990******************************************************************
005000* 7510-POST-ONE-GL-ROW - write one journal row off the work
005010* fields.
005020******************************************************************
005030 7510-POST-ONE-GL-ROW.
005040     MOVE Run-Date        TO GL-RunDate
005050     MOVE "APPAYRUN"      TO GL-Source
005060     MOVE Gl-Work-Account TO GL-AccountCode
005070     MOVE Gl-Work-Debit   TO GL-DebitAmount
005080     MOVE Gl-Work-Credit  TO GL-CreditAmount
005090     WRITE Gl-Posting-Record
005100     .

005110******************************************************************
005120* 8000-TERMINATE - close the files down.
005130******************************************************************
005140 8000-TERMINATE.
005150     IF NOT Run-Parm-Missing
005160         IF Items-Available
005170             CLOSE ApItemsFile
005180         END-IF
005190         IF Supp-Master-Available
005200             CLOSE SupplierMasterFile
005210         END-IF
005220         CLOSE SuppPayFile
005230         CLOSE PayRunRptFile
005240     END-IF
005250     .

005251******************************************************************
005252* 8900-REPORT-STEP-COUNTS - hand STEPCNT the items read and paid.
005253******************************************************************
005254 8900-REPORT-STEP-COUNTS.
005255     MOVE Items-Read-Count TO Step-Records-In
005256     MOVE Items-Paid-Count TO Step-Records-Out
005257     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
005258         Step-Records-Out
005259     .

005260 END PROGRAM APPAYRUN.
