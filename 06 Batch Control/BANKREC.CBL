000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Bank reconciliation: matches each line of the bank
000050*             statement to the bank account's rows on GLPOST.DAT
000060*             (AR receipts, the direct-debit collection and its
000070*             returned debits, the payroll and supplier payment
000080*             batches), ties the payroll and direct-debit batch
000090*             files to the statement, posts bank charges and
000100*             interest to the ledger, lists the uncleared items
000110*             on both sides and proves the adjusted statement
000120*             balance to the ledger's bank account.
000130* Tectonics: cobc
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. BANKREC.
000170 AUTHOR.     D. FENNESSY.
000180 DATE-WRITTEN.

000190******************************************************************
000200* MODIFICATION HISTORY
000210*   DATE        INIT  DESCRIPTION
000220*   ----------  ----  ------------------------------------------
000230*               DF    New program: BANKSTMT.DAT (opening balance
000240*                     header, typed debit and credit lines,
000250*                     closing balance trailer) is refused unless
000260*                     it adds up, opens on the last reconciled
000270*                     closing balance and closes after the last
000280*                     reconciled date. Each line clears the first
000290*                     open 110000 ledger row of the same amount
000300*                     from the source its type allows; CHG and
000310*                     INT lines are posted to GLPOST.DAT under
000320*                     source BANKREC. BANKCLR.DAT carries the
000330*                     last reconciled statement, the ledger row
000340*                     high-water mark and every item still
000350*                     uncleared on either side to the next
000360*                     reconciliation. Takes the RUNLOCK run lock
000370*                     like YECLOSE.
000380******************************************************************

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BankStatementFile ASSIGN TO "BANKSTMT.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS Bank-Statement-File-Status.

000450     SELECT BankClearFile ASSIGN TO "BANKCLR.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS Bank-Clear-File-Status.

000480     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Gl-Posting-File-Status.

000510     SELECT BankPayFile ASSIGN TO "BANKPAY.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS Bank-Pay-File-Status.

000540     SELECT DdCollectFile ASSIGN TO "DDCOLL.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS Dd-Collect-File-Status.

000570     SELECT BankRecRptFile ASSIGN TO "BANKREC.RPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD BankStatementFile.
000620 01 Bank-Statement-Record.
000630    02 BS-RecordType        PIC X(1).
000640       88 BS-Header-Rec       VALUE 'H'.
000650       88 BS-Detail-Rec       VALUE 'D'.
000660       88 BS-Trailer-Rec      VALUE 'T'.
000670    02 BS-StmtDate          PIC 9(8).
000680    02 BS-Detail-Body.
000690       03 BS-Amount         PIC 9(7)V99.
000700       03 BS-DrCr           PIC X(1).
000710          88 BS-Credit        VALUE 'C'.
000720          88 BS-Debit         VALUE 'D'.
000730       03 BS-TranType       PIC X(3).
000740          88 BS-Receipt       VALUE "REC".
000750       03 BS-Narrative      PIC X(30).
000760       03 BS-Applied        PIC X(1).
000770          88 BS-Receipt-Applied VALUE 'A'.
000780    02 BS-Balance-Body REDEFINES BS-Detail-Body.
000790       03 BS-Balance        PIC S9(9)V99
000800                            SIGN IS LEADING SEPARATE.
000810       03 FILLER            PIC X(32).

000820* BANKCLR.DAT is rewritten whole by each reconciliation: one 'S'
000830* record for the last statement reconciled, then a 'U' record
000840* per ledger row and an 'L' record per statement line not yet
000850* cleared.
000860 FD BankClearFile.
000870 01 Bank-Clear-Record.
000880    02 BC-RecordType        PIC X(1).
000890       88 BC-Statement-Rec    VALUE 'S'.
000900       88 BC-Ledger-Rec       VALUE 'U'.
000910       88 BC-Line-Rec         VALUE 'L'.
000920    02 BC-LedgerRow         PIC 9(7).
000930    02 BC-Date              PIC 9(8).
000940    02 BC-Source            PIC X(8).
000950    02 BC-Side              PIC X(1).
000960    02 BC-TranType          PIC X(3).
000970    02 BC-Amount            PIC S9(9)V99
000980                            SIGN IS LEADING SEPARATE.
000990    02 BC-Narrative         PIC X(30).

001000 FD GlPostingFile.
001010 01 Gl-Posting-Record.
001020    02 GL-RunDate           PIC 9(8).
001030    02 GL-Source            PIC X(8).
001040    02 GL-AccountCode       PIC X(6).
001050    02 GL-DebitAmount       PIC 9(9)V99.
001060    02 GL-CreditAmount      PIC 9(9)V99.

001070 FD BankPayFile.
001080 01 Bank-Pay-Record.
001090    02 BP-RecordType        PIC X(1).
001100       88 BP-Header-Rec       VALUE 'H'.
001110       88 BP-Trailer-Rec      VALUE 'T'.
001120    02 BP-Body              PIC X(39).
001130    02 BP-Header-Body REDEFINES BP-Body.
001140       03 BP-RunDate        PIC 9(8).
001150       03 FILLER            PIC X(31).
001160    02 BP-Trailer-Body REDEFINES BP-Body.
001170       03 BP-RecordCount    PIC 9(6).
001180       03 BP-HashTotal      PIC 9(11)V99.
001190       03 FILLER            PIC X(20).

001200 FD DdCollectFile.
001210 01 Dd-Collect-Record.
001220    02 DC-RecordType        PIC X(1).
001230       88 DC-Header-Rec       VALUE 'H'.
001240       88 DC-Trailer-Rec      VALUE 'T'.
001250    02 DC-Body              PIC X(39).
001260    02 DC-Header-Body REDEFINES DC-Body.
001270       03 DC-RunDate        PIC 9(8).
001280       03 FILLER            PIC X(31).
001290    02 DC-Trailer-Body REDEFINES DC-Body.
001300       03 DC-RecordCount    PIC 9(6).
001310       03 DC-AmountTotal    PIC 9(9)V99.
001320       03 FILLER            PIC X(22).

001330 FD BankRecRptFile.
001340 01 Bank-Rec-Rpt-Record     PIC X(100).

001350 WORKING-STORAGE SECTION.
001360* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001370* when a batch invocation is already in flight.
001380 01 Lock-Function            PIC X(01) VALUE SPACE.
001390 01 Lock-Step-Name           PIC X(20) VALUE "BANKREC".
001400 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001410 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001420 77 Bank-Statement-File-Status PIC X(02) VALUE '00'.
001430 77 Bank-Clear-File-Status   PIC X(02) VALUE '00'.
001440 77 Gl-Posting-File-Status   PIC X(02) VALUE '00'.
001450 77 Bank-Pay-File-Status     PIC X(02) VALUE '00'.
001460 77 Dd-Collect-File-Status   PIC X(02) VALUE '00'.
001470 01 Statement-Eof-Switch     PIC X(01) VALUE 'N'.
001480     88 Statement-Eof         VALUE 'Y'.
001490 01 Clear-Eof-Switch         PIC X(01) VALUE 'N'.
001500     88 Clear-Eof             VALUE 'Y'.
001510 01 Postings-Eof-Switch      PIC X(01) VALUE 'N'.
001520     88 Postings-Eof          VALUE 'Y'.
001530 01 Batch-Eof-Switch         PIC X(01) VALUE 'N'.
001540     88 Batch-Eof             VALUE 'Y'.
001550 01 Rec-Refused-Switch       PIC X(01) VALUE 'N'.
001560     88 Rec-Refused           VALUE 'Y'.
001570 01 Header-Found-Switch      PIC X(01) VALUE 'N'.
001580     88 Header-Found          VALUE 'Y'.
001590 01 Trailer-Found-Switch     PIC X(01) VALUE 'N'.
001600     88 Trailer-Found         VALUE 'Y'.
001610 01 Previous-Found-Switch    PIC X(01) VALUE 'N'.
001620     88 Previous-Found        VALUE 'Y'.
001630 01 Item-Found-Switch        PIC X(01) VALUE 'N'.
001640     88 Item-Found            VALUE 'Y'.
001650 01 Rule-Found-Switch        PIC X(01) VALUE 'N'.
001660     88 Rule-Found            VALUE 'Y'.
001670 01 Batch-Found-Switch       PIC X(01) VALUE 'N'.
001680     88 Batch-Found           VALUE 'Y'.

001690* The ledger's bank account, and the accounts the statement's
001700* own charges and interest are posted against.
001710 77 Bank-Account             PIC X(06) VALUE "110000".
001720 77 Bank-Charges-Account     PIC X(06) VALUE "690000".
001730 77 Bank-Interest-Account    PIC X(06) VALUE "480000".
001740 77 Bank-Rec-Source          PIC X(08) VALUE "BANKREC".

001750* Match-Rule-Table says which ledger source a statement line of
001760* each transaction type and side may clear against.
001770 01 Match-Rule-Values.
001780    02 FILLER                PIC X(12) VALUE "RECCARPOST  ".
001790    02 FILLER                PIC X(12) VALUE "RECCARWRTOFF".
001800    02 FILLER                PIC X(12) VALUE "DDCCBILLING ".
001810    02 FILLER                PIC X(12) VALUE "RTDDBILLING ".
001820    02 FILLER                PIC X(12) VALUE "SALDPAYROLL ".
001830    02 FILLER                PIC X(12) VALUE "SUPDAPPAYRUN".
001840 01 Match-Rule-Table REDEFINES Match-Rule-Values.
001850    02 Rule-Entry OCCURS 6 TIMES
001860             INDEXED BY Rule-Index.
001870       03 Rule-TranType      PIC X(3).
001880       03 Rule-DrCr          PIC X(1).
001890       03 Rule-Source        PIC X(8).

001900* Line-Table holds the statement lines still uncleared from
001910* earlier statements, then this statement's own lines.
001920 01 Line-Table.
001930    02 Line-Entry OCCURS 2000 TIMES.
001940       03 Line-Date           PIC 9(8)     VALUE ZERO.
001950       03 Line-Amount         PIC 9(9)V99  VALUE ZERO.
001960       03 Line-DrCr           PIC X(1)     VALUE SPACE.
001970          88 Line-Credit        VALUE 'C'.
001980          88 Line-Debit         VALUE 'D'.
001990       03 Line-TranType       PIC X(3)     VALUE SPACES.
002000       03 Line-Narrative      PIC X(30)    VALUE SPACES.
002010       03 Line-Carried        PIC X(1)     VALUE 'N'.
002020          88 Line-Is-Carried    VALUE 'Y'.
002030       03 Line-Status         PIC X(1)     VALUE SPACE.
002040          88 Line-Open          VALUE SPACE.
002050          88 Line-Matched       VALUE 'M'.
002060          88 Line-Posted        VALUE 'P'.
002070 01 Line-Count               PIC 9(4)  VALUE ZERO.
002080 77 Max-Lines                PIC 9(4)  VALUE 2000.
002090 01 Line-Sub                 PIC 9(4)  VALUE ZERO.
002100 01 Lines-Dropped            PIC 9(4)  VALUE ZERO.

002110* Item-Table holds the bank account's ledger rows still
002120* uncleared from earlier reconciliations, then the rows posted
002130* since.
002140 01 Item-Table.
002150    02 Item-Entry OCCURS 3000 TIMES.
002160       03 Item-Row            PIC 9(7)     VALUE ZERO.
002170       03 Item-Date           PIC 9(8)     VALUE ZERO.
002180       03 Item-Source         PIC X(8)     VALUE SPACES.
002190       03 Item-Side           PIC X(1)     VALUE SPACE.
002200          88 Item-Debit         VALUE 'D'.
002210          88 Item-Credit        VALUE 'C'.
002220       03 Item-Amount         PIC 9(9)V99  VALUE ZERO.
002230       03 Item-Status         PIC X(1)     VALUE SPACE.
002240          88 Item-Open          VALUE SPACE.
002250          88 Item-Cleared       VALUE 'C'.
002260 01 Item-Count               PIC 9(4)  VALUE ZERO.
002270 77 Max-Items                PIC 9(4)  VALUE 3000.
002280 01 Item-Sub                 PIC 9(4)  VALUE ZERO.
002290 01 Other-Sub                PIC 9(4)  VALUE ZERO.
002300 01 Found-Item-Sub           PIC 9(4)  VALUE ZERO.
002310 01 Items-Dropped            PIC 9(4)  VALUE ZERO.

002320 01 Stmt-Start-Date          PIC 9(8)  VALUE ZERO.
002330 01 Stmt-End-Date            PIC 9(8)  VALUE ZERO.
002340 01 Opening-Balance          PIC S9(9)V99 VALUE ZERO.
002350 01 Closing-Balance          PIC S9(9)V99 VALUE ZERO.
002360 01 Stmt-Credits             PIC 9(11)V99 VALUE ZERO.
002370 01 Stmt-Debits              PIC 9(11)V99 VALUE ZERO.
002380 01 Stmt-Proof-Balance       PIC S9(11)V99 VALUE ZERO.
002390 01 Last-Rec-Date            PIC 9(8)  VALUE ZERO.
002400 01 Last-Closing-Balance     PIC S9(9)V99 VALUE ZERO.
002410 01 Last-Ledger-Row          PIC 9(7)  VALUE ZERO.
002420 01 Ledger-Row-Count         PIC 9(7)  VALUE ZERO.
002430 01 Ledger-Balance           PIC S9(11)V99 VALUE ZERO.

002440 01 Lines-Matched-Count      PIC 9(5)  VALUE ZERO.
002450 01 Carried-Matched-Count    PIC 9(5)  VALUE ZERO.
002460 01 Lines-Posted-Count       PIC 9(5)  VALUE ZERO.
002470 01 Reversals-Cleared-Count  PIC 9(5)  VALUE ZERO.
002480 01 Rows-Written-Count       PIC 9(5)  VALUE ZERO.
002490 01 Open-Ledger-Debits       PIC 9(11)V99 VALUE ZERO.
002500 01 Open-Ledger-Credits      PIC 9(11)V99 VALUE ZERO.
002510 01 Open-Stmt-Credits        PIC 9(11)V99 VALUE ZERO.
002520 01 Open-Stmt-Debits         PIC 9(11)V99 VALUE ZERO.
002530 01 Adjusted-Balance         PIC S9(11)V99 VALUE ZERO.
002540 01 Rec-Difference           PIC S9(11)V99 VALUE ZERO.
002550 01 Batch-Run-Date           PIC 9(8)  VALUE ZERO.
002560 01 Batch-Total              PIC 9(11)V99 VALUE ZERO.
002570 01 Batch-TranType           PIC X(3)  VALUE SPACES.
002580* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
002590* run's own code is held here and restored after it.
002600 01 Rec-Return-Code          PIC 9(02) VALUE ZERO.

002610 01 FILLER                   PIC X(80) VALUE SPACES.
002620 01 Bank-Rec-Heading.
002630    02 FILLER                PIC X(30) VALUE SPACES.
002640    02 FILLER                PIC X(19)
002650       VALUE "BANK RECONCILIATION".

002660 01 HorizontalLine.
002670    02 FILLER                PIC X(03) VALUE SPACES.
002680    02 FILLER                PIC X(75) VALUE ALL '-'.

002690 01 Statement-Line.
002700    02 FILLER                PIC X(16) VALUE "STATEMENT FROM:".
002710    02 StmtStartOut          PIC 9(8).
002720    02 FILLER                PIC X(06) VALUE "  TO: ".
002730    02 StmtEndOut            PIC 9(8).
002740    02 FILLER                PIC X(10) VALUE "  OPENING:".
002750    02 StmtOpeningOut        PIC BZZZ,ZZZ,ZZ9.99-.
002760    02 FILLER                PIC X(10) VALUE "  CLOSING:".
002770    02 StmtClosingOut        PIC BZZZ,ZZZ,ZZ9.99-.

002780 01 Bank-Rec-Check-Line.
002790    02 FILLER                PIC X(02) VALUE SPACES.
002800    02 CheckDescription      PIC X(44).
002810    02 CheckResult           PIC X(08).

002820 01 Bank-Rec-Refused-Line.
002830    02 FILLER                PIC X(46)
002840       VALUE "BANK RECONCILIATION REFUSED - NOTHING POSTED.".

002850 01 Section-Heading-Line.
002860    02 FILLER                PIC X(02) VALUE SPACES.
002870    02 SectionHeading        PIC X(50).

002880 01 Posted-Columns.
002890    02 FILLER                PIC X(04) VALUE SPACES.
002900    02 FILLER                PIC X(10) VALUE "DATE".
002910    02 FILLER                PIC X(05) VALUE "TYPE".
002920    02 FILLER                PIC X(31) VALUE "NARRATIVE".
002930    02 FILLER                PIC X(15) VALUE "         DEBIT".
002940    02 FILLER                PIC X(15) VALUE "        CREDIT".

002950 01 Stmt-Item-Line.
002960    02 FILLER                PIC X(04) VALUE SPACES.
002970    02 StmtItemDate          PIC 9(8).
002980    02 FILLER                PIC X(02) VALUE SPACES.
002990    02 StmtItemType          PIC X(3).
003000    02 FILLER                PIC X(02) VALUE SPACES.
003010    02 StmtItemNarrative     PIC X(30).
003020    02 StmtItemDebit         PIC BZZZ,ZZZ,ZZ9.99.
003030    02 StmtItemCredit        PIC BZZZ,ZZZ,ZZ9.99.
003040    02 StmtItemCarried       PIC X(10).

003050 01 Ledger-Columns.
003060    02 FILLER                PIC X(04) VALUE SPACES.
003070    02 FILLER                PIC X(09) VALUE "ROW".
003080    02 FILLER                PIC X(10) VALUE "DATE".
003090    02 FILLER                PIC X(31) VALUE "SOURCE".
003100    02 FILLER                PIC X(15) VALUE "         DEBIT".
003110    02 FILLER                PIC X(15) VALUE "        CREDIT".

003120 01 Ledger-Item-Line.
003130    02 FILLER                PIC X(04) VALUE SPACES.
003140    02 LedgerItemRow         PIC ZZZZZZ9.
003150    02 FILLER                PIC X(02) VALUE SPACES.
003160    02 LedgerItemDate        PIC 9(8).
003170    02 FILLER                PIC X(02) VALUE SPACES.
003180    02 LedgerItemSource      PIC X(8).
003190    02 FILLER                PIC X(23) VALUE SPACES.
003200    02 LedgerItemDebit       PIC BZZZ,ZZZ,ZZ9.99.
003210    02 LedgerItemCredit      PIC BZZZ,ZZZ,ZZ9.99.

003220 01 Batch-Tie-Line.
003230    02 FILLER                PIC X(04) VALUE SPACES.
003240    02 BatchFileName         PIC X(12).
003250    02 FILLER                PIC X(05) VALUE " RUN ".
003260    02 BatchRunDateOut       PIC 9(8).
003270    02 FILLER                PIC X(08) VALUE "  TOTAL ".
003280    02 BatchTotalOut         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003290    02 FILLER                PIC X(02) VALUE SPACES.
003300    02 BatchTieResult        PIC X(24).

003310 01 Count-Line.
003320    02 FILLER                PIC X(02) VALUE SPACES.
003330    02 CountDescription      PIC X(40).
003340    02 CountOut              PIC ZZZZ9.

003350 01 Proof-Line.
003360    02 FILLER                PIC X(02) VALUE SPACES.
003370    02 ProofDescription      PIC X(44).
003380    02 ProofAmount           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

003390 01 Rec-Result-Line.
003400    02 FILLER                PIC X(02) VALUE SPACES.
003410    02 RecResult             PIC X(44).
003420    02 RecDifferenceOut      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

003430 PROCEDURE DIVISION.

003440 0000-MAINLINE.
003450     MOVE 'S' TO Lock-Function
003460     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003470         Lock-Run-Date, Lock-Return-Code
003480     IF Lock-Return-Code NOT = ZERO
003490         MOVE 16 TO RETURN-CODE
003500         GOBACK
003510     END-IF
003520     PERFORM 1000-INITIALIZE
003530     PERFORM 2000-RUN-REC-CHECKS
003540     IF Rec-Refused
003550         WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Refused-Line
003560         MOVE 16 TO Rec-Return-Code
003570     ELSE
003580         PERFORM 3000-MATCH-STATEMENT
003590         PERFORM 4000-REPORT-RECONCILIATION
003600         PERFORM 5000-REWRITE-CLEAR-FILE
003610     END-IF
003620     PERFORM 8000-TERMINATE
003630     MOVE 'R' TO Lock-Function
003640     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003650         Lock-Run-Date, Lock-Return-Code
003660     MOVE Rec-Return-Code TO RETURN-CODE
003670     GOBACK.

003680******************************************************************
003690* 1000-INITIALIZE - print the heading and bring in what the
003700* last reconciliation left uncleared on BANKCLR.DAT.
003710******************************************************************
003720 1000-INITIALIZE.
003730     OPEN OUTPUT BankRecRptFile
003740     WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Heading
003750     WRITE Bank-Rec-Rpt-Record FROM HorizontalLine
003760     PERFORM 1100-LOAD-CLEAR-FILE
003770     .

003780******************************************************************
003790* 1100-LOAD-CLEAR-FILE - no BANKCLR.DAT means this is the first
003800* reconciliation: every bank row on the ledger is then a
003810* candidate and the opening balance is taken as it stands.
003820******************************************************************
003830 1100-LOAD-CLEAR-FILE.
003840     OPEN INPUT BankClearFile
003850     IF Bank-Clear-File-Status = "00"
003860         READ BankClearFile
003870             AT END MOVE 'Y' TO Clear-Eof-Switch
003880         END-READ
003890         PERFORM 1110-LOAD-ONE-CLEAR-RECORD UNTIL Clear-Eof
003900         CLOSE BankClearFile
003910     END-IF
003920     .

003930******************************************************************
003940* 1110-LOAD-ONE-CLEAR-RECORD - file one carried-forward record.
003950******************************************************************
003960 1110-LOAD-ONE-CLEAR-RECORD.
003970     IF BC-Statement-Rec
003980         MOVE 'Y'          TO Previous-Found-Switch
003990         MOVE BC-Date      TO Last-Rec-Date
004000         MOVE BC-Amount    TO Last-Closing-Balance
004010         MOVE BC-LedgerRow TO Last-Ledger-Row
004020     ELSE
004030         IF BC-Ledger-Rec
004040             IF Item-Count < Max-Items
004050                 ADD 1 TO Item-Count
004060                 MOVE BC-LedgerRow TO Item-Row (Item-Count)
004070                 MOVE BC-Date      TO Item-Date (Item-Count)
004080                 MOVE BC-Source    TO Item-Source (Item-Count)
004090                 MOVE BC-Side      TO Item-Side (Item-Count)
004100                 MOVE BC-Amount    TO Item-Amount (Item-Count)
004110             ELSE
004120                 ADD 1 TO Items-Dropped
004130             END-IF
004137         ELSE
004144             IF BC-Line-Rec
004151                 IF Line-Count < Max-Lines
004158                     ADD 1 TO Line-Count
004165                     MOVE BC-Date      TO Line-Date (Line-Count)
004172                     MOVE BC-Amount    TO Line-Amount (Line-Count)
004179                     MOVE BC-Side      TO Line-DrCr (Line-Count)
004186                     MOVE BC-TranType
004193                         TO Line-TranType (Line-Count)
004200                     MOVE BC-Narrative
004207                         TO Line-Narrative (Line-Count)
004214                     MOVE 'Y' TO Line-Carried (Line-Count)
004221                 ELSE
004228                     ADD 1 TO Lines-Dropped
004235                 END-IF
004250             END-IF
004256         END-IF
004262     END-IF
004270     READ BankClearFile
004280         AT END MOVE 'Y' TO Clear-Eof-Switch
004290     END-READ
004300     .

004310******************************************************************
004320* 2000-RUN-REC-CHECKS - load the statement and the ledger and
004330* print each gate OK or FAILED; one failure refuses the whole
004340* reconciliation.
004350******************************************************************
004360 2000-RUN-REC-CHECKS.
004370     PERFORM 2100-LOAD-STATEMENT
004380     MOVE Stmt-Start-Date  TO StmtStartOut
004390     MOVE Stmt-End-Date    TO StmtEndOut
004400     MOVE Opening-Balance  TO StmtOpeningOut
004410     MOVE Closing-Balance  TO StmtClosingOut
004420     WRITE Bank-Rec-Rpt-Record FROM Statement-Line
004430     PERFORM 2200-CHECK-STATEMENT-COMPLETE
004440     PERFORM 2300-CHECK-STATEMENT-ADDS-UP
004450     PERFORM 2400-CHECK-OPENING-BALANCE
004460     PERFORM 2500-CHECK-NOT-RECONCILED
004470     IF NOT Rec-Refused
004480         PERFORM 2600-READ-LEDGER
004490     END-IF
004500     PERFORM 2700-CHECK-TABLES-HELD
004510     .

004520******************************************************************
004530* 2100-LOAD-STATEMENT - take the opening balance from the header,
004540* the closing balance from the trailer and file every line.
004550******************************************************************
004560 2100-LOAD-STATEMENT.
004570     OPEN INPUT BankStatementFile
004580     IF Bank-Statement-File-Status = "00"
004590         READ BankStatementFile
004600             AT END MOVE 'Y' TO Statement-Eof-Switch
004610         END-READ
004620         PERFORM 2110-LOAD-ONE-STATEMENT-LINE UNTIL Statement-Eof
004630         CLOSE BankStatementFile
004640     END-IF
004650     .

004660******************************************************************
004670* 2110-LOAD-ONE-STATEMENT-LINE - file one statement record.
004680******************************************************************
004690 2110-LOAD-ONE-STATEMENT-LINE.
004700     IF BS-Header-Rec
004710         MOVE 'Y'         TO Header-Found-Switch
004720         MOVE BS-StmtDate TO Stmt-Start-Date
004730         MOVE BS-Balance  TO Opening-Balance
004740     ELSE
004750         IF BS-Trailer-Rec
004760             MOVE 'Y'         TO Trailer-Found-Switch
004770             MOVE BS-StmtDate TO Stmt-End-Date
004780             MOVE BS-Balance  TO Closing-Balance
004790         ELSE
004800             IF BS-Detail-Rec
004810                 PERFORM 2120-FILE-STATEMENT-DETAIL
004840             END-IF
004850         END-IF
004860     END-IF
004960     READ BankStatementFile
004970         AT END MOVE 'Y' TO Statement-Eof-Switch
004980     END-READ
004990     .

004991******************************************************************
004992* 2120-FILE-STATEMENT-DETAIL - add one statement line to the
004993* credit or debit total and file it in the line table.
004994******************************************************************
004995 2120-FILE-STATEMENT-DETAIL.
004996     IF BS-Credit
004997         ADD BS-Amount TO Stmt-Credits
004998     ELSE
004999         ADD BS-Amount TO Stmt-Debits
005000     END-IF
005001     IF Line-Count < Max-Lines
005002         ADD 1 TO Line-Count
005003         MOVE BS-StmtDate  TO Line-Date (Line-Count)
005004         MOVE BS-Amount    TO Line-Amount (Line-Count)
005005         MOVE BS-DrCr      TO Line-DrCr (Line-Count)
005006         MOVE BS-TranType  TO Line-TranType (Line-Count)
005007         MOVE BS-Narrative TO Line-Narrative (Line-Count)
005008     ELSE
005009         ADD 1 TO Lines-Dropped
005010     END-IF
005011     .

005012******************************************************************
005013* 2200-CHECK-STATEMENT-COMPLETE - both balances must be there.
005020******************************************************************
005030 2200-CHECK-STATEMENT-COMPLETE.
005040     MOVE "STATEMENT HEADER AND TRAILER PRESENT"
005050         TO CheckDescription
005060     IF Header-Found AND Trailer-Found
005070         MOVE "OK"     TO CheckResult
005080     ELSE
005090         MOVE "FAILED" TO CheckResult
005100         MOVE 'Y' TO Rec-Refused-Switch
005110     END-IF
005120     WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Check-Line
005130     .

005140******************************************************************
005150* 2300-CHECK-STATEMENT-ADDS-UP - opening plus credits less debits
005160* must give the closing balance.
005170******************************************************************
005180 2300-CHECK-STATEMENT-ADDS-UP.
005190     MOVE "STATEMENT LINES ADD UP TO CLOSING BALANCE"
005200         TO CheckDescription
005210     COMPUTE Stmt-Proof-Balance =
005220         Opening-Balance + Stmt-Credits - Stmt-Debits
005230     IF Stmt-Proof-Balance = Closing-Balance
005240         MOVE "OK"     TO CheckResult
005250     ELSE
005260         MOVE "FAILED" TO CheckResult
005270         MOVE 'Y' TO Rec-Refused-Switch
005280     END-IF
005290     WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Check-Line
005300     .

005310******************************************************************
005320* 2400-CHECK-OPENING-BALANCE - the statement must carry on from
005330* the last one reconciled; the first reconciliation has nothing
005340* to agree to.
005350******************************************************************
005360 2400-CHECK-OPENING-BALANCE.
005370     MOVE "OPENING BALANCE AGREES WITH LAST STATEMENT"
005380         TO CheckDescription
005390     IF Previous-Found
005400             AND Opening-Balance NOT = Last-Closing-Balance
005410         MOVE "FAILED" TO CheckResult
005420         MOVE 'Y' TO Rec-Refused-Switch
005430     ELSE
005440         MOVE "OK"     TO CheckResult
005450     END-IF
005460     WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Check-Line
005470     .

005480******************************************************************
005490* 2500-CHECK-NOT-RECONCILED - a statement closing on or before
005500* the last reconciled date has been done already.
005510******************************************************************
005520 2500-CHECK-NOT-RECONCILED.
005530     MOVE "STATEMENT NOT ALREADY RECONCILED" TO CheckDescription
005540     IF Previous-Found
005550             AND Stmt-End-Date NOT > Last-Rec-Date
005560         MOVE "FAILED" TO CheckResult
005570         MOVE 'Y' TO Rec-Refused-Switch
005580     ELSE
005590         MOVE "OK"     TO CheckResult
005600     END-IF
005610     WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Check-Line
005620     .

005630******************************************************************
005640* 2600-READ-LEDGER - one pass of GLPOST.DAT: the bank account's
005650* balance at the statement date, and every bank row posted
005660* since the last reconciliation filed as a new item.
005670******************************************************************
005680 2600-READ-LEDGER.
005690     OPEN INPUT GlPostingFile
005700     IF Gl-Posting-File-Status NOT = "00"
005710         MOVE 'Y' TO Postings-Eof-Switch
005720     ELSE
005730         READ GlPostingFile
005740             AT END MOVE 'Y' TO Postings-Eof-Switch
005750         END-READ
005760         PERFORM 2610-READ-ONE-ROW UNTIL Postings-Eof
005770         CLOSE GlPostingFile
005780     END-IF
005790     .

005800******************************************************************
005810* 2610-READ-ONE-ROW - take one ledger row.
005820******************************************************************
005830 2610-READ-ONE-ROW.
005840     ADD 1 TO Ledger-Row-Count
005850     IF GL-AccountCode = Bank-Account
005860         IF GL-RunDate NOT > Stmt-End-Date
005870             ADD GL-DebitAmount TO Ledger-Balance
005880             SUBTRACT GL-CreditAmount FROM Ledger-Balance
005890         END-IF
005900         IF Ledger-Row-Count > Last-Ledger-Row
005910             PERFORM 2620-FILE-NEW-ITEM
005920         END-IF
005930     END-IF
005940     READ GlPostingFile
005950         AT END MOVE 'Y' TO Postings-Eof-Switch
005960     END-READ
005970     .

005980******************************************************************
005990* 2620-FILE-NEW-ITEM - a bank row not seen by any earlier
006000* reconciliation.
006010******************************************************************
006020 2620-FILE-NEW-ITEM.
006030     IF Item-Count < Max-Items
006040         ADD 1 TO Item-Count
006050         MOVE Ledger-Row-Count TO Item-Row (Item-Count)
006060         MOVE GL-RunDate       TO Item-Date (Item-Count)
006070         MOVE GL-Source        TO Item-Source (Item-Count)
006080         IF GL-DebitAmount > ZERO
006090             MOVE 'D' TO Item-Side (Item-Count)
006100             MOVE GL-DebitAmount  TO Item-Amount (Item-Count)
006110         ELSE
006120             MOVE 'C' TO Item-Side (Item-Count)
006130             MOVE GL-CreditAmount TO Item-Amount (Item-Count)
006140         END-IF
006150     ELSE
006160         ADD 1 TO Items-Dropped
006170     END-IF
006180     .

006190******************************************************************
006200* 2700-CHECK-TABLES-HELD - an item that fell off either table
006210* would be lost from the carried-forward file.
006220******************************************************************
006230 2700-CHECK-TABLES-HELD.
006240     MOVE "ALL STATEMENT LINES AND LEDGER ITEMS HELD"
006250         TO CheckDescription
006260     IF Lines-Dropped > ZERO OR Items-Dropped > ZERO
006270         MOVE "FAILED" TO CheckResult
006280         MOVE 'Y' TO Rec-Refused-Switch
006290     ELSE
006300         MOVE "OK"     TO CheckResult
006310     END-IF
006320     WRITE Bank-Rec-Rpt-Record FROM Bank-Rec-Check-Line
006330     .

006340******************************************************************
006350* 3000-MATCH-STATEMENT - clear every open statement line that
006360* can be cleared, post the charges and interest, clear pay runs
006370* reversed before they reached the bank, and tie the payroll
006380* and direct-debit batch files to the statement.
006390******************************************************************
006400 3000-MATCH-STATEMENT.
006410     MOVE SPACES TO Bank-Rec-Rpt-Record
006420     WRITE Bank-Rec-Rpt-Record
006430     MOVE "CHARGES AND INTEREST POSTED" TO SectionHeading
006440     WRITE Bank-Rec-Rpt-Record FROM Section-Heading-Line
006450     WRITE Bank-Rec-Rpt-Record FROM Posted-Columns
006460     OPEN EXTEND GlPostingFile
006470     IF Gl-Posting-File-Status = "35"
006480         OPEN OUTPUT GlPostingFile
006490         CLOSE GlPostingFile
006500         OPEN EXTEND GlPostingFile
006510     END-IF
006520     PERFORM 3100-MATCH-ONE-LINE
006530         VARYING Line-Sub FROM 1 BY 1
006540         UNTIL Line-Sub > Line-Count
006550     CLOSE GlPostingFile
006560     PERFORM 3400-CLEAR-ONE-REVERSAL
006570         VARYING Item-Sub FROM 1 BY 1
006580         UNTIL Item-Sub > Item-Count
006590     MOVE SPACES TO Bank-Rec-Rpt-Record
006600     WRITE Bank-Rec-Rpt-Record
006610     MOVE "BATCH FILES TIED TO THE STATEMENT" TO SectionHeading
006620     WRITE Bank-Rec-Rpt-Record FROM Section-Heading-Line
006630     PERFORM 3500-TIE-PAYROLL-BATCH
006640     PERFORM 3600-TIE-DIRECT-DEBIT-BATCH
006650     .

006660******************************************************************
006670* 3100-MATCH-ONE-LINE - charges and interest are the bank's own
006680* entries and go straight to the ledger; every other line looks
006690* for its ledger row.
006700******************************************************************
006710 3100-MATCH-ONE-LINE.
006720     IF Line-Open (Line-Sub)
006730         IF (Line-TranType (Line-Sub) = "CHG"
006740                 AND Line-Debit (Line-Sub))
006750             OR (Line-TranType (Line-Sub) = "INT"
006760                 AND Line-Credit (Line-Sub))
006770             PERFORM 3300-POST-BANK-ENTRY
006780         ELSE
006790             PERFORM 3200-FIND-LEDGER-ITEM
006800         END-IF
006810     END-IF
006820     .

006830******************************************************************
006840* 3200-FIND-LEDGER-ITEM - the first open ledger row on the
006850* opposite side, of the same amount, dated within the
006860* statement, from a source this line's type may clear.
006870******************************************************************
006880 3200-FIND-LEDGER-ITEM.
006890     MOVE 'N' TO Item-Found-Switch
006900     PERFORM 3210-TRY-ONE-ITEM
006910         VARYING Item-Sub FROM 1 BY 1
006920         UNTIL Item-Sub > Item-Count OR Item-Found
006930     IF Item-Found
006940         MOVE 'C' TO Item-Status (Found-Item-Sub)
006950         MOVE 'M' TO Line-Status (Line-Sub)
006960         IF Line-Is-Carried (Line-Sub)
006970             ADD 1 TO Carried-Matched-Count
006980         ELSE
006990             ADD 1 TO Lines-Matched-Count
007000         END-IF
007010     END-IF
007020     .

007030******************************************************************
007040* 3210-TRY-ONE-ITEM - test one ledger row against the line.
007050******************************************************************
007060 3210-TRY-ONE-ITEM.
007070     IF Item-Open (Item-Sub)
007080             AND Item-Date (Item-Sub) NOT > Stmt-End-Date
007090             AND Item-Amount (Item-Sub) = Line-Amount (Line-Sub)
007100             AND Item-Side (Item-Sub) NOT = Line-DrCr (Line-Sub)
007110         MOVE 'N' TO Rule-Found-Switch
007120         SET Rule-Index TO 1
007130         SEARCH Rule-Entry
007140             AT END CONTINUE
007150             WHEN Rule-TranType (Rule-Index)
007160                     = Line-TranType (Line-Sub)
007170                 AND Rule-DrCr (Rule-Index) = Line-DrCr (Line-Sub)
007180                 AND Rule-Source (Rule-Index)
007190                     = Item-Source (Item-Sub)
007200                 MOVE 'Y' TO Rule-Found-Switch
007210         END-SEARCH
007220         IF Rule-Found
007230             MOVE 'Y'      TO Item-Found-Switch
007240             MOVE Item-Sub TO Found-Item-Sub
007250         END-IF
007260     END-IF
007270     .

007280******************************************************************
007290* 3300-POST-BANK-ENTRY - a charge debits the bank charges
007300* account and credits the bank; interest debits the bank and
007310* credits bank interest. The bank row is cleared by the line
007320* that raised it, so it is counted into the ledger row
007330* high-water mark and never carried.
007340******************************************************************
007350 3300-POST-BANK-ENTRY.
007360     MOVE Line-Date (Line-Sub) TO GL-RunDate
007370     MOVE Bank-Rec-Source      TO GL-Source
007380     MOVE ZERO TO GL-DebitAmount GL-CreditAmount
007390     MOVE ZERO TO StmtItemDebit StmtItemCredit
007400     IF Line-Debit (Line-Sub)
007410         MOVE Bank-Charges-Account  TO GL-AccountCode
007420         MOVE Line-Amount (Line-Sub) TO GL-DebitAmount
007430         PERFORM 3310-WRITE-BANK-ENTRY-ROW
007440         MOVE ZERO TO GL-DebitAmount
007450         MOVE Bank-Account          TO GL-AccountCode
007460         MOVE Line-Amount (Line-Sub) TO GL-CreditAmount
007470         PERFORM 3310-WRITE-BANK-ENTRY-ROW
007480         SUBTRACT Line-Amount (Line-Sub) FROM Ledger-Balance
007490         MOVE Line-Amount (Line-Sub) TO StmtItemDebit
007500     ELSE
007510         MOVE Bank-Account          TO GL-AccountCode
007520         MOVE Line-Amount (Line-Sub) TO GL-DebitAmount
007530         PERFORM 3310-WRITE-BANK-ENTRY-ROW
007540         MOVE ZERO TO GL-DebitAmount
007550         MOVE Bank-Interest-Account TO GL-AccountCode
007560         MOVE Line-Amount (Line-Sub) TO GL-CreditAmount
007570         PERFORM 3310-WRITE-BANK-ENTRY-ROW
007580         ADD Line-Amount (Line-Sub) TO Ledger-Balance
007590         MOVE Line-Amount (Line-Sub) TO StmtItemCredit
007600     END-IF
007610     MOVE 'P' TO Line-Status (Line-Sub)
007620     ADD 1 TO Lines-Posted-Count
007630     MOVE Line-Date (Line-Sub)      TO StmtItemDate
007640     MOVE Line-TranType (Line-Sub)  TO StmtItemType
007650     MOVE Line-Narrative (Line-Sub) TO StmtItemNarrative
007660     MOVE SPACES TO StmtItemCarried
007670     WRITE Bank-Rec-Rpt-Record FROM Stmt-Item-Line
007680     .

007690******************************************************************
007700* 3310-WRITE-BANK-ENTRY-ROW - append one journal row.
007710******************************************************************
007720 3310-WRITE-BANK-ENTRY-ROW.
007730     WRITE Gl-Posting-Record
007740     ADD 1 TO Rows-Written-Count
007750     ADD 1 TO Ledger-Row-Count
007760     .

007770******************************************************************
007780* 3400-CLEAR-ONE-REVERSAL - a pay run that PAYREV reversed before
007790* it reached the bank leaves its PAYROLL credit and the PAYREV
007800* debit both open; the pair of equal amount clear each other.
007810******************************************************************
007820 3400-CLEAR-ONE-REVERSAL.
007830     IF Item-Open (Item-Sub)
007840             AND Item-Source (Item-Sub) = "PAYREV"
007850             AND Item-Debit (Item-Sub)
007860             AND Item-Date (Item-Sub) NOT > Stmt-End-Date
007870         MOVE 'N' TO Item-Found-Switch
007880         PERFORM 3410-TRY-ONE-PAY-RUN
007890             VARYING Other-Sub FROM 1 BY 1
007900             UNTIL Other-Sub > Item-Count OR Item-Found
007910         IF Item-Found
007920             MOVE 'C' TO Item-Status (Item-Sub)
007930             MOVE 'C' TO Item-Status (Found-Item-Sub)
007940             ADD 1 TO Reversals-Cleared-Count
007950         END-IF
007960     END-IF
007970     .

007980******************************************************************
007990* 3410-TRY-ONE-PAY-RUN - test one ledger row as the reversed run.
008000******************************************************************
008010 3410-TRY-ONE-PAY-RUN.
008020     IF Item-Open (Other-Sub)
008030             AND Item-Source (Other-Sub) = "PAYROLL"
008040             AND Item-Credit (Other-Sub)
008050             AND Item-Amount (Other-Sub) = Item-Amount (Item-Sub)
008060             AND Item-Date (Other-Sub) NOT > Stmt-End-Date
008070         MOVE 'Y'       TO Item-Found-Switch
008080         MOVE Other-Sub TO Found-Item-Sub
008090     END-IF
008100     .

008110******************************************************************
008120* 3500-TIE-PAYROLL-BATCH - the payroll bank file's hash total
008130* should have gone out as one SAL debit on the statement.
008140******************************************************************
008150 3500-TIE-PAYROLL-BATCH.
008160     MOVE "BANKPAY.DAT" TO BatchFileName
008170     MOVE ZERO TO Batch-Run-Date Batch-Total
008180     MOVE 'N' TO Batch-Found-Switch
008190     MOVE 'N' TO Batch-Eof-Switch
008200     OPEN INPUT BankPayFile
008210     IF Bank-Pay-File-Status = "00"
008220         READ BankPayFile
008230             AT END MOVE 'Y' TO Batch-Eof-Switch
008240         END-READ
008250         PERFORM 3510-READ-ONE-PAY-RECORD UNTIL Batch-Eof
008260         CLOSE BankPayFile
008270     END-IF
008280     MOVE "SAL" TO Batch-TranType
008290     PERFORM 3700-WRITE-BATCH-TIE
008300     .

008310******************************************************************
008320* 3510-READ-ONE-PAY-RECORD - take the run date and hash total.
008330******************************************************************
008340 3510-READ-ONE-PAY-RECORD.
008350     IF BP-Header-Rec
008360         MOVE BP-RunDate TO Batch-Run-Date
008370     END-IF
008380     IF BP-Trailer-Rec
008390         MOVE 'Y' TO Batch-Found-Switch
008400         MOVE BP-HashTotal TO Batch-Total
008410     END-IF
008420     READ BankPayFile
008430         AT END MOVE 'Y' TO Batch-Eof-Switch
008440     END-READ
008450     .

008460******************************************************************
008470* 3600-TIE-DIRECT-DEBIT-BATCH - the collection file's total
008480* should have come in as one DDC credit on the statement.
008490******************************************************************
008500 3600-TIE-DIRECT-DEBIT-BATCH.
008510     MOVE "DDCOLL.DAT" TO BatchFileName
008520     MOVE ZERO TO Batch-Run-Date Batch-Total
008530     MOVE 'N' TO Batch-Found-Switch
008540     MOVE 'N' TO Batch-Eof-Switch
008550     OPEN INPUT DdCollectFile
008560     IF Dd-Collect-File-Status = "00"
008570         READ DdCollectFile
008580             AT END MOVE 'Y' TO Batch-Eof-Switch
008590         END-READ
008600         PERFORM 3610-READ-ONE-COLLECT-RECORD UNTIL Batch-Eof
008610         CLOSE DdCollectFile
008620     END-IF
008630     MOVE "DDC" TO Batch-TranType
008640     PERFORM 3700-WRITE-BATCH-TIE
008650     .

008660******************************************************************
008670* 3610-READ-ONE-COLLECT-RECORD - take the run date and total.
008680******************************************************************
008690 3610-READ-ONE-COLLECT-RECORD.
008700     IF DC-Header-Rec
008710         MOVE DC-RunDate TO Batch-Run-Date
008720     END-IF
008730     IF DC-Trailer-Rec
008740         MOVE 'Y' TO Batch-Found-Switch
008750         MOVE DC-AmountTotal TO Batch-Total
008760     END-IF
008770     READ DdCollectFile
008780         AT END MOVE 'Y' TO Batch-Eof-Switch
008790     END-READ
008800     .

008810******************************************************************
008820* 3700-WRITE-BATCH-TIE - look for a line of the batch's type and
008830* total on this statement, matched to its ledger row.
008840******************************************************************
008850 3700-WRITE-BATCH-TIE.
008860     MOVE Batch-Run-Date TO BatchRunDateOut
008870     MOVE Batch-Total    TO BatchTotalOut
008880     IF NOT Batch-Found
008890         MOVE "NO BATCH FILE" TO BatchTieResult
008900     ELSE
008910         MOVE 'N' TO Item-Found-Switch
008920         PERFORM 3710-TRY-ONE-BATCH-LINE
008930             VARYING Line-Sub FROM 1 BY 1
008940             UNTIL Line-Sub > Line-Count OR Item-Found
008950         IF Item-Found
008960             MOVE "ON STATEMENT, MATCHED" TO BatchTieResult
008970         ELSE
008980             MOVE "NOT ON THIS STATEMENT" TO BatchTieResult
008990         END-IF
009000     END-IF
009010     WRITE Bank-Rec-Rpt-Record FROM Batch-Tie-Line
009020     .

009030******************************************************************
009040* 3710-TRY-ONE-BATCH-LINE - test one statement line.
009050******************************************************************
009060 3710-TRY-ONE-BATCH-LINE.
009070     IF Line-Matched (Line-Sub)
009080             AND Line-TranType (Line-Sub) = Batch-TranType
009090             AND Line-Amount (Line-Sub) = Batch-Total
009100         MOVE 'Y' TO Item-Found-Switch
009110     END-IF
009120     .

009130******************************************************************
009140* 4000-REPORT-RECONCILIATION - the match counts, the uncleared
009150* items on both sides, and the proof of the adjusted statement
009160* balance to the ledger's bank account.
009170******************************************************************
009180 4000-REPORT-RECONCILIATION.
009190     MOVE SPACES TO Bank-Rec-Rpt-Record
009200     WRITE Bank-Rec-Rpt-Record
009210     MOVE "STATEMENT LINES MATCHED TO LEDGER:" TO CountDescription
009220     MOVE Lines-Matched-Count TO CountOut
009230     WRITE Bank-Rec-Rpt-Record FROM Count-Line
009240     MOVE "EARLIER LINES MATCHED THIS TIME:" TO CountDescription
009250     MOVE Carried-Matched-Count TO CountOut
009260     WRITE Bank-Rec-Rpt-Record FROM Count-Line
009270     MOVE "CHARGES AND INTEREST POSTED:" TO CountDescription
009280     MOVE Lines-Posted-Count TO CountOut
009290     WRITE Bank-Rec-Rpt-Record FROM Count-Line
009300     MOVE "REVERSED PAY RUNS CLEARED:" TO CountDescription
009310     MOVE Reversals-Cleared-Count TO CountOut
009320     WRITE Bank-Rec-Rpt-Record FROM Count-Line
009330     MOVE "LEDGER ROWS POSTED:" TO CountDescription
009340     MOVE Rows-Written-Count TO CountOut
009350     WRITE Bank-Rec-Rpt-Record FROM Count-Line
009360     MOVE SPACES TO Bank-Rec-Rpt-Record
009370     WRITE Bank-Rec-Rpt-Record
009380     MOVE "LEDGER ITEMS NOT YET ON THE STATEMENT"
009390         TO SectionHeading
009400     WRITE Bank-Rec-Rpt-Record FROM Section-Heading-Line
009410     WRITE Bank-Rec-Rpt-Record FROM Ledger-Columns
009420     PERFORM 4100-LIST-ONE-LEDGER-ITEM
009430         VARYING Item-Sub FROM 1 BY 1
009440         UNTIL Item-Sub > Item-Count
009450     MOVE SPACES TO Bank-Rec-Rpt-Record
009460     WRITE Bank-Rec-Rpt-Record
009470     MOVE "STATEMENT LINES NOT IN THE LEDGER" TO SectionHeading
009480     WRITE Bank-Rec-Rpt-Record FROM Section-Heading-Line
009490     WRITE Bank-Rec-Rpt-Record FROM Posted-Columns
009500     PERFORM 4200-LIST-ONE-STATEMENT-LINE
009510         VARYING Line-Sub FROM 1 BY 1
009520         UNTIL Line-Sub > Line-Count
009530     PERFORM 4300-PROVE-BALANCE
009540     .

009550******************************************************************
009560* 4100-LIST-ONE-LEDGER-ITEM - an open bank row dated within the
009570* statement; later-dated rows wait for a later statement.
009580******************************************************************
009590 4100-LIST-ONE-LEDGER-ITEM.
009600     IF Item-Open (Item-Sub)
009610             AND Item-Date (Item-Sub) NOT > Stmt-End-Date
009620         MOVE Item-Row (Item-Sub)    TO LedgerItemRow
009630         MOVE Item-Date (Item-Sub)   TO LedgerItemDate
009640         MOVE Item-Source (Item-Sub) TO LedgerItemSource
009650         MOVE ZERO TO LedgerItemDebit LedgerItemCredit
009660         IF Item-Debit (Item-Sub)
009670             MOVE Item-Amount (Item-Sub) TO LedgerItemDebit
009680             ADD Item-Amount (Item-Sub) TO Open-Ledger-Debits
009690         ELSE
009700             MOVE Item-Amount (Item-Sub) TO LedgerItemCredit
009710             ADD Item-Amount (Item-Sub) TO Open-Ledger-Credits
009720         END-IF
009730         WRITE Bank-Rec-Rpt-Record FROM Ledger-Item-Line
009740     END-IF
009750     .

009760******************************************************************
009770* 4200-LIST-ONE-STATEMENT-LINE - an open statement line, this
009780* statement's or carried from an earlier one.
009790******************************************************************
009800 4200-LIST-ONE-STATEMENT-LINE.
009810     IF Line-Open (Line-Sub)
009820         MOVE Line-Date (Line-Sub)      TO StmtItemDate
009830         MOVE Line-TranType (Line-Sub)  TO StmtItemType
009840         MOVE Line-Narrative (Line-Sub) TO StmtItemNarrative
009850         MOVE ZERO TO StmtItemDebit StmtItemCredit
009860         IF Line-Debit (Line-Sub)
009870             MOVE Line-Amount (Line-Sub) TO StmtItemDebit
009880             ADD Line-Amount (Line-Sub) TO Open-Stmt-Debits
009890         ELSE
009900             MOVE Line-Amount (Line-Sub) TO StmtItemCredit
009910             ADD Line-Amount (Line-Sub) TO Open-Stmt-Credits
009920         END-IF
009930         IF Line-Is-Carried (Line-Sub)
009940             MOVE "  CARRIED" TO StmtItemCarried
009950         ELSE
009960             MOVE SPACES TO StmtItemCarried
009970         END-IF
009980         WRITE Bank-Rec-Rpt-Record FROM Stmt-Item-Line
009990     END-IF
010000     .

010010******************************************************************
010020* 4300-PROVE-BALANCE - the closing balance adjusted for the
010030* uncleared items must equal the ledger's bank balance at the
010040* statement date; any difference is printed and fails the run.
010050******************************************************************
010060 4300-PROVE-BALANCE.
010070     COMPUTE Adjusted-Balance = Closing-Balance
010080         + Open-Ledger-Debits - Open-Ledger-Credits
010090         - Open-Stmt-Credits + Open-Stmt-Debits
010100     COMPUTE Rec-Difference = Adjusted-Balance - Ledger-Balance
010110     MOVE SPACES TO Bank-Rec-Rpt-Record
010120     WRITE Bank-Rec-Rpt-Record
010130     MOVE "BALANCE PER STATEMENT" TO ProofDescription
010140     MOVE Closing-Balance TO ProofAmount
010150     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010160     MOVE "ADD LEDGER RECEIPTS NOT YET ON STATEMENT"
010170         TO ProofDescription
010180     MOVE Open-Ledger-Debits TO ProofAmount
010190     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010200     MOVE "LESS LEDGER PAYMENTS NOT YET ON STATEMENT"
010210         TO ProofDescription
010220     MOVE Open-Ledger-Credits TO ProofAmount
010230     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010240     MOVE "LESS STATEMENT CREDITS NOT IN LEDGER"
010250         TO ProofDescription
010260     MOVE Open-Stmt-Credits TO ProofAmount
010270     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010280     MOVE "ADD STATEMENT DEBITS NOT IN LEDGER"
010290         TO ProofDescription
010300     MOVE Open-Stmt-Debits TO ProofAmount
010310     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010320     MOVE "ADJUSTED STATEMENT BALANCE" TO ProofDescription
010330     MOVE Adjusted-Balance TO ProofAmount
010340     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010350     MOVE "LEDGER BANK ACCOUNT BALANCE" TO ProofDescription
010360     MOVE Ledger-Balance TO ProofAmount
010370     WRITE Bank-Rec-Rpt-Record FROM Proof-Line
010380     MOVE Rec-Difference TO RecDifferenceOut
010390     IF Rec-Difference = ZERO
010400         MOVE "RECONCILED - DIFFERENCE" TO RecResult
010410     ELSE
010420         MOVE "NOT RECONCILED - DIFFERENCE" TO RecResult
010430         MOVE 16 TO Rec-Return-Code
010440     END-IF
010450     WRITE Bank-Rec-Rpt-Record FROM Rec-Result-Line
010460     .

010470******************************************************************
010480* 5000-REWRITE-CLEAR-FILE - carry this statement's closing
010490* position, the ledger row high-water mark and every open item
010500* on either side forward to the next reconciliation. This is
010510* done even when a difference remains, so the charges and
010520* interest just posted are never posted twice.
010530******************************************************************
010540 5000-REWRITE-CLEAR-FILE.
010550     OPEN OUTPUT BankClearFile
010560     MOVE SPACES           TO Bank-Clear-Record
010570     MOVE 'S'              TO BC-RecordType
010580     MOVE Ledger-Row-Count TO BC-LedgerRow
010590     MOVE Stmt-End-Date    TO BC-Date
010600     MOVE Closing-Balance  TO BC-Amount
010610     WRITE Bank-Clear-Record
010620     PERFORM 5100-CARRY-ONE-LEDGER-ITEM
010630         VARYING Item-Sub FROM 1 BY 1
010640         UNTIL Item-Sub > Item-Count
010650     PERFORM 5200-CARRY-ONE-STATEMENT-LINE
010660         VARYING Line-Sub FROM 1 BY 1
010670         UNTIL Line-Sub > Line-Count
010680     CLOSE BankClearFile
010690     .

010700******************************************************************
010710* 5100-CARRY-ONE-LEDGER-ITEM - an open bank row, whatever its
010720* date.
010730******************************************************************
010740 5100-CARRY-ONE-LEDGER-ITEM.
010750     IF Item-Open (Item-Sub)
010760         MOVE SPACES                 TO Bank-Clear-Record
010770         MOVE 'U'                    TO BC-RecordType
010780         MOVE Item-Row (Item-Sub)    TO BC-LedgerRow
010790         MOVE Item-Date (Item-Sub)   TO BC-Date
010800         MOVE Item-Source (Item-Sub) TO BC-Source
010810         MOVE Item-Side (Item-Sub)   TO BC-Side
010820         MOVE Item-Amount (Item-Sub) TO BC-Amount
010830         WRITE Bank-Clear-Record
010840     END-IF
010850     .

010860******************************************************************
010870* 5200-CARRY-ONE-STATEMENT-LINE - an open statement line.
010880******************************************************************
010890 5200-CARRY-ONE-STATEMENT-LINE.
010900     IF Line-Open (Line-Sub)
010910         MOVE SPACES                    TO Bank-Clear-Record
010920         MOVE 'L'                       TO BC-RecordType
010930         MOVE ZERO                      TO BC-LedgerRow
010940         MOVE Line-Date (Line-Sub)      TO BC-Date
010950         MOVE Line-DrCr (Line-Sub)      TO BC-Side
010960         MOVE Line-TranType (Line-Sub)  TO BC-TranType
010970         MOVE Line-Amount (Line-Sub)    TO BC-Amount
010980         MOVE Line-Narrative (Line-Sub) TO BC-Narrative
010990         WRITE Bank-Clear-Record
011000     END-IF
011010     .

011020******************************************************************
011030* 8000-TERMINATE - close the report down.
011040******************************************************************
011050 8000-TERMINATE.
011060     CLOSE BankRecRptFile
011070     .

011080 END PROGRAM BANKREC.
