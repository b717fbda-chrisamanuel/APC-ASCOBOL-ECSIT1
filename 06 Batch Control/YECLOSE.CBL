000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Financial year-end close: posts journal rows to
000050*             GLPOST.DAT that bring every income and expense
000060*             account to nil at the year-end date and carry the
000070*             year's profit or loss to retained earnings, so the
000080*             new year's profit and loss starts at zero while
000090*             the postings file stays the full ledger.
000100* Tectonics: cobc
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. YECLOSE.
000140 AUTHOR.     D. FENNESSY.
000150 DATE-WRITTEN.

000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ------------------------------------------
000200*               DF    New program: YECLOSRQ.DAT carries the
000210*                     operator's ID, the year-end date and the
000220*                     retained earnings account (300000 when
000230*                     blank). The close is refused unless the
000240*                     operator is named, the date is sound, the
000250*                     account is on GLCHART.DAT typed equity,
000260*                     and no YECLOSE row is already dated on or
000270*                     after the year end. A clean close appends
000280*                     the closing rows under source YECLOSE,
000290*                     logs the who/when line to PERCLOSE.LOG
000300*                     beside the period closes, and empties the
000310*                     request file so the same request cannot
000320*                     close the year twice. Takes the RUNLOCK
000330*                     run lock like PAYREV.
000332*               DF    Chart rows past the account table are
000334*                     counted, and any fail a CHART LOADED IN
000336*                     FULL check so the close is refused rather
000338*                     than leaving accounts unclosed.
000340******************************************************************

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT YearEndRequestFile ASSIGN TO "YECLOSRQ.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS Year-End-Request-File-Status.

000410     SELECT GlChartFile ASSIGN TO "GLCHART.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS Gl-Chart-File-Status.

000440     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS Gl-Posting-File-Status.

000470     SELECT CloseLogFile ASSIGN TO "PERCLOSE.LOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS Close-Log-File-Status.

000500     SELECT YearEndRptFile ASSIGN TO "YECLOSE.RPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD YearEndRequestFile.
000550 01 Year-End-Request-Record.
000560    02 YR-OperatorID        PIC X(8).
000570    02 YR-YearEndDate       PIC 9(8).
000580    02 FILLER REDEFINES YR-YearEndDate.
000590       03 YR-YearEndYear    PIC 9(4).
000600       03 YR-YearEndMonth   PIC 9(2).
000610       03 YR-YearEndDay     PIC 9(2).
000620    02 YR-RetainedAccount   PIC X(6).

000630 FD GlChartFile.
000640 01 Gl-Chart-Record.
000650    02 GC-AccountCode       PIC X(6).
000660    02 GC-AccountName       PIC X(20).
000670    02 GC-AccountType       PIC X(1).
000680    02 GC-ReportLine        PIC X(3).
000690    02 GC-LineName          PIC X(20).

000700 FD GlPostingFile.
000710 01 Gl-Posting-Record.
000720    02 GL-RunDate           PIC 9(8).
000730    02 GL-Source            PIC X(8).
000740    02 GL-AccountCode       PIC X(6).
000750    02 GL-DebitAmount       PIC 9(9)V99.
000760    02 GL-CreditAmount      PIC 9(9)V99.

000770 FD CloseLogFile.
000780 01 Close-Log-Record        PIC X(120).

000790 FD YearEndRptFile.
000800 01 Year-End-Rpt-Record     PIC X(80).

000810 WORKING-STORAGE SECTION.
000820* Run-lock plumbing: the RUNLOCK subprogram refuses this run
000830* when a batch invocation is already in flight.
000840 01 Lock-Function            PIC X(01) VALUE SPACE.
000850 01 Lock-Step-Name           PIC X(20) VALUE "YECLOSE".
000860 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
000870 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
000880 77 Year-End-Request-File-Status PIC X(02) VALUE '00'.
000890 77 Gl-Chart-File-Status     PIC X(02) VALUE '00'.
000900 77 Gl-Posting-File-Status   PIC X(02) VALUE '00'.
000910 77 Close-Log-File-Status    PIC X(02) VALUE '00'.
000920 01 Request-Missing-Switch   PIC X(01) VALUE 'N'.
000930     88 Request-Missing       VALUE 'Y'.
000940 01 Close-Refused-Switch     PIC X(01) VALUE 'N'.
000950     88 Close-Refused         VALUE 'Y'.
000960 01 Chart-Eof-Switch         PIC X(01) VALUE 'N'.
000970     88 Chart-Eof             VALUE 'Y'.
000980 01 Postings-Eof-Switch      PIC X(01) VALUE 'N'.
000990     88 Postings-Eof          VALUE 'Y'.
001000 01 Already-Closed-Switch    PIC X(01) VALUE 'N'.
001010     88 Already-Closed        VALUE 'Y'.
001020 01 Account-Found-Switch     PIC X(01) VALUE 'N'.
001030     88 Account-Found         VALUE 'Y'.

001040* Closing rows post under this source; FINSTMT leaves them out
001050* of the profit and loss.
001060 77 Year-End-Source          PIC X(08) VALUE "YECLOSE".
001070 77 Default-Retained-Account PIC X(06) VALUE "300000".

001080* Account-Table carries the chart with each income and expense
001090* account's debits and credits up to the year-end date.
001100 01 Account-Table.
001110    02 Account-Entry OCCURS 200 TIMES
001120             INDEXED BY Account-Index.
001130       03 Acct-Code           PIC X(6)     VALUE SPACES.
001140       03 Acct-Type           PIC X(1)     VALUE SPACE.
001150          88 Acct-Closes        VALUE 'I' 'E'.
001160          88 Acct-Equity        VALUE 'Q'.
001170       03 Acct-Debits         PIC 9(11)V99 VALUE ZERO.
001180       03 Acct-Credits        PIC 9(11)V99 VALUE ZERO.
001190 01 Account-Count            PIC 9(3)  VALUE ZERO.
001200 77 Max-Accounts             PIC 9(3)  VALUE 200.
001210 01 Account-Sub              PIC 9(3)  VALUE ZERO.
001215 01 Accounts-Dropped-Count   PIC 9(5)  VALUE ZERO.

001220 01 Closing-Amount           PIC 9(11)V99 VALUE ZERO.
001230 01 Year-Profit              PIC S9(11)V99 VALUE ZERO.
001240 01 Rows-Written-Count       PIC 9(5)  VALUE ZERO.
001250* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001260* run's own code is held here and restored after it.
001270 01 Close-Return-Code        PIC 9(02) VALUE ZERO.

001280 01 Log-Date                 PIC 9(06).
001290 01 Log-Time                 PIC 9(08).

001300 01 FILLER                   PIC X(80) VALUE SPACES.
001310 01 Year-End-Heading.
001320    02 FILLER                PIC X(25) VALUE SPACES.
001330    02 FILLER                PIC X(24)
001340       VALUE "FINANCIAL YEAR-END CLOSE".

001350 01 HorizontalLine.
001360    02 FILLER                PIC X(03) VALUE SPACES.
001370    02 FILLER                PIC X(55) VALUE ALL '-'.

001380 01 Year-End-Operator-Line.
001390    02 FILLER                PIC X(10) VALUE "OPERATOR:".
001400    02 YearEndOperatorID     PIC X(8).
001410    02 FILLER                PIC X(12) VALUE "  YEAR END:".
001420    02 YearEndDateOut        PIC 9(8).
001430    02 FILLER                PIC X(12) VALUE "  RETAINED:".
001440    02 YearEndRetained       PIC X(6).

001450 01 Year-End-Check-Line.
001460    02 FILLER                PIC X(02) VALUE SPACES.
001470    02 CheckDescription      PIC X(38).
001480    02 CheckResult           PIC X(08).

001490 01 Closing-Columns.
001500    02 FILLER                PIC X(02) VALUE SPACES.
001510    02 FILLER                PIC X(10) VALUE "ACCOUNT".
001520    02 FILLER                PIC X(15) VALUE "         DEBIT".
001530    02 FILLER                PIC X(16) VALUE "          CREDIT".

001540 01 Closing-Line.
001550    02 FILLER                PIC X(02) VALUE SPACES.
001560    02 ClosingAccount        PIC X(6).
001570    02 FILLER                PIC X(04) VALUE SPACES.
001580    02 ClosingDebit          PIC BZZZ,ZZZ,ZZ9.99.
001590    02 ClosingCredit         PIC BZZZ,ZZZ,ZZ9.99.

001600 01 Year-Profit-Line.
001610    02 FILLER                PIC X(28)
001620       VALUE "PROFIT/(LOSS) FOR THE YEAR:".
001630    02 YearProfitOut         PIC BZZZ,ZZZ,ZZ9.99-.

001640 01 Year-End-Control-Line.
001650    02 FILLER                PIC X(22)
001660       VALUE "CLOSING ROWS POSTED:".
001670    02 ControlRowsWritten    PIC BZZZZ9.

001680 01 Year-End-Refused-Line.
001690    02 FILLER                PIC X(40)
001700       VALUE "YEAR-END CLOSE REFUSED - NOTHING POSTED.".

001710 PROCEDURE DIVISION.

001720 0000-MAINLINE.
001730     MOVE 'S' TO Lock-Function
001740     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
001750         Lock-Run-Date, Lock-Return-Code
001760     IF Lock-Return-Code NOT = ZERO
001770         MOVE 16 TO RETURN-CODE
001780         GOBACK
001790     END-IF
001800     PERFORM 1000-INITIALIZE
001810     IF Request-Missing
001820         MOVE 16 TO Close-Return-Code
001830     ELSE
001840         PERFORM 2000-RUN-CLOSE-CHECKS
001850         IF Close-Refused
001860             WRITE Year-End-Rpt-Record FROM Year-End-Refused-Line
001870             MOVE 16 TO Close-Return-Code
001880         ELSE
001890             PERFORM 3000-POST-CLOSING-ROWS
001900         END-IF
001910     END-IF
001920     PERFORM 8000-TERMINATE
001930     MOVE 'R' TO Lock-Function
001940     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
001950         Lock-Run-Date, Lock-Return-Code
001960     MOVE Close-Return-Code TO RETURN-CODE
001970     GOBACK.

001980******************************************************************
001990* 1000-INITIALIZE - read the close request, default the retained
002000* earnings account, and print the report heading. No request
002010* record refuses the run outright.
002020******************************************************************
002030 1000-INITIALIZE.
002040     OPEN OUTPUT YearEndRptFile
002050     WRITE Year-End-Rpt-Record FROM Year-End-Heading
002060     WRITE Year-End-Rpt-Record FROM HorizontalLine
002070     OPEN INPUT YearEndRequestFile
002080     IF Year-End-Request-File-Status NOT = "00"
002090         MOVE 'Y' TO Request-Missing-Switch
002100     ELSE
002110         READ YearEndRequestFile
002120             AT END MOVE 'Y' TO Request-Missing-Switch
002130         END-READ
002140         CLOSE YearEndRequestFile
002150     END-IF
002160     IF NOT Request-Missing
002170         IF YR-RetainedAccount = SPACES
002180             MOVE Default-Retained-Account TO YR-RetainedAccount
002190         END-IF
002200         MOVE YR-OperatorID      TO YearEndOperatorID
002210         MOVE YR-YearEndDate     TO YearEndDateOut
002220         MOVE YR-RetainedAccount TO YearEndRetained
002230         WRITE Year-End-Rpt-Record FROM Year-End-Operator-Line
002240     END-IF
002250     .

002260******************************************************************
002270* 2000-RUN-CLOSE-CHECKS - every gate the close must pass, each
002280* printed OK or FAILED; one failure refuses the whole close.
002290******************************************************************
002300 2000-RUN-CLOSE-CHECKS.
002310     PERFORM 2050-CHECK-OPERATOR-ID
002320     PERFORM 2100-CHECK-YEAR-END-DATE
002330     PERFORM 2200-LOAD-CHART
002335     PERFORM 2250-CHECK-CHART-LOADED
002340     PERFORM 2300-CHECK-RETAINED-ACCOUNT
002350     IF NOT Close-Refused
002360         PERFORM 2400-READ-LEDGER
002370         PERFORM 2500-CHECK-NOT-CLOSED
002380     END-IF
002390     .

002400******************************************************************
002410* 2050-CHECK-OPERATOR-ID - the request must say who asked for
002420* the close, as the period close does.
002430******************************************************************
002440 2050-CHECK-OPERATOR-ID.
002450     MOVE "OPERATOR IDENTIFIED" TO CheckDescription
002460     IF YR-OperatorID = SPACES
002470         MOVE "FAILED" TO CheckResult
002480         MOVE 'Y' TO Close-Refused-Switch
002490     ELSE
002500         MOVE "OK"     TO CheckResult
002510     END-IF
002520     WRITE Year-End-Rpt-Record FROM Year-End-Check-Line
002530     .

002540******************************************************************
002550* 2100-CHECK-YEAR-END-DATE - the year-end date must be a sound
002560* date.
002570******************************************************************
002580 2100-CHECK-YEAR-END-DATE.
002590     MOVE "YEAR-END DATE SOUND" TO CheckDescription
002600     IF YR-YearEndDate NOT NUMERIC
002610             OR YR-YearEndMonth = ZERO
002620             OR YR-YearEndMonth > 12
002630             OR YR-YearEndDay = ZERO
002640             OR YR-YearEndDay > 31
002650         MOVE "FAILED" TO CheckResult
002660         MOVE 'Y' TO Close-Refused-Switch
002670     ELSE
002680         MOVE "OK"     TO CheckResult
002690     END-IF
002700     WRITE Year-End-Rpt-Record FROM Year-End-Check-Line
002710     .

002720******************************************************************
002730* 2200-LOAD-CHART - file the chart with each account's type;
002740* a missing chart leaves the table empty and the retained
002750* earnings check below refuses the close.
002760******************************************************************
002770 2200-LOAD-CHART.
002780     OPEN INPUT GlChartFile
002790     IF Gl-Chart-File-Status = "00"
002800         READ GlChartFile
002810             AT END MOVE 'Y' TO Chart-Eof-Switch
002820         END-READ
002830         PERFORM 2210-LOAD-ONE-ACCOUNT UNTIL Chart-Eof
002840         CLOSE GlChartFile
002850     END-IF
002860     .

002870******************************************************************
002880* 2210-LOAD-ONE-ACCOUNT - file one chart row; a row past the
002885* table is counted.
002890******************************************************************
002900 2210-LOAD-ONE-ACCOUNT.
002910     IF Account-Count < Max-Accounts
002920         ADD 1 TO Account-Count
002930         SET Account-Index TO Account-Count
002940         MOVE GC-AccountCode TO Acct-Code (Account-Index)
002950         MOVE GC-AccountType TO Acct-Type (Account-Index)
002953     ELSE
002956         ADD 1 TO Accounts-Dropped-Count
002960     END-IF
002970     READ GlChartFile
002980         AT END MOVE 'Y' TO Chart-Eof-Switch
002990     END-READ
003000     .

003001******************************************************************
003002* 2250-CHECK-CHART-LOADED - an account left off the table would
003003* never be closed to retained earnings.
003004******************************************************************
003005 2250-CHECK-CHART-LOADED.
003006     MOVE "CHART LOADED IN FULL" TO CheckDescription
003007     IF Accounts-Dropped-Count > ZERO
003008         MOVE "FAILED" TO CheckResult
003009         MOVE 'Y' TO Close-Refused-Switch
003010     ELSE
003011         MOVE "OK"     TO CheckResult
003012     END-IF
003013     WRITE Year-End-Rpt-Record FROM Year-End-Check-Line
003014     .

003015******************************************************************
003020* 2300-CHECK-RETAINED-ACCOUNT - the profit must land on a chart
003030* account typed equity, or the balance sheet loses it.
003040******************************************************************
003050 2300-CHECK-RETAINED-ACCOUNT.
003060     MOVE "RETAINED EARNINGS ACCOUNT IS EQUITY"
003070         TO CheckDescription
003080     MOVE YR-RetainedAccount TO GL-AccountCode
003090     PERFORM 2600-FIND-ACCOUNT
003100     IF Account-Found AND Acct-Equity (Account-Index)
003110         MOVE "OK"     TO CheckResult
003120     ELSE
003130         MOVE "FAILED" TO CheckResult
003140         MOVE 'Y' TO Close-Refused-Switch
003150     END-IF
003160     WRITE Year-End-Rpt-Record FROM Year-End-Check-Line
003170     .

003180******************************************************************
003190* 2400-READ-LEDGER - one pass of GLPOST.DAT: accumulate every
003200* income and expense row dated up to the year end, earlier
003210* closing rows included, and note any closing row already on or
003220* after it.
003230******************************************************************
003240 2400-READ-LEDGER.
003250     OPEN INPUT GlPostingFile
003260     IF Gl-Posting-File-Status NOT = "00"
003270         MOVE 'Y' TO Postings-Eof-Switch
003280     ELSE
003290         READ GlPostingFile
003300             AT END MOVE 'Y' TO Postings-Eof-Switch
003310         END-READ
003320         PERFORM 2410-READ-ONE-ROW UNTIL Postings-Eof
003330         CLOSE GlPostingFile
003340     END-IF
003350     .

003360******************************************************************
003370* 2410-READ-ONE-ROW - take one ledger row.
003380******************************************************************
003390 2410-READ-ONE-ROW.
003400     IF GL-Source = Year-End-Source
003410         AND GL-RunDate NOT < YR-YearEndDate
003420         MOVE 'Y' TO Already-Closed-Switch
003430     END-IF
003440     IF GL-RunDate NOT > YR-YearEndDate
003450         PERFORM 2600-FIND-ACCOUNT
003460         IF Account-Found
003470             IF Acct-Closes (Account-Index)
003480                 ADD GL-DebitAmount
003490                     TO Acct-Debits (Account-Index)
003500                 ADD GL-CreditAmount
003510                     TO Acct-Credits (Account-Index)
003520             END-IF
003530         END-IF
003540     END-IF
003550     READ GlPostingFile
003560         AT END MOVE 'Y' TO Postings-Eof-Switch
003570     END-READ
003580     .

003590******************************************************************
003600* 2500-CHECK-NOT-CLOSED - a year already closed, or a later one,
003610* cannot be closed again over the top.
003620******************************************************************
003630 2500-CHECK-NOT-CLOSED.
003640     MOVE "YEAR NOT ALREADY CLOSED" TO CheckDescription
003650     IF Already-Closed
003660         MOVE "FAILED" TO CheckResult
003670         MOVE 'Y' TO Close-Refused-Switch
003680     ELSE
003690         MOVE "OK"     TO CheckResult
003700     END-IF
003710     WRITE Year-End-Rpt-Record FROM Year-End-Check-Line
003720     .

003730******************************************************************
003740* 2600-FIND-ACCOUNT - look GL-AccountCode up on the chart.
003750******************************************************************
003760 2600-FIND-ACCOUNT.
003770     MOVE 'N' TO Account-Found-Switch
003780     SET Account-Index TO 1
003790     SEARCH Account-Entry
003800         AT END CONTINUE
003810         WHEN Acct-Code (Account-Index) = GL-AccountCode
003820             MOVE 'Y' TO Account-Found-Switch
003830     END-SEARCH
003840     .

003850******************************************************************
003860* 3000-POST-CLOSING-ROWS - one row per income and expense
003870* account with a balance, taking it to nil, and the balancing
003880* row to retained earnings; then log the close and empty the
003890* request file.
003900******************************************************************
003910 3000-POST-CLOSING-ROWS.
003920     MOVE SPACES TO Year-End-Rpt-Record
003930     WRITE Year-End-Rpt-Record
003940     WRITE Year-End-Rpt-Record FROM Closing-Columns
003950     OPEN EXTEND GlPostingFile
003960     IF Gl-Posting-File-Status = "35"
003970         OPEN OUTPUT GlPostingFile
003980         CLOSE GlPostingFile
003990         OPEN EXTEND GlPostingFile
004000     END-IF
004010     PERFORM 3100-CLOSE-ONE-ACCOUNT
004020         VARYING Account-Sub FROM 1 BY 1
004030         UNTIL Account-Sub > Account-Count
004040     PERFORM 3200-POST-RETAINED-EARNINGS
004050     CLOSE GlPostingFile
004060     MOVE SPACES TO Year-End-Rpt-Record
004070     WRITE Year-End-Rpt-Record
004080     MOVE Year-Profit TO YearProfitOut
004090     WRITE Year-End-Rpt-Record FROM Year-Profit-Line
004100     MOVE Rows-Written-Count TO ControlRowsWritten
004110     WRITE Year-End-Rpt-Record FROM Year-End-Control-Line
004120     PERFORM 3300-WRITE-CLOSE-LOG
004130     OPEN OUTPUT YearEndRequestFile
004140     CLOSE YearEndRequestFile
004150     .

004160******************************************************************
004170* 3100-CLOSE-ONE-ACCOUNT - reverse one account's net balance
004180* and add it to the year's profit.
004190******************************************************************
004200 3100-CLOSE-ONE-ACCOUNT.
004210     IF Acct-Closes (Account-Sub)
004220         AND Acct-Debits (Account-Sub)
004230             NOT = Acct-Credits (Account-Sub)
004240         MOVE YR-YearEndDate      TO GL-RunDate
004250         MOVE Year-End-Source     TO GL-Source
004260         MOVE Acct-Code (Account-Sub) TO GL-AccountCode
004270         MOVE ZERO TO GL-DebitAmount GL-CreditAmount
004280         IF Acct-Debits (Account-Sub) > Acct-Credits (Account-Sub)
004290             SUBTRACT Acct-Credits (Account-Sub)
004300                 FROM Acct-Debits (Account-Sub)
004310                 GIVING Closing-Amount
004320             MOVE Closing-Amount TO GL-CreditAmount
004330             SUBTRACT Closing-Amount FROM Year-Profit
004340         ELSE
004350             SUBTRACT Acct-Debits (Account-Sub)
004360                 FROM Acct-Credits (Account-Sub)
004370                 GIVING Closing-Amount
004380             MOVE Closing-Amount TO GL-DebitAmount
004390             ADD Closing-Amount TO Year-Profit
004400         END-IF
004410         PERFORM 3400-WRITE-CLOSING-ROW
004420     END-IF
004430     .

004440******************************************************************
004450* 3200-POST-RETAINED-EARNINGS - a profit is credited to retained
004460* earnings, a loss debited; a nil year posts nothing.
004470******************************************************************
004480 3200-POST-RETAINED-EARNINGS.
004490     IF Year-Profit NOT = ZERO
004500         MOVE YR-YearEndDate     TO GL-RunDate
004510         MOVE Year-End-Source    TO GL-Source
004520         MOVE YR-RetainedAccount TO GL-AccountCode
004530         MOVE ZERO TO GL-DebitAmount GL-CreditAmount
004540         IF Year-Profit > ZERO
004550             MOVE Year-Profit TO GL-CreditAmount
004560         ELSE
004570             COMPUTE GL-DebitAmount = ZERO - Year-Profit
004580         END-IF
004590         PERFORM 3400-WRITE-CLOSING-ROW
004600     END-IF
004610     .

004620******************************************************************
004630* 3300-WRITE-CLOSE-LOG - append the who/what/when of the close
004640* to PERCLOSE.LOG beside the period closes, created on first
004650* use.
004660******************************************************************
004670 3300-WRITE-CLOSE-LOG.
004680     ACCEPT Log-Date FROM DATE
004690     ACCEPT Log-Time FROM TIME
004700     OPEN EXTEND CloseLogFile
004710     IF Close-Log-File-Status = "35"
004720         OPEN OUTPUT CloseLogFile
004730         CLOSE CloseLogFile
004740         OPEN EXTEND CloseLogFile
004750     END-IF
004760     MOVE SPACES TO Close-Log-Record
004770     STRING "YECLOSE  " DELIMITED BY SIZE
004780         "OPER=" DELIMITED BY SIZE
004790         YR-OperatorID DELIMITED BY SIZE
004800         " YEAREND=" DELIMITED BY SIZE
004810         YR-YearEndDate DELIMITED BY SIZE
004820         " RETAINED=" DELIMITED BY SIZE
004830         YR-RetainedAccount DELIMITED BY SIZE
004840         " DATE=" DELIMITED BY SIZE
004850         Log-Date DELIMITED BY SIZE
004860         " TIME=" DELIMITED BY SIZE
004870         Log-Time DELIMITED BY SIZE
004880         INTO Close-Log-Record
004900     WRITE Close-Log-Record
004910     CLOSE CloseLogFile
004920     .

004930******************************************************************
004940* 3400-WRITE-CLOSING-ROW - post the row and print it.
004950******************************************************************
004960 3400-WRITE-CLOSING-ROW.
004970     WRITE Gl-Posting-Record
004980     ADD 1 TO Rows-Written-Count
004990     MOVE GL-AccountCode  TO ClosingAccount
005000     MOVE GL-DebitAmount  TO ClosingDebit
005010     MOVE GL-CreditAmount TO ClosingCredit
005020     WRITE Year-End-Rpt-Record FROM Closing-Line
005030     .

005040******************************************************************
005050* 8000-TERMINATE - close the report down.
005060******************************************************************
005070 8000-TERMINATE.
005080     CLOSE YearEndRptFile
005090     .

005100 END PROGRAM YECLOSE.
