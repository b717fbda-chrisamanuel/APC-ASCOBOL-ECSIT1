000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Monthly financial statements off the general
000050*             ledger: the profit and loss account for the
000060*             RUNPARM.DAT posting period and the year to date,
000070*             each against the BUDGET.DAT budget with the
000080*             variance, and the balance sheet at period end,
000090*             all grouped by the reporting lines GLCHART.DAT
000100*             assigns each account.
000110* Tectonics: cobc
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. FINSTMT.
000150 AUTHOR.     D. FENNESSY.
000160 DATE-WRITTEN.

000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*               DF    New program: each GLCHART.DAT account is
000220*                     typed income, expense, asset, liability or
000230*                     equity and carries a reporting line code
000240*                     and name. The run reads GLPOST.DAT once,
000250*                     rolls income and expense rows up by line
000260*                     for the period and the financial year to
000270*                     date, and asset, liability and equity rows
000280*                     up to the period end. BUDGET.DAT holds one
000290*                     budget per account per month. The year
000300*                     starts in the month FINPARM.DAT names
000310*                     (January when absent). YECLOSE rows are
000320*                     left out of the profit and loss so a new
000330*                     year starts at zero; profit not yet closed
000340*                     to retained earnings is carried on the
000350*                     balance sheet so it still balances.
000360*                     Accounts not on the chart, or on it with
000370*                     no valid type, are listed and return a bad
000380*                     step code like an unbalanced sheet.
000390******************************************************************

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Run-Parm-File-Status.

000460     SELECT FinParmFile ASSIGN TO "FINPARM.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS Fin-Parm-File-Status.

000490     SELECT GlChartFile ASSIGN TO "GLCHART.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS Gl-Chart-File-Status.

000520     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS Gl-Posting-File-Status.

000550     SELECT BudgetFile ASSIGN TO "BUDGET.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS Budget-File-Status.

000580     SELECT FinRptFile ASSIGN TO "FINSTMT.RPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD RunParmFile.
000630 01 Run-Parm-Record.
000640    02 RP-RunDate           PIC 9(8).
000650    02 RP-PeriodStart       PIC 9(8).
000660    02 RP-PeriodEnd         PIC 9(8).
000670    02 RP-PeriodStatus      PIC X(1).

000680 FD FinParmFile.
000690 01 Fin-Parm-Record.
000700    02 FP-YearStartMonth    PIC 9(2).

000710 FD GlChartFile.
000720 01 Gl-Chart-Record.
000730    02 GC-AccountCode       PIC X(6).
000740    02 GC-AccountName       PIC X(20).
000750    02 GC-AccountType       PIC X(1).
000760       88 GC-TypeValid        VALUE 'I' 'E' 'A' 'L' 'Q'.
000770    02 GC-ReportLine        PIC X(3).
000780    02 GC-LineName          PIC X(20).

000790 FD GlPostingFile.
000800 01 Gl-Posting-Record.
000810    02 GL-RunDate           PIC 9(8).
000820    02 GL-Source            PIC X(8).
000830    02 GL-AccountCode       PIC X(6).
000840    02 GL-DebitAmount       PIC 9(9)V99.
000850    02 GL-CreditAmount      PIC 9(9)V99.

000860 FD BudgetFile.
000870 01 Budget-Record.
000880    02 BU-AccountCode       PIC X(6).
000890    02 BU-YearMonth         PIC 9(6).
000900    02 BU-Amount            PIC 9(9)V99.

000910 FD FinRptFile.
000920 01 Fin-Rpt-Record          PIC X(132).

000930 WORKING-STORAGE SECTION.
000940 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
000950 77 Fin-Parm-File-Status    PIC X(02) VALUE '00'.
000960 77 Gl-Chart-File-Status    PIC X(02) VALUE '00'.
000970 77 Gl-Posting-File-Status  PIC X(02) VALUE '00'.
000980 77 Budget-File-Status      PIC X(02) VALUE '00'.
000990 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001000     88 Run-Parm-Missing     VALUE 'Y'.
001010 01 Chart-Missing-Switch    PIC X(01) VALUE 'N'.
001020     88 Chart-Missing        VALUE 'Y'.
001030 01 Chart-Eof-Switch        PIC X(01) VALUE 'N'.
001040     88 Chart-Eof            VALUE 'Y'.
001050 01 Postings-Eof-Switch     PIC X(01) VALUE 'N'.
001060     88 Postings-Eof         VALUE 'Y'.
001070 01 Budget-Eof-Switch       PIC X(01) VALUE 'N'.
001080     88 Budget-Eof           VALUE 'Y'.
001090 01 Account-Found-Switch    PIC X(01) VALUE 'N'.
001100     88 Account-Found        VALUE 'Y'.
001110 01 Section-Done-Switch     PIC X(01) VALUE 'N'.
001120     88 Section-Done         VALUE 'Y'.
001130 01 Out-Of-Balance-Switch   PIC X(01) VALUE 'N'.
001140     88 Out-Of-Balance       VALUE 'Y'.

001150* The year-end close program's rows are kept out of the profit
001160* and loss; they only move closed profit to retained earnings.
001170 77 Year-End-Source         PIC X(08) VALUE "YECLOSE".

001180* Reporting dates. The year-to-month views compare against the
001190* BUDGET.DAT months.
001200 01 Period-Start-Date       PIC 9(8)  VALUE ZERO.
001210 01 FILLER REDEFINES Period-Start-Date.
001220    02 Period-Start-YM      PIC 9(6).
001230    02 FILLER               PIC 9(2).
001240 01 Period-End-Date         PIC 9(8)  VALUE ZERO.
001250 01 FILLER REDEFINES Period-End-Date.
001260    02 Period-End-YM        PIC 9(6).
001270    02 FILLER               PIC 9(2).
001280 01 FILLER REDEFINES Period-End-Date.
001290    02 Period-End-Year      PIC 9(4).
001300    02 Period-End-Month     PIC 9(2).
001310    02 Period-End-Day       PIC 9(2).
001320 01 Year-Start-Date         PIC 9(8)  VALUE ZERO.
001330 01 FILLER REDEFINES Year-Start-Date.
001340    02 Year-Start-YM        PIC 9(6).
001350    02 FILLER               PIC 9(2).
001360 01 FILLER REDEFINES Year-Start-Date.
001370    02 Year-Start-Year      PIC 9(4).
001380    02 Year-Start-Month     PIC 9(2).
001390    02 Year-Start-Day       PIC 9(2).
001400 01 First-Month             PIC 9(2)  VALUE 1.

001410* Account-Table carries the chart with each account's type and
001420* the subscript of its reporting line; an account with no valid
001430* type keeps a zero line and its rows are listed, not reported.
001440 01 Account-Table.
001450    02 Account-Entry OCCURS 200 TIMES
001460             INDEXED BY Account-Index.
001470       03 Acct-Code           PIC X(6)  VALUE SPACES.
001480       03 Acct-Line           PIC 9(3)  VALUE ZERO.
001490 01 Account-Count           PIC 9(3)  VALUE ZERO.
001500 77 Max-Accounts            PIC 9(3)  VALUE 200.
001510 01 Accounts-Dropped-Count  PIC 9(5)  VALUE ZERO.

001520* Line-Table holds one entry per account type and reporting
001530* line code, with the period and year-to-date actuals and
001540* budgets for the profit and loss and the closing balance for
001550* the balance sheet, each in the line's natural sign.
001560 01 Line-Table.
001570    02 Line-Entry OCCURS 100 TIMES.
001580       03 Ln-Type             PIC X(1)  VALUE SPACE.
001590          88 Ln-Income          VALUE 'I'.
001600          88 Ln-Expense         VALUE 'E'.
001610          88 Ln-Asset           VALUE 'A'.
001620          88 Ln-Profit-And-Loss VALUE 'I' 'E'.
001630          88 Ln-Debit-Natural   VALUE 'A' 'E'.
001640       03 Ln-Code             PIC X(3)  VALUE SPACES.
001650       03 Ln-Name             PIC X(20) VALUE SPACES.
001660       03 Ln-Printed          PIC X(1)  VALUE 'N'.
001670       03 Ln-Per-Actual       PIC S9(11)V99 VALUE ZERO.
001680       03 Ln-Per-Budget       PIC S9(11)V99 VALUE ZERO.
001690       03 Ln-Ytd-Actual       PIC S9(11)V99 VALUE ZERO.
001700       03 Ln-Ytd-Budget       PIC S9(11)V99 VALUE ZERO.
001710       03 Ln-Balance          PIC S9(11)V99 VALUE ZERO.
001720 01 Line-Count              PIC 9(3)  VALUE ZERO.
001730 77 Max-Lines               PIC 9(3)  VALUE 100.
001740 01 Line-Sub                PIC 9(3)  VALUE ZERO.
001750 01 Next-Line-Sub           PIC 9(3)  VALUE ZERO.
001760 01 Lines-Dropped-Count     PIC 9(5)  VALUE ZERO.

001770* Unknown-Table and Unclassified-Table buffer the exceptions so
001780* they print after the statements; counts cover any overflow.
001790 01 Unknown-Table.
001800    02 Unknown-Entry OCCURS 20 TIMES.
001810       03 Unk-AccountCode     PIC X(6)  VALUE SPACES.
001820       03 Unk-Source          PIC X(8)  VALUE SPACES.
001830 01 Unknown-Buffered-Count  PIC 9(2)  VALUE ZERO.
001840 77 Max-Unknowns            PIC 9(2)  VALUE 20.
001850 01 Unknown-Sub             PIC 9(2)  VALUE ZERO.
001860 01 Unclassified-Table.
001870    02 Uncl-AccountCode OCCURS 20 TIMES PIC X(6) VALUE SPACES.
001880 01 Uncl-Buffered-Count     PIC 9(2)  VALUE ZERO.
001890 77 Max-Unclassified        PIC 9(2)  VALUE 20.
001900 01 Uncl-Sub                PIC 9(2)  VALUE ZERO.

001910 01 Rows-Read-Count         PIC 9(7)  VALUE ZERO.
001920 01 Unknown-Row-Count       PIC 9(7)  VALUE ZERO.
001930 01 Unclassified-Row-Count  PIC 9(7)  VALUE ZERO.
001940 01 Unclassified-Acct-Count PIC 9(5)  VALUE ZERO.
001950 01 Budget-Rows-Read        PIC 9(7)  VALUE ZERO.
001960 01 Budget-Rows-Ignored     PIC 9(7)  VALUE ZERO.

001970 01 Natural-Amount          PIC S9(11)V99 VALUE ZERO.
001980 01 Unclosed-Profit         PIC S9(11)V99 VALUE ZERO.
001990 01 Section-Type            PIC X(1)  VALUE SPACE.
002000 01 Sec-Per-Actual          PIC S9(11)V99 VALUE ZERO.
002010 01 Sec-Per-Budget          PIC S9(11)V99 VALUE ZERO.
002020 01 Sec-Ytd-Actual          PIC S9(11)V99 VALUE ZERO.
002030 01 Sec-Ytd-Budget          PIC S9(11)V99 VALUE ZERO.
002040 01 Sec-Balance             PIC S9(11)V99 VALUE ZERO.
002050 01 Income-Per-Actual       PIC S9(11)V99 VALUE ZERO.
002060 01 Income-Per-Budget       PIC S9(11)V99 VALUE ZERO.
002070 01 Income-Ytd-Actual       PIC S9(11)V99 VALUE ZERO.
002080 01 Income-Ytd-Budget       PIC S9(11)V99 VALUE ZERO.
002090 01 Total-Assets            PIC S9(11)V99 VALUE ZERO.
002100 01 Total-Liabilities       PIC S9(11)V99 VALUE ZERO.
002110 01 Total-Equity            PIC S9(11)V99 VALUE ZERO.
002120 01 Total-Claims            PIC S9(11)V99 VALUE ZERO.

002130* Print-* carry one profit and loss line into 4300; the
002140* variance is worked there, favourable shown positive.
002150 01 Print-Label             PIC X(20) VALUE SPACES.
002160 01 Print-Type              PIC X(1)  VALUE SPACE.
002170 01 Print-Per-Actual        PIC S9(11)V99 VALUE ZERO.
002180 01 Print-Per-Budget        PIC S9(11)V99 VALUE ZERO.
002190 01 Print-Ytd-Actual        PIC S9(11)V99 VALUE ZERO.
002200 01 Print-Ytd-Budget        PIC S9(11)V99 VALUE ZERO.

002210 01 FILLER                  PIC X(132) VALUE SPACES.
002220 01 Fin-Heading.
002230    02 FILLER                PIC X(50) VALUE SPACES.
002240    02 FILLER                PIC X(20)
002250       VALUE "FINANCIAL STATEMENTS".

002260 01 HorizontalLine.
002270    02 FILLER                PIC X(03) VALUE SPACES.
002280    02 FILLER                PIC X(118) VALUE ALL '-'.

002290 01 Fin-Period-Line.
002300    02 FILLER                PIC X(08) VALUE "PERIOD: ".
002310    02 FinPeriodStart        PIC 9(8).
002320    02 FILLER                PIC X(04) VALUE " TO ".
002330    02 FinPeriodEnd          PIC 9(8).
002340    02 FILLER                PIC X(17)
002350       VALUE "   YEAR STARTED: ".
002360    02 FinYearStart          PIC 9(8).

002370 01 Statement-Heading.
002380    02 FILLER                PIC X(02) VALUE SPACES.
002390    02 StatementTitle        PIC X(40).

002400 01 Pl-Columns-1.
002410    02 FILLER                PIC X(43) VALUE SPACES.
002420    02 FILLER                PIC X(06) VALUE "PERIOD".
002430    02 FILLER                PIC X(41) VALUE SPACES.
002440    02 FILLER                PIC X(12) VALUE "YEAR TO DATE".

002450 01 Pl-Columns-2.
002460    02 FILLER                PIC X(02) VALUE SPACES.
002470    02 FILLER                PIC X(20) VALUE "LINE".
002480    02 FILLER                PIC X(16) VALUE "          ACTUAL".
002490    02 FILLER                PIC X(16) VALUE "          BUDGET".
002500    02 FILLER                PIC X(16) VALUE "        VARIANCE".
002510    02 FILLER                PIC X(02) VALUE SPACES.
002520    02 FILLER                PIC X(16) VALUE "          ACTUAL".
002530    02 FILLER                PIC X(16) VALUE "          BUDGET".
002540    02 FILLER                PIC X(16) VALUE "        VARIANCE".

002550 01 Section-Heading-Line.
002560    02 FILLER                PIC X(02) VALUE SPACES.
002570    02 SectionHeadingText    PIC X(30).

002580 01 Pl-Line.
002590    02 FILLER                PIC X(02) VALUE SPACES.
002600    02 PlLineName            PIC X(20).
002610    02 PlPerActual           PIC BZZZ,ZZZ,ZZ9.99-.
002620    02 PlPerBudget           PIC BZZZ,ZZZ,ZZ9.99-.
002630    02 PlPerVariance         PIC BZZZ,ZZZ,ZZ9.99-.
002640    02 FILLER                PIC X(02) VALUE SPACES.
002650    02 PlYtdActual           PIC BZZZ,ZZZ,ZZ9.99-.
002660    02 PlYtdBudget           PIC BZZZ,ZZZ,ZZ9.99-.
002670    02 PlYtdVariance         PIC BZZZ,ZZZ,ZZ9.99-.

002680 01 Bs-Columns.
002690    02 FILLER                PIC X(02) VALUE SPACES.
002700    02 FILLER                PIC X(30) VALUE "LINE".
002710    02 FILLER                PIC X(16) VALUE "         BALANCE".

002720 01 Bs-Line.
002730    02 FILLER                PIC X(02) VALUE SPACES.
002740    02 BsLineName            PIC X(30).
002750    02 BsBalance             PIC BZZZ,ZZZ,ZZ9.99-.

002760 01 Bs-Balance-Line.
002770    02 FILLER                PIC X(15)
002780       VALUE "BALANCE SHEET:".
002790    02 BsBalanceText         PIC X(16).

002800 01 Unknown-Account-Line.
002810    02 FILLER                PIC X(22)
002820       VALUE "UNKNOWN ACCOUNT:".
002830    02 UnknownAccountCode    PIC X(6).
002840    02 FILLER                PIC X(09) VALUE "  SOURCE ".
002850    02 UnknownSourceName     PIC X(8).

002860 01 Unclassified-Line.
002870    02 FILLER                PIC X(22)
002880       VALUE "UNCLASSIFIED ACCOUNT:".
002890    02 UnclassifiedCode      PIC X(6).

002900 01 Fin-Control-Line-1.
002910    02 FILLER                PIC X(14) VALUE "ROWS READ:".
002920    02 ControlRowsRead       PIC BZ,ZZZ,ZZ9.
002930    02 FILLER                PIC X(23)
002940       VALUE "  UNKNOWN ACCOUNT ROWS:".
002950    02 ControlUnknownRows    PIC BZ,ZZZ,ZZ9.
002960    02 FILLER                PIC X(20)
002970       VALUE "  UNCLASSIFIED ROWS:".
002980    02 ControlUnclassRows    PIC BZ,ZZZ,ZZ9.

002990 01 Fin-Control-Line-2.
003000    02 FILLER                PIC X(14) VALUE "BUDGET ROWS:".
003010    02 ControlBudgetRows     PIC BZ,ZZZ,ZZ9.
003020    02 FILLER                PIC X(23)
003030       VALUE "  BUDGET ROWS IGNORED:".
003040    02 ControlBudgetIgnored  PIC BZ,ZZZ,ZZ9.
003050    02 FILLER                PIC X(20)
003060       VALUE "  CHART ROWS LOST:".
003070    02 ControlChartDropped   PIC BZ,ZZZ,ZZ9.

003080 01 Fin-Refused-Line.
003090    02 FILLER                PIC X(50)
003100       VALUE "NO STATEMENTS - RUNPARM.DAT OR GLCHART.DAT MISSING".

003110 PROCEDURE DIVISION.

003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE
003140     IF Run-Parm-Missing OR Chart-Missing
003150         WRITE Fin-Rpt-Record FROM Fin-Refused-Line
003160         MOVE 16 TO RETURN-CODE
003170     ELSE
003180         PERFORM 2000-POST-ONE-ROW UNTIL Postings-Eof
003190         PERFORM 3000-LOAD-ONE-BUDGET UNTIL Budget-Eof
003200         PERFORM 4000-PRINT-PROFIT-AND-LOSS
003210         PERFORM 5000-PRINT-BALANCE-SHEET
003220         PERFORM 6000-PRINT-EXCEPTIONS
003230         IF Out-Of-Balance
003240             MOVE 16 TO RETURN-CODE
003250         END-IF
003260     END-IF
003270     PERFORM 8000-TERMINATE
003280     GOBACK.

003290******************************************************************
003300* 1000-INITIALIZE - read the period, work out the year start,
003310* load the chart and prime the postings and budget READs. No
003320* period or no chart refuses the run; an absent postings or
003330* budget file is just an empty ledger or an empty budget.
003340******************************************************************
003350 1000-INITIALIZE.
003360     OPEN OUTPUT FinRptFile
003370     WRITE Fin-Rpt-Record FROM Fin-Heading
003380     WRITE Fin-Rpt-Record FROM HorizontalLine
003390     PERFORM 1100-READ-PARAMETERS
003400     IF NOT Run-Parm-Missing
003410         PERFORM 1200-LOAD-CHART
003420     END-IF
003430     IF NOT Run-Parm-Missing AND NOT Chart-Missing
003440         OPEN INPUT GlPostingFile
003450         IF Gl-Posting-File-Status NOT = "00"
003460             MOVE 'Y' TO Postings-Eof-Switch
003470         ELSE
003480             READ GlPostingFile
003490                 AT END MOVE 'Y' TO Postings-Eof-Switch
003500             END-READ
003510         END-IF
003520         OPEN INPUT BudgetFile
003530         IF Budget-File-Status NOT = "00"
003540             MOVE 'Y' TO Budget-Eof-Switch
003550         ELSE
003560             READ BudgetFile
003570                 AT END MOVE 'Y' TO Budget-Eof-Switch
003580             END-READ
003590         END-IF
003600     END-IF
003610     .

003620******************************************************************
003630* 1100-READ-PARAMETERS - the statements cover the RUNPARM.DAT
003640* posting period. The financial year starts on the first of
003650* the FINPARM.DAT month (January when the file is absent or the
003660* month is not sound) on or before the period end.
003670******************************************************************
003680 1100-READ-PARAMETERS.
003690     OPEN INPUT RunParmFile
003700     IF Run-Parm-File-Status NOT = "00"
003710         MOVE 'Y' TO Run-Parm-Missing-Switch
003720     ELSE
003730         READ RunParmFile
003740             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
003750             NOT AT END
003760                 MOVE RP-PeriodStart TO Period-Start-Date
003770                 MOVE RP-PeriodEnd   TO Period-End-Date
003780         END-READ
003790         CLOSE RunParmFile
003800     END-IF
003810     IF NOT Run-Parm-Missing
003820         OPEN INPUT FinParmFile
003830         IF Fin-Parm-File-Status = "00"
003840             READ FinParmFile
003850                 AT END CONTINUE
003860                 NOT AT END
003870                     IF FP-YearStartMonth NUMERIC
003880                         AND FP-YearStartMonth > ZERO
003890                         AND FP-YearStartMonth < 13
003900                         MOVE FP-YearStartMonth TO First-Month
003910                     END-IF
003920             END-READ
003930             CLOSE FinParmFile
003940         END-IF
003950         MOVE Period-End-Year TO Year-Start-Year
003960         IF Period-End-Month < First-Month
003970             SUBTRACT 1 FROM Year-Start-Year
003980         END-IF
003990         MOVE First-Month TO Year-Start-Month
004000         MOVE 1           TO Year-Start-Day
004010         MOVE Period-Start-Date TO FinPeriodStart
004020         MOVE Period-End-Date   TO FinPeriodEnd
004030         MOVE Year-Start-Date   TO FinYearStart
004040         WRITE Fin-Rpt-Record FROM Fin-Period-Line
004050     END-IF
004060     .

004070******************************************************************
004080* 1200-LOAD-CHART - file every chart row; a missing or empty
004090* chart refuses the run as it does the trial balance.
004100******************************************************************
004110 1200-LOAD-CHART.
004120     OPEN INPUT GlChartFile
004130     IF Gl-Chart-File-Status NOT = "00"
004140         MOVE 'Y' TO Chart-Missing-Switch
004150     ELSE
004160         READ GlChartFile
004170             AT END MOVE 'Y' TO Chart-Eof-Switch
004180         END-READ
004190         PERFORM 1210-LOAD-ONE-ACCOUNT UNTIL Chart-Eof
004200         CLOSE GlChartFile
004210         IF Account-Count = ZERO
004220             MOVE 'Y' TO Chart-Missing-Switch
004230         END-IF
004240     END-IF
004250     .

004260******************************************************************
004270* 1210-LOAD-ONE-ACCOUNT - file one chart row against its
004280* reporting line. An account with no valid type is still filed,
004290* so its rows are told apart from rows for unknown accounts.
004300******************************************************************
004310 1210-LOAD-ONE-ACCOUNT.
004320     IF Account-Count < Max-Accounts
004330         ADD 1 TO Account-Count
004340         SET Account-Index TO Account-Count
004350         MOVE GC-AccountCode TO Acct-Code (Account-Index)
004360         MOVE ZERO TO Acct-Line (Account-Index)
004370         IF GC-TypeValid
004380             PERFORM 1300-FIND-REPORT-LINE
004390             MOVE Next-Line-Sub TO Acct-Line (Account-Index)
004400         ELSE
004410             ADD 1 TO Unclassified-Acct-Count
004420             IF Uncl-Buffered-Count < Max-Unclassified
004430                 ADD 1 TO Uncl-Buffered-Count
004440                 MOVE GC-AccountCode
004450                     TO Uncl-AccountCode (Uncl-Buffered-Count)
004460             END-IF
004470         END-IF
004480     ELSE
004490         ADD 1 TO Accounts-Dropped-Count
004500     END-IF
004510     READ GlChartFile
004520         AT END MOVE 'Y' TO Chart-Eof-Switch
004530     END-READ
004540     .

004550******************************************************************
004560* 1300-FIND-REPORT-LINE - the line for this type and line code,
004570* added on first sight and named from its first account's line
004580* name (or the account name when the line name is blank). Zero
004590* comes back when the line table is full.
004600******************************************************************
004610 1300-FIND-REPORT-LINE.
004620     MOVE ZERO TO Next-Line-Sub
004630     PERFORM 1310-MATCH-ONE-LINE
004640         VARYING Line-Sub FROM 1 BY 1
004650         UNTIL Line-Sub > Line-Count
004660     IF Next-Line-Sub = ZERO
004670         IF Line-Count < Max-Lines
004680             ADD 1 TO Line-Count
004690             MOVE Line-Count     TO Next-Line-Sub
004700             MOVE GC-AccountType TO Ln-Type (Line-Count)
004710             MOVE GC-ReportLine  TO Ln-Code (Line-Count)
004720             IF GC-LineName = SPACES
004730                 MOVE GC-AccountName TO Ln-Name (Line-Count)
004740             ELSE
004750                 MOVE GC-LineName    TO Ln-Name (Line-Count)
004760             END-IF
004770         ELSE
004780             ADD 1 TO Lines-Dropped-Count
004790         END-IF
004800     END-IF
004810     .

004820******************************************************************
004830* 1310-MATCH-ONE-LINE - note the line already holding this
004840* type and line code.
004850******************************************************************
004860 1310-MATCH-ONE-LINE.
004870     IF Ln-Type (Line-Sub) = GC-AccountType
004880         AND Ln-Code (Line-Sub) = GC-ReportLine
004890         MOVE Line-Sub TO Next-Line-Sub
004900     END-IF
004910     .

004920******************************************************************
004930* 2000-POST-ONE-ROW - roll one ledger row dated up to the period
004940* end into its reporting line; later rows belong to a later set
004950* of statements.
004960******************************************************************
004970 2000-POST-ONE-ROW.
004980     ADD 1 TO Rows-Read-Count
004990     IF GL-RunDate NOT > Period-End-Date
005000         PERFORM 2100-FIND-ACCOUNT
005010         IF NOT Account-Found
005020             ADD 1 TO Unknown-Row-Count
005030             IF Unknown-Buffered-Count < Max-Unknowns
005040                 ADD 1 TO Unknown-Buffered-Count
005050                 MOVE GL-AccountCode
005060                     TO Unk-AccountCode (Unknown-Buffered-Count)
005070                 MOVE GL-Source
005080                     TO Unk-Source (Unknown-Buffered-Count)
005090             END-IF
005100         ELSE
005110             IF Acct-Line (Account-Index) = ZERO
005120                 ADD 1 TO Unclassified-Row-Count
005130             ELSE
005140                 PERFORM 2200-ACCUMULATE-ROW
005150             END-IF
005160         END-IF
005170     END-IF
005180     READ GlPostingFile
005190         AT END MOVE 'Y' TO Postings-Eof-Switch
005200     END-READ
005210     .

005220******************************************************************
005230* 2100-FIND-ACCOUNT - look the row's account up on the chart.
005240******************************************************************
005250 2100-FIND-ACCOUNT.
005260     MOVE 'N' TO Account-Found-Switch
005270     SET Account-Index TO 1
005280     SEARCH Account-Entry
005290         AT END CONTINUE
005300         WHEN Acct-Code (Account-Index) = GL-AccountCode
005310             MOVE 'Y' TO Account-Found-Switch
005320     END-SEARCH
005330     .

005340******************************************************************
005350* 2200-ACCUMULATE-ROW - assets and expenses run debit-positive,
005360* the rest credit-positive. Income and expense rows feed the
005370* period and year-to-date actuals (year-end close rows aside)
005380* and, closing rows included, the profit still to be closed to
005390* retained earnings; the rest feed the period-end balances.
005400******************************************************************
005410 2200-ACCUMULATE-ROW.
005420     MOVE Acct-Line (Account-Index) TO Line-Sub
005430     IF Ln-Debit-Natural (Line-Sub)
005440         COMPUTE Natural-Amount =
005450             GL-DebitAmount - GL-CreditAmount
005460     ELSE
005470         COMPUTE Natural-Amount =
005480             GL-CreditAmount - GL-DebitAmount
005490     END-IF
005500     IF Ln-Profit-And-Loss (Line-Sub)
005510         COMPUTE Unclosed-Profit = Unclosed-Profit
005520             + GL-CreditAmount - GL-DebitAmount
005530         IF GL-Source NOT = Year-End-Source
005540             IF GL-RunDate NOT < Period-Start-Date
005550                 ADD Natural-Amount TO Ln-Per-Actual (Line-Sub)
005560             END-IF
005570             IF GL-RunDate NOT < Year-Start-Date
005580                 ADD Natural-Amount TO Ln-Ytd-Actual (Line-Sub)
005590             END-IF
005600         END-IF
005610     ELSE
005620         ADD Natural-Amount TO Ln-Balance (Line-Sub)
005630     END-IF
005640     .

005650******************************************************************
005660* 3000-LOAD-ONE-BUDGET - a month's budget for one income or
005670* expense account, keyed in its natural sign, counts toward the
005680* period and the year to date when its month falls inside them.
005690* Budgets for other accounts are counted and ignored.
005700******************************************************************
005710 3000-LOAD-ONE-BUDGET.
005720     ADD 1 TO Budget-Rows-Read
005730     MOVE BU-AccountCode TO GL-AccountCode
005740     PERFORM 2100-FIND-ACCOUNT
005750     MOVE ZERO TO Line-Sub
005760     IF Account-Found
005770         MOVE Acct-Line (Account-Index) TO Line-Sub
005780     END-IF
005790     IF Line-Sub = ZERO OR BU-YearMonth NOT NUMERIC
005800         ADD 1 TO Budget-Rows-Ignored
005810     ELSE
005820         IF NOT Ln-Profit-And-Loss (Line-Sub)
005830             ADD 1 TO Budget-Rows-Ignored
005840         ELSE
005850             IF BU-YearMonth NOT < Period-Start-YM
005860                 AND BU-YearMonth NOT > Period-End-YM
005870                 ADD BU-Amount TO Ln-Per-Budget (Line-Sub)
005880             END-IF
005890             IF BU-YearMonth NOT < Year-Start-YM
005900                 AND BU-YearMonth NOT > Period-End-YM
005910                 ADD BU-Amount TO Ln-Ytd-Budget (Line-Sub)
005920             END-IF
005930         END-IF
005940     END-IF
005950     READ BudgetFile
005960         AT END MOVE 'Y' TO Budget-Eof-Switch
005970     END-READ
005980     .

005990******************************************************************
006000* 4000-PRINT-PROFIT-AND-LOSS - income lines, expense lines, each
006010* totalled, and the net profit for the period and the year to
006020* date against budget.
006030******************************************************************
006040 4000-PRINT-PROFIT-AND-LOSS.
006050     MOVE SPACES TO Fin-Rpt-Record
006060     WRITE Fin-Rpt-Record
006070     MOVE "PROFIT AND LOSS ACCOUNT" TO StatementTitle
006080     WRITE Fin-Rpt-Record FROM Statement-Heading
006090     WRITE Fin-Rpt-Record FROM HorizontalLine
006100     WRITE Fin-Rpt-Record FROM Pl-Columns-1
006110     WRITE Fin-Rpt-Record FROM Pl-Columns-2
006120     MOVE 'I' TO Section-Type
006130     MOVE "INCOME" TO SectionHeadingText
006140     PERFORM 4100-PRINT-SECTION
006150     MOVE Sec-Per-Actual TO Income-Per-Actual
006160     MOVE Sec-Per-Budget TO Income-Per-Budget
006170     MOVE Sec-Ytd-Actual TO Income-Ytd-Actual
006180     MOVE Sec-Ytd-Budget TO Income-Ytd-Budget
006190     MOVE "TOTAL INCOME" TO Print-Label
006200     PERFORM 4400-PRINT-SECTION-TOTAL
006210     MOVE 'E' TO Section-Type
006220     MOVE "EXPENSES" TO SectionHeadingText
006230     PERFORM 4100-PRINT-SECTION
006240     MOVE "TOTAL EXPENSES" TO Print-Label
006250     PERFORM 4400-PRINT-SECTION-TOTAL
006260     MOVE SPACES TO Fin-Rpt-Record
006270     WRITE Fin-Rpt-Record
006280     MOVE "NET PROFIT/(LOSS)" TO Print-Label
006290     MOVE 'I' TO Print-Type
006300     COMPUTE Print-Per-Actual = Income-Per-Actual - Sec-Per-Actual
006310     COMPUTE Print-Per-Budget = Income-Per-Budget - Sec-Per-Budget
006320     COMPUTE Print-Ytd-Actual = Income-Ytd-Actual - Sec-Ytd-Actual
006330     COMPUTE Print-Ytd-Budget = Income-Ytd-Budget - Sec-Ytd-Budget
006340     PERFORM 4300-PRINT-PL-AMOUNTS
006350     .

006360******************************************************************
006370* 4100-PRINT-SECTION - the lines of one account type in line
006380* code order, totalled into Sec-*.
006390******************************************************************
006400 4100-PRINT-SECTION.
006410     MOVE SPACES TO Fin-Rpt-Record
006420     WRITE Fin-Rpt-Record
006430     WRITE Fin-Rpt-Record FROM Section-Heading-Line
006440     MOVE ZERO TO Sec-Per-Actual Sec-Per-Budget
006450                  Sec-Ytd-Actual Sec-Ytd-Budget Sec-Balance
006460     MOVE 'N' TO Section-Done-Switch
006470     PERFORM 4110-PRINT-NEXT-LINE UNTIL Section-Done
006480     .

006490******************************************************************
006500* 4110-PRINT-NEXT-LINE - pick the lowest line code of this type
006510* not yet printed, print it and add it to the section totals.
006520******************************************************************
006530 4110-PRINT-NEXT-LINE.
006540     MOVE ZERO TO Next-Line-Sub
006550     PERFORM 4120-CHECK-ONE-LINE
006560         VARYING Line-Sub FROM 1 BY 1
006570         UNTIL Line-Sub > Line-Count
006580     IF Next-Line-Sub = ZERO
006590         MOVE 'Y' TO Section-Done-Switch
006600     ELSE
006610         MOVE 'Y' TO Ln-Printed (Next-Line-Sub)
006620         IF Ln-Profit-And-Loss (Next-Line-Sub)
006630             PERFORM 4200-PRINT-PL-LINE
006640         ELSE
006650             PERFORM 5200-PRINT-BS-LINE
006660         END-IF
006670     END-IF
006680     .

006690******************************************************************
006700* 4120-CHECK-ONE-LINE - keep the lower of this line and the
006710* best so far, among this type's lines still to print.
006720******************************************************************
006730 4120-CHECK-ONE-LINE.
006740     IF Ln-Type (Line-Sub) = Section-Type
006750         AND Ln-Printed (Line-Sub) = 'N'
006760         IF Next-Line-Sub = ZERO
006770             MOVE Line-Sub TO Next-Line-Sub
006780         ELSE
006790             IF Ln-Code (Line-Sub) < Ln-Code (Next-Line-Sub)
006800                 MOVE Line-Sub TO Next-Line-Sub
006810             END-IF
006820         END-IF
006830     END-IF
006840     .

006850******************************************************************
006860* 4200-PRINT-PL-LINE - one income or expense reporting line.
006870******************************************************************
006880 4200-PRINT-PL-LINE.
006890     MOVE Ln-Name (Next-Line-Sub)       TO Print-Label
006900     MOVE Ln-Type (Next-Line-Sub)       TO Print-Type
006910     MOVE Ln-Per-Actual (Next-Line-Sub) TO Print-Per-Actual
006920     MOVE Ln-Per-Budget (Next-Line-Sub) TO Print-Per-Budget
006930     MOVE Ln-Ytd-Actual (Next-Line-Sub) TO Print-Ytd-Actual
006940     MOVE Ln-Ytd-Budget (Next-Line-Sub) TO Print-Ytd-Budget
006950     ADD Print-Per-Actual TO Sec-Per-Actual
006960     ADD Print-Per-Budget TO Sec-Per-Budget
006970     ADD Print-Ytd-Actual TO Sec-Ytd-Actual
006980     ADD Print-Ytd-Budget TO Sec-Ytd-Budget
006990     PERFORM 4300-PRINT-PL-AMOUNTS
007000     .

007010******************************************************************
007020* 4300-PRINT-PL-AMOUNTS - print Print-* with the variances: over
007030* budget is favourable for income, under budget for expenses.
007040******************************************************************
007050 4300-PRINT-PL-AMOUNTS.
007060     MOVE Print-Label      TO PlLineName
007070     MOVE Print-Per-Actual TO PlPerActual
007080     MOVE Print-Per-Budget TO PlPerBudget
007090     MOVE Print-Ytd-Actual TO PlYtdActual
007100     MOVE Print-Ytd-Budget TO PlYtdBudget
007110     IF Print-Type = 'E'
007120         COMPUTE PlPerVariance =
007130             Print-Per-Budget - Print-Per-Actual
007140         COMPUTE PlYtdVariance =
007150             Print-Ytd-Budget - Print-Ytd-Actual
007160     ELSE
007170         COMPUTE PlPerVariance =
007180             Print-Per-Actual - Print-Per-Budget
007190         COMPUTE PlYtdVariance =
007200             Print-Ytd-Actual - Print-Ytd-Budget
007210     END-IF
007220     WRITE Fin-Rpt-Record FROM Pl-Line
007230     .

007240******************************************************************
007250* 4400-PRINT-SECTION-TOTAL - the section's totals under Print-
007260* Label.
007270******************************************************************
007280 4400-PRINT-SECTION-TOTAL.
007290     MOVE Section-Type   TO Print-Type
007300     MOVE Sec-Per-Actual TO Print-Per-Actual
007310     MOVE Sec-Per-Budget TO Print-Per-Budget
007320     MOVE Sec-Ytd-Actual TO Print-Ytd-Actual
007330     MOVE Sec-Ytd-Budget TO Print-Ytd-Budget
007340     PERFORM 4300-PRINT-PL-AMOUNTS
007350     .

007360******************************************************************
007370* 5000-PRINT-BALANCE-SHEET - assets against liabilities and
007380* equity at the period end. Profit not yet closed to retained
007390* earnings sits with equity so the sheet balances.
007400******************************************************************
007410 5000-PRINT-BALANCE-SHEET.
007420     MOVE SPACES TO Fin-Rpt-Record
007430     WRITE Fin-Rpt-Record
007440     MOVE "BALANCE SHEET AT PERIOD END" TO StatementTitle
007450     WRITE Fin-Rpt-Record FROM Statement-Heading
007460     WRITE Fin-Rpt-Record FROM HorizontalLine
007470     WRITE Fin-Rpt-Record FROM Bs-Columns
007480     MOVE 'A' TO Section-Type
007490     MOVE "ASSETS" TO SectionHeadingText
007500     PERFORM 4100-PRINT-SECTION
007510     MOVE Sec-Balance TO Total-Assets
007520     MOVE "TOTAL ASSETS" TO BsLineName
007530     MOVE Total-Assets TO BsBalance
007540     WRITE Fin-Rpt-Record FROM Bs-Line
007550     MOVE 'L' TO Section-Type
007560     MOVE "LIABILITIES" TO SectionHeadingText
007570     PERFORM 4100-PRINT-SECTION
007580     MOVE Sec-Balance TO Total-Liabilities
007590     MOVE "TOTAL LIABILITIES" TO BsLineName
007600     MOVE Total-Liabilities TO BsBalance
007610     WRITE Fin-Rpt-Record FROM Bs-Line
007620     MOVE 'Q' TO Section-Type
007630     MOVE "EQUITY" TO SectionHeadingText
007640     PERFORM 4100-PRINT-SECTION
007650     MOVE "PROFIT NOT YET CLOSED" TO BsLineName
007660     MOVE Unclosed-Profit TO BsBalance
007670     WRITE Fin-Rpt-Record FROM Bs-Line
007680     COMPUTE Total-Equity = Sec-Balance + Unclosed-Profit
007690     MOVE "TOTAL EQUITY" TO BsLineName
007700     MOVE Total-Equity TO BsBalance
007710     WRITE Fin-Rpt-Record FROM Bs-Line
007720     MOVE SPACES TO Fin-Rpt-Record
007730     WRITE Fin-Rpt-Record
007740     COMPUTE Total-Claims = Total-Liabilities + Total-Equity
007750     MOVE "TOTAL LIABILITIES AND EQUITY" TO BsLineName
007760     MOVE Total-Claims TO BsBalance
007770     WRITE Fin-Rpt-Record FROM Bs-Line
007780     IF Total-Assets = Total-Claims
007790         MOVE "IN BALANCE"     TO BsBalanceText
007800     ELSE
007810         MOVE "NOT IN BALANCE" TO BsBalanceText
007820         MOVE 'Y' TO Out-Of-Balance-Switch
007830     END-IF
007840     WRITE Fin-Rpt-Record FROM Bs-Balance-Line
007850     .

007860******************************************************************
007870* 5200-PRINT-BS-LINE - one asset, liability or equity line.
007880******************************************************************
007890 5200-PRINT-BS-LINE.
007900     MOVE Ln-Name (Next-Line-Sub)    TO BsLineName
007910     MOVE Ln-Balance (Next-Line-Sub) TO BsBalance
007920     ADD Ln-Balance (Next-Line-Sub)  TO Sec-Balance
007930     WRITE Fin-Rpt-Record FROM Bs-Line
007940     .

007950******************************************************************
007960* 6000-PRINT-EXCEPTIONS - rows the statements could not place
007970* and the control totals. Any unplaced row flags the run.
007980******************************************************************
007990 6000-PRINT-EXCEPTIONS.
008000     MOVE SPACES TO Fin-Rpt-Record
008010     WRITE Fin-Rpt-Record
008020     WRITE Fin-Rpt-Record FROM HorizontalLine
008030     PERFORM 6100-PRINT-ONE-UNKNOWN
008040         VARYING Unknown-Sub FROM 1 BY 1
008050         UNTIL Unknown-Sub > Unknown-Buffered-Count
008060     PERFORM 6200-PRINT-ONE-UNCLASSIFIED
008070         VARYING Uncl-Sub FROM 1 BY 1
008080         UNTIL Uncl-Sub > Uncl-Buffered-Count
008090     MOVE Rows-Read-Count        TO ControlRowsRead
008100     MOVE Unknown-Row-Count      TO ControlUnknownRows
008110     MOVE Unclassified-Row-Count TO ControlUnclassRows
008120     WRITE Fin-Rpt-Record FROM Fin-Control-Line-1
008130     MOVE Budget-Rows-Read       TO ControlBudgetRows
008140     MOVE Budget-Rows-Ignored    TO ControlBudgetIgnored
008150     ADD Accounts-Dropped-Count Lines-Dropped-Count
008160         GIVING ControlChartDropped
008170     WRITE Fin-Rpt-Record FROM Fin-Control-Line-2
008180     IF Unknown-Row-Count > ZERO
008190             OR Unclassified-Row-Count > ZERO
008200             OR Accounts-Dropped-Count > ZERO
008210             OR Lines-Dropped-Count > ZERO
008220         MOVE 'Y' TO Out-Of-Balance-Switch
008230     END-IF
008240     .

008250******************************************************************
008260* 6100-PRINT-ONE-UNKNOWN - one buffered row whose account is not
008270* on the chart.
008280******************************************************************
008290 6100-PRINT-ONE-UNKNOWN.
008300     MOVE Unk-AccountCode (Unknown-Sub) TO UnknownAccountCode
008310     MOVE Unk-Source (Unknown-Sub)      TO UnknownSourceName
008320     WRITE Fin-Rpt-Record FROM Unknown-Account-Line
008330     .

008340******************************************************************
008350* 6200-PRINT-ONE-UNCLASSIFIED - one chart account with no valid
008360* account type.
008370******************************************************************
008380 6200-PRINT-ONE-UNCLASSIFIED.
008390     MOVE Uncl-AccountCode (Uncl-Sub) TO UnclassifiedCode
008400     WRITE Fin-Rpt-Record FROM Unclassified-Line
008410     .

008420******************************************************************
008430* 8000-TERMINATE - close the files down.
008440******************************************************************
008450 8000-TERMINATE.
008460     IF NOT Run-Parm-Missing AND NOT Chart-Missing
008470         CLOSE GlPostingFile
008480         CLOSE BudgetFile
008490     END-IF
008500     CLOSE FinRptFile
008510     .

008520 END PROGRAM FINSTMT.
