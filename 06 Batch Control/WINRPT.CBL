000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Weekly batch window report off the STEPHIST.DAT
000050*             run history RUNALL writes: each step's elapsed
000060*             time for the last seven nights against its rolling
000070*             average, flagged where it went past its STEPTIME
000080*             threshold; each night's start and finish against
000090*             the agreed BATCHWIN.DAT window; and the projected
000100*             finish of a night made of every step's average.
000110* Tectonics: cobc
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. WINRPT.
000150 AUTHOR.     D. FENNESSY.
000160 DATE-WRITTEN.

000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*               DF    New program: the last seven run dates on
000220*                     STEPHIST.DAT up to the RUNPARM run date,
000230*                     one line per step with its elapsed time
000240*                     each night, its rolling average, its
000250*                     STEPTIME.DAT threshold and the latest
000260*                     night's records in and out; a night-by-
000270*                     night start and finish against the
000280*                     window; a projected finish; and a list of
000290*                     every step that ran past its threshold.
000300******************************************************************

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS Run-Parm-File-Status.

000370     SELECT BatchWindowFile ASSIGN TO "BATCHWIN.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS Batch-Window-File-Status.

000400     SELECT StepTimeFile ASSIGN TO "STEPTIME.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS Step-Time-File-Status.

000430     SELECT StepHistFile ASSIGN TO "STEPHIST.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Step-Hist-File-Status.

000460     SELECT WinRptFile ASSIGN TO "WINRPT.RPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD RunParmFile.
000510 01 Run-Parm-Record.
000520    02 RP-RunDate             PIC 9(8).
000530    02 RP-PeriodStart         PIC 9(8).
000540    02 RP-PeriodEnd           PIC 9(8).
000550    02 RP-PeriodStatus        PIC X(1).

000560 FD BatchWindowFile.
000570 01 Batch-Window-Record.
000580    02 BW-WindowStart         PIC 9(4).
000590    02 BW-WindowEnd           PIC 9(4).
000600    02 BW-OverrunPercent      PIC 9(3).
000610    02 BW-MinOverrunSecs      PIC 9(5).

000620 FD StepTimeFile.
000630 01 Step-Time-Record.
000640    02 ST-StepName            PIC X(20).
000650    02 ST-MaxElapsed          PIC 9(6).

000660 FD StepHistFile.
000670 01 Step-History-Record.
000680    02 SH-RunDate             PIC 9(8).
000690    02 SH-StepNumber          PIC 9(2).
000700    02 SH-StepName            PIC X(20).
000710    02 SH-StartDate           PIC 9(8).
000720    02 SH-StartTime           PIC 9(8).
000730    02 SH-EndDate             PIC 9(8).
000740    02 SH-EndTime             PIC 9(8).
000750    02 SH-Elapsed             PIC 9(6).
000760    02 SH-ReturnCode          PIC 9(3).
000770    02 SH-Result              PIC X(8).
000780    02 SH-RecordsIn           PIC 9(9).
000790    02 SH-RecordsOut          PIC 9(9).

000800 FD WinRptFile.
000810 01 Win-Rpt-Record            PIC X(132).

000820 WORKING-STORAGE SECTION.
000830 77 Run-Parm-File-Status      PIC X(02) VALUE '00'.
000840 77 Batch-Window-File-Status  PIC X(02) VALUE '00'.
000850 77 Step-Time-File-Status     PIC X(02) VALUE '00'.
000860 77 Step-Hist-File-Status     PIC X(02) VALUE '00'.
000870 01 Run-Parm-Missing-Switch   PIC X(01) VALUE 'N'.
000880     88 Run-Parm-Missing       VALUE 'Y'.
000890 01 Hist-Eof-Switch           PIC X(01) VALUE 'N'.
000900     88 Hist-Eof               VALUE 'Y'.
000910 01 Time-Eof-Switch           PIC X(01) VALUE 'N'.
000920     88 Time-Eof               VALUE 'Y'.
000930 01 Night-Found-Switch        PIC X(01) VALUE 'N'.
000940     88 Night-Found            VALUE 'Y'.
000950 01 Step-Found-Switch         PIC X(01) VALUE 'N'.
000960     88 Step-Found             VALUE 'Y'.
000970 01 Run-Date                  PIC 9(8)  VALUE ZERO.

000980* The agreed window and overrun tolerance, as RUNALL reads them;
000990* these values stand when BATCHWIN.DAT is missing.
001000 01 Window-Start              PIC 9(4)  VALUE 2300.
001010 01 FILLER REDEFINES Window-Start.
001020    02 Window-Start-HH         PIC 9(2).
001030    02 Window-Start-MM         PIC 9(2).
001040 01 Window-End                PIC 9(4)  VALUE 0400.
001050 01 FILLER REDEFINES Window-End.
001060    02 Window-End-HH           PIC 9(2).
001070    02 Window-End-MM           PIC 9(2).
001080 01 Overrun-Percent           PIC 9(3)  VALUE 150.
001090 01 Min-Overrun-Secs          PIC 9(5)  VALUE 60.
001100 77 Min-Average-Runs          PIC 9(1)  VALUE 3.

001110* Night-Table holds the last seven run dates, oldest first once
001120* sorted, with the earliest step start and latest step end seen
001130* on each as date-and-time stamps.
001140 01 Night-Table.
001150    02 Night-Entry OCCURS 7 TIMES
001160              INDEXED BY Night-Index.
001170       03 Ngt-Date             PIC 9(8)  VALUE ZERO.
001180       03 Ngt-Start-Stamp      PIC 9(16) VALUE ZERO.
001190       03 Ngt-End-Stamp        PIC 9(16) VALUE ZERO.
001200 01 Night-Count               PIC 9(1)  VALUE ZERO.
001210 77 Max-Nights                PIC 9(1)  VALUE 7.
001220 01 Night-Sub                 PIC 9(1)  VALUE ZERO.
001230 01 Low-Night-Sub             PIC 9(1)  VALUE ZERO.
001240 01 Sort-Pass                 PIC 9(1)  VALUE ZERO.
001250 01 Swap-Date                 PIC 9(8)  VALUE ZERO.

001260* Step-Table holds one entry per step seen on those nights, in
001270* the order the steps first ran.
001280 01 Step-Table.
001290    02 Step-Entry OCCURS 30 TIMES
001300              INDEXED BY Step-Index.
001310       03 Stp-Name             PIC X(20) VALUE SPACES.
001320       03 Stp-Limit            PIC 9(6)  VALUE ZERO.
001330       03 Stp-Runs             PIC 9(1)  VALUE ZERO.
001340       03 Stp-Total            PIC 9(7)  VALUE ZERO.
001350       03 Stp-Average          PIC 9(6)  VALUE ZERO.
001360       03 Stp-Records-In       PIC 9(9)  VALUE ZERO.
001370       03 Stp-Records-Out      PIC 9(9)  VALUE ZERO.
001380       03 Stp-Night OCCURS 7 TIMES.
001390          04 Stp-Elapsed       PIC 9(6)  VALUE ZERO.
001400          04 Stp-Ran           PIC X(1)  VALUE 'N'.
001410          04 Stp-Clean         PIC X(1)  VALUE 'Y'.
001420 01 Step-Count                PIC 9(2)  VALUE ZERO.
001430 77 Max-Steps                 PIC 9(2)  VALUE 30.
001440 01 Steps-Dropped-Count       PIC 9(5)  VALUE ZERO.
001450 01 Search-Name               PIC X(20) VALUE SPACES.

001460 01 Row-Stamp                 PIC 9(16) VALUE ZERO.
001470 01 FILLER REDEFINES Row-Stamp.
001480    02 Row-Date                PIC 9(8).
001490    02 Row-Time                PIC 9(8).
001500 01 Time-Of-Day               PIC 9(8)  VALUE ZERO.
001510 01 FILLER REDEFINES Time-Of-Day.
001520    02 Time-HH                 PIC 9(2).
001530    02 Time-MM                 PIC 9(2).
001540    02 Time-SS                 PIC 9(2).
001550    02 Time-CC                 PIC 9(2).

001560* Window arithmetic is in minutes measured from the window's
001570* opening, so a window running past midnight needs no special
001580* case; a night that started before the window opened has a
001590* negative start offset.
001600 01 Window-Start-Mins         PIC 9(5)  VALUE ZERO.
001610 01 Window-End-Mins           PIC 9(5)  VALUE ZERO.
001620 01 Window-Length             PIC 9(5)  VALUE ZERO.
001630 01 Work-Mins                 PIC 9(5)  VALUE ZERO.
001640 01 Work-Days                 PIC 9(5)  VALUE ZERO.
001650 01 Start-Offset              PIC S9(5) VALUE ZERO.
001660 01 Finish-Offset             PIC S9(5) VALUE ZERO.
001670 01 Start-Seconds             PIC 9(6)  VALUE ZERO.
001680 01 End-Seconds               PIC 9(6)  VALUE ZERO.
001690 01 Night-Elapsed             PIC 9(6)  VALUE ZERO.
001700 01 Projected-Seconds         PIC 9(7)  VALUE ZERO.
001710 01 Overrun-Limit             PIC 9(7)  VALUE ZERO.
001720 01 Clock-Seconds             PIC 9(6)  VALUE ZERO.
001730 01 Clock-Minutes             PIC 9(6)  VALUE ZERO.
001740 01 Clock-Display.
001750    02 Clock-HH                PIC 9(2).
001760    02 FILLER                  PIC X(1)  VALUE ':'.
001770    02 Clock-MM                PIC 9(2).
001780    02 FILLER                  PIC X(1)  VALUE ':'.
001790    02 Clock-SS                PIC 9(2).
001800 01 Minute-Display.
001810    02 Minute-HH               PIC 9(2).
001820    02 FILLER                  PIC X(1)  VALUE ':'.
001830    02 Minute-MM               PIC 9(2).
001840 01 Late-Verdict.
001850    02 FILLER                  PIC X(15)
001860       VALUE "PAST WINDOW BY ".
001870    02 LateMinutes             PIC ZZZ9.
001880    02 FILLER                  PIC X(04) VALUE " MIN".

001890 01 Hist-Rows-Read            PIC 9(7)  VALUE ZERO.
001900 01 Breach-Count              PIC 9(5)  VALUE ZERO.
001910 01 Step-Count-Function       PIC X(1)  VALUE 'P'.
001920 01 Step-Records-In           PIC 9(9)  VALUE ZERO.
001930 01 Step-Records-Out          PIC 9(9)  VALUE ZERO.

001940 01 WinRpt-Heading.
001950    02 FILLER                 PIC X(30) VALUE SPACES.
001960    02 FILLER                 PIC X(35)
001970       VALUE "BATCH WINDOW REPORT - WEEK ENDING ".
001980    02 HeadRunDate            PIC 9(8).

001990 01 HorizontalLine.
002000    02 FILLER                 PIC X(02) VALUE SPACES.
002010    02 FILLER                 PIC X(128) VALUE ALL '-'.

002020 01 Window-Line.
002030    02 FILLER                 PIC X(02) VALUE SPACES.
002040    02 FILLER                 PIC X(14) VALUE "AGREED WINDOW ".
002050    02 WindowOpen             PIC X(05).
002060    02 FILLER                 PIC X(04) VALUE " TO ".
002070    02 WindowClose            PIC X(05).
002080    02 FILLER                 PIC X(21)
002090       VALUE "   OVERRUN FLAGGED AT".
002100    02 WindowPercent          PIC ZZZ9.
002110    02 FILLER                 PIC X(25)
002120       VALUE "% OF THE ROLLING AVERAGE".

002130 01 Grid-Columns.
002140    02 FILLER                 PIC X(02) VALUE SPACES.
002150    02 FILLER                 PIC X(20) VALUE "STEP".
002160    02 Grid-Column-Night OCCURS 7 TIMES.
002170       03 FILLER              PIC X(01).
002180       03 GridNightDate       PIC X(08).
002190       03 FILLER              PIC X(01).
002200    02 FILLER                 PIC X(09) VALUE "  AVERAGE".
002210    02 FILLER                 PIC X(09) VALUE "    LIMIT".
002220    02 FILLER                 PIC X(10) VALUE "   RECS IN".
002230    02 FILLER                 PIC X(10) VALUE "  RECS OUT".

002240 01 Grid-Line.
002250    02 FILLER                 PIC X(02) VALUE SPACES.
002260    02 GridStepName           PIC X(20).
002270    02 Grid-Line-Night OCCURS 7 TIMES.
002280       03 FILLER              PIC X(01).
002290       03 GridElapsed         PIC X(08).
002300       03 GridFlag            PIC X(01).
002310    02 FILLER                 PIC X(01) VALUE SPACES.
002320    02 GridAverage            PIC X(08).
002330    02 FILLER                 PIC X(01) VALUE SPACES.
002340    02 GridLimit              PIC X(08).
002350    02 FILLER                 PIC X(01) VALUE SPACES.
002360    02 GridRecordsIn          PIC Z(8)9.
002370    02 FILLER                 PIC X(01) VALUE SPACES.
002380    02 GridRecordsOut         PIC Z(8)9.

002390 01 Legend-Line.
002400    02 FILLER                 PIC X(02) VALUE SPACES.
002410    02 FILLER                 PIC X(49)
002420       VALUE "* PAST THE STEP'S STEPTIME THRESHOLD   + PAST THE".
002430    02 FILLER                 PIC X(30)
002440       VALUE " OVERRUN PERCENTAGE OF AVERAGE".

002450 01 Night-Section-Heading.
002460    02 FILLER                 PIC X(02) VALUE SPACES.
002470    02 FILLER                 PIC X(30)
002480       VALUE "NIGHTS AGAINST THE WINDOW".

002490 01 Night-Columns.
002500    02 FILLER                 PIC X(02) VALUE SPACES.
002510    02 FILLER                 PIC X(10) VALUE "NIGHT".
002520    02 FILLER                 PIC X(10) VALUE "STARTED".
002530    02 FILLER                 PIC X(10) VALUE "FINISHED".
002540    02 FILLER                 PIC X(10) VALUE "ELAPSED".
002550    02 FILLER                 PIC X(30) VALUE "WINDOW".

002560 01 Night-Line.
002570    02 FILLER                 PIC X(02) VALUE SPACES.
002580    02 NightDate              PIC X(08).
002590    02 FILLER                 PIC X(02) VALUE SPACES.
002600    02 NightStarted           PIC X(08).
002610    02 FILLER                 PIC X(02) VALUE SPACES.
002620    02 NightFinished          PIC X(08).
002630    02 FILLER                 PIC X(02) VALUE SPACES.
002640    02 NightElapsed           PIC X(08).
002650    02 FILLER                 PIC X(02) VALUE SPACES.
002660    02 NightVerdict           PIC X(30).

002670 01 Projection-Line.
002680    02 FILLER                 PIC X(02) VALUE SPACES.
002690    02 FILLER                 PIC X(34)
002700       VALUE "PROJECTED FINISH ON AVERAGE TIMES ".
002710    02 ProjectedFinish        PIC X(05).
002720    02 FILLER                 PIC X(17)
002730       VALUE "  WINDOW CLOSES ".
002740    02 ProjectedClose         PIC X(05).
002750    02 FILLER                 PIC X(02) VALUE SPACES.
002760    02 ProjectedVerdict       PIC X(30).

002770 01 Breach-Section-Heading.
002780    02 FILLER                 PIC X(02) VALUE SPACES.
002790    02 FILLER                 PIC X(30)
002800       VALUE "STEPS PAST THEIR THRESHOLD".

002810 01 Breach-Line.
002820    02 FILLER                 PIC X(02) VALUE SPACES.
002830    02 BreachStepName         PIC X(20).
002840    02 FILLER                 PIC X(02) VALUE SPACES.
002850    02 BreachNight            PIC X(08).
002860    02 FILLER                 PIC X(10) VALUE "  ELAPSED ".
002870    02 BreachElapsed          PIC X(08).
002880    02 FILLER                 PIC X(08) VALUE "  LIMIT ".
002890    02 BreachLimit            PIC X(08).

002900 01 No-Breach-Line.
002910    02 FILLER                 PIC X(02) VALUE SPACES.
002920    02 FILLER                 PIC X(04) VALUE "NONE".

002930 01 Message-Line.
002940    02 FILLER                 PIC X(02) VALUE SPACES.
002950    02 MessageText            PIC X(60).

002960 01 Totals-Line.
002970    02 FILLER                 PIC X(02) VALUE SPACES.
002980    02 FILLER                 PIC X(18)
002990       VALUE "HISTORY ROWS READ:".
003000    02 TotalRowsRead          PIC BZ,ZZZ,ZZ9.
003010    02 FILLER                 PIC X(17) VALUE "   STEPS DROPPED:".
003020    02 TotalStepsDropped      PIC BZZ,ZZ9.
003030    02 FILLER                 PIC X(14) VALUE " (TABLE LIMIT)".

003040 PROCEDURE DIVISION.

003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070     IF Run-Parm-Missing
003080         MOVE "NO RUN DATE ON RUNPARM.DAT - REPORT NOT PRODUCED"
003090             TO MessageText
003100         WRITE Win-Rpt-Record FROM Message-Line
003110     ELSE
003120         PERFORM 2000-FIND-NIGHTS
003130         IF Night-Count = ZERO
003140             MOVE "NO RUN HISTORY ON STEPHIST.DAT FOR THE WEEK"
003150                 TO MessageText
003160             WRITE Win-Rpt-Record FROM Message-Line
003170         ELSE
003180             PERFORM 3000-COLLECT-TIMES
003190             PERFORM 4000-LOAD-STEP-LIMITS
003200             PERFORM 5000-WORK-AVERAGES
003210             PERFORM 6000-PRINT-STEP-GRID
003220             PERFORM 6200-PRINT-NIGHTS
003230             PERFORM 6300-PRINT-PROJECTION
003240             PERFORM 6400-PRINT-BREACHES
003250         END-IF
003260     END-IF
003270     PERFORM 8000-TERMINATE
003280     IF Run-Parm-Missing
003290         MOVE 16 TO RETURN-CODE
003300     ELSE
003310         MOVE ZERO TO RETURN-CODE
003320     END-IF
003330     GOBACK.

003340******************************************************************
003350* 1000-INITIALIZE - read the run date and the window, and print
003360* the report heading. No run date means no week to report on.
003370******************************************************************
003380 1000-INITIALIZE.
003390     OPEN OUTPUT WinRptFile
003400     PERFORM 1100-READ-RUN-PARM
003410     PERFORM 1200-READ-BATCH-WINDOW
003420     MOVE Run-Date TO HeadRunDate
003430     WRITE Win-Rpt-Record FROM WinRpt-Heading
003440     WRITE Win-Rpt-Record FROM HorizontalLine
003450     COMPUTE Window-Start-Mins =
003460         Window-Start-HH * 60 + Window-Start-MM
003470     COMPUTE Window-End-Mins =
003480         Window-End-HH * 60 + Window-End-MM
003490     COMPUTE Work-Mins = Window-End-Mins + 1440
003500         - Window-Start-Mins
003510     DIVIDE Work-Mins BY 1440 GIVING Work-Days
003520         REMAINDER Window-Length
003530     MOVE Window-Start-HH TO Minute-HH
003540     MOVE Window-Start-MM TO Minute-MM
003550     MOVE Minute-Display  TO WindowOpen
003560     MOVE Window-End-HH   TO Minute-HH
003570     MOVE Window-End-MM   TO Minute-MM
003580     MOVE Minute-Display  TO WindowClose
003590     MOVE Overrun-Percent TO WindowPercent
003600     WRITE Win-Rpt-Record FROM Window-Line
003610     MOVE SPACES TO Win-Rpt-Record
003620     WRITE Win-Rpt-Record
003630     .

003640******************************************************************
003650* 1100-READ-RUN-PARM - the week ends on the RUNPARM run date.
003660******************************************************************
003670 1100-READ-RUN-PARM.
003680     OPEN INPUT RunParmFile
003690     IF Run-Parm-File-Status NOT = "00"
003700         MOVE 'Y' TO Run-Parm-Missing-Switch
003710     ELSE
003720         READ RunParmFile
003730             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
003740             NOT AT END
003750                 MOVE RP-RunDate TO Run-Date
003760         END-READ
003770         CLOSE RunParmFile
003780     END-IF
003790     .

003800******************************************************************
003810* 1200-READ-BATCH-WINDOW - the window times and overrun
003820* tolerance off BATCHWIN.DAT; a blank field keeps its default.
003830******************************************************************
003840 1200-READ-BATCH-WINDOW.
003850     OPEN INPUT BatchWindowFile
003860     IF Batch-Window-File-Status = "00"
003870         READ BatchWindowFile
003880             AT END CONTINUE
003890             NOT AT END
003900                 IF BW-WindowStart NUMERIC
003910                     MOVE BW-WindowStart TO Window-Start
003920                 END-IF
003930                 IF BW-WindowEnd NUMERIC
003940                     MOVE BW-WindowEnd TO Window-End
003950                 END-IF
003960                 IF BW-OverrunPercent NUMERIC
003970                         AND BW-OverrunPercent > ZERO
003980                     MOVE BW-OverrunPercent TO Overrun-Percent
003990                 END-IF
004000                 IF BW-MinOverrunSecs NUMERIC
004010                     MOVE BW-MinOverrunSecs TO Min-Overrun-Secs
004020                 END-IF
004030         END-READ
004040         CLOSE BatchWindowFile
004050     END-IF
004060     .

004070******************************************************************
004080* 2000-FIND-NIGHTS - first pass of STEPHIST.DAT: keep the seven
004090* latest run dates on or before the run date, then put them in
004100* date order for the report columns.
004110******************************************************************
004120 2000-FIND-NIGHTS.
004130     MOVE 'N' TO Hist-Eof-Switch
004140     OPEN INPUT StepHistFile
004150     IF Step-Hist-File-Status NOT = "00"
004160         MOVE 'Y' TO Hist-Eof-Switch
004170     ELSE
004180         READ StepHistFile
004190             AT END MOVE 'Y' TO Hist-Eof-Switch
004200         END-READ
004210         PERFORM 2100-NOTE-ONE-NIGHT UNTIL Hist-Eof
004220         CLOSE StepHistFile
004230     END-IF
004240     PERFORM 2200-ORDER-NIGHT-PAIR
004250         VARYING Sort-Pass FROM 1 BY 1
004260         UNTIL Sort-Pass > Night-Count
004270         AFTER Night-Sub FROM 1 BY 1
004280         UNTIL Night-Sub >= Night-Count
004290     .

004300******************************************************************
004310* 2100-NOTE-ONE-NIGHT - a run date not yet held goes in while
004320* there is room, else over the oldest date held if it is later.
004330******************************************************************
004340 2100-NOTE-ONE-NIGHT.
004350     IF SH-RunDate NOT > Run-Date
004360         PERFORM 2150-FIND-NIGHT
004370         IF NOT Night-Found
004380             IF Night-Count < Max-Nights
004390                 ADD 1 TO Night-Count
004400                 MOVE SH-RunDate TO Ngt-Date (Night-Count)
004410             ELSE
004420                 MOVE 1 TO Low-Night-Sub
004430                 PERFORM 2110-TEST-LOWEST-NIGHT
004440                     VARYING Night-Sub FROM 2 BY 1
004450                     UNTIL Night-Sub > Night-Count
004460                 IF SH-RunDate > Ngt-Date (Low-Night-Sub)
004470                     MOVE SH-RunDate TO Ngt-Date (Low-Night-Sub)
004480                 END-IF
004490             END-IF
004500         END-IF
004510     END-IF
004520     READ StepHistFile
004530         AT END MOVE 'Y' TO Hist-Eof-Switch
004540     END-READ
004550     .

004560******************************************************************
004570* 2110-TEST-LOWEST-NIGHT - keep the subscript of the oldest date.
004580******************************************************************
004590 2110-TEST-LOWEST-NIGHT.
004600     IF Ngt-Date (Night-Sub) < Ngt-Date (Low-Night-Sub)
004610         MOVE Night-Sub TO Low-Night-Sub
004620     END-IF
004630     .

004640******************************************************************
004650* 2150-FIND-NIGHT - look SH-RunDate up in Night-Table.
004660******************************************************************
004670 2150-FIND-NIGHT.
004680     MOVE 'N' TO Night-Found-Switch
004690     SET Night-Index TO 1
004700     SEARCH Night-Entry
004710         AT END CONTINUE
004720         WHEN Ngt-Date (Night-Index) = SH-RunDate
004730             MOVE 'Y' TO Night-Found-Switch
004740     END-SEARCH
004750     .

004760******************************************************************
004770* 2200-ORDER-NIGHT-PAIR - one exchange of the date sort; only the
004780* dates are held at this point.
004790******************************************************************
004800 2200-ORDER-NIGHT-PAIR.
004810     IF Ngt-Date (Night-Sub) > Ngt-Date (Night-Sub + 1)
004820         MOVE Ngt-Date (Night-Sub)     TO Swap-Date
004830         MOVE Ngt-Date (Night-Sub + 1) TO Ngt-Date (Night-Sub)
004840         MOVE Swap-Date                TO Ngt-Date (Night-Sub + 1)
004850     END-IF
004860     .

004870******************************************************************
004880* 3000-COLLECT-TIMES - second pass: every row on a night held
004890* adds its elapsed time to its step and night, and widens that
004900* night's start and finish.
004910******************************************************************
004920 3000-COLLECT-TIMES.
004930     MOVE 'N' TO Hist-Eof-Switch
004940     OPEN INPUT StepHistFile
004950     READ StepHistFile
004960         AT END MOVE 'Y' TO Hist-Eof-Switch
004970     END-READ
004980     PERFORM 3100-COLLECT-ONE-ROW UNTIL Hist-Eof
004990     CLOSE StepHistFile
005000     .

005010******************************************************************
005020* 3100-COLLECT-ONE-ROW - a step run twice in a night (a restart)
005030* counts both runs' time; its records are the last run's on the
005040* latest night.
005050******************************************************************
005060 3100-COLLECT-ONE-ROW.
005070     ADD 1 TO Hist-Rows-Read
005080     PERFORM 2150-FIND-NIGHT
005090     IF Night-Found
005100         SET Night-Sub TO Night-Index
005110         MOVE SH-StepName TO Search-Name
005120         PERFORM 3150-FIND-STEP
005130         IF NOT Step-Found
005140             IF Step-Count < Max-Steps
005150                 ADD 1 TO Step-Count
005160                 SET Step-Index TO Step-Count
005170                 MOVE SH-StepName TO Stp-Name (Step-Index)
005180                 MOVE 'Y' TO Step-Found-Switch
005190             ELSE
005200                 ADD 1 TO Steps-Dropped-Count
005210             END-IF
005220         END-IF
005230         IF Step-Found
005240             ADD SH-Elapsed TO Stp-Elapsed (Step-Index, Night-Sub)
005250             MOVE 'Y' TO Stp-Ran (Step-Index, Night-Sub)
005260             IF SH-Result NOT = "OK"
005270                 MOVE 'N' TO Stp-Clean (Step-Index, Night-Sub)
005280             END-IF
005290             IF Night-Sub = Night-Count
005300                 MOVE SH-RecordsIn  TO Stp-Records-In (Step-Index)
005310                 MOVE SH-RecordsOut
005320                     TO Stp-Records-Out (Step-Index)
005330             END-IF
005340         END-IF
005350         COMPUTE Row-Stamp = SH-StartDate * 100000000
005360             + SH-StartTime
005370         IF Ngt-Start-Stamp (Night-Sub) = ZERO
005380                 OR Row-Stamp < Ngt-Start-Stamp (Night-Sub)
005390             MOVE Row-Stamp TO Ngt-Start-Stamp (Night-Sub)
005400         END-IF
005410         COMPUTE Row-Stamp = SH-EndDate * 100000000
005420             + SH-EndTime
005430         IF Row-Stamp > Ngt-End-Stamp (Night-Sub)
005440             MOVE Row-Stamp TO Ngt-End-Stamp (Night-Sub)
005450         END-IF
005460     END-IF
005470     READ StepHistFile
005480         AT END MOVE 'Y' TO Hist-Eof-Switch
005490     END-READ
005500     .

005510******************************************************************
005520* 3150-FIND-STEP - look Search-Name up in Step-Table.
005530******************************************************************
005540 3150-FIND-STEP.
005550     MOVE 'N' TO Step-Found-Switch
005560     SET Step-Index TO 1
005570     SEARCH Step-Entry
005580         AT END CONTINUE
005590         WHEN Stp-Name (Step-Index) = Search-Name
005600             MOVE 'Y' TO Step-Found-Switch
005610     END-SEARCH
005620     .

005630******************************************************************
005640* 4000-LOAD-STEP-LIMITS - each step's threshold off STEPTIME.DAT.
005650* A step with no row, or a zero limit, has no threshold.
005660******************************************************************
005670 4000-LOAD-STEP-LIMITS.
005680     OPEN INPUT StepTimeFile
005690     IF Step-Time-File-Status = "00"
005700         READ StepTimeFile
005710             AT END MOVE 'Y' TO Time-Eof-Switch
005720         END-READ
005730         PERFORM 4100-APPLY-ONE-LIMIT UNTIL Time-Eof
005740         CLOSE StepTimeFile
005750     END-IF
005760     .

005770******************************************************************
005780* 4100-APPLY-ONE-LIMIT - set the named step's threshold.
005790******************************************************************
005800 4100-APPLY-ONE-LIMIT.
005810     MOVE ST-StepName TO Search-Name
005820     PERFORM 3150-FIND-STEP
005830     IF Step-Found AND ST-MaxElapsed NUMERIC
005840         MOVE ST-MaxElapsed TO Stp-Limit (Step-Index)
005850     END-IF
005860     READ StepTimeFile
005870         AT END MOVE 'Y' TO Time-Eof-Switch
005880     END-READ
005890     .

005900******************************************************************
005910* 5000-WORK-AVERAGES - each step's average over the nights it
005920* ran clean, and the sum of them all for the projected finish.
005930******************************************************************
005940 5000-WORK-AVERAGES.
005950     MOVE ZERO TO Projected-Seconds
005960     PERFORM 5100-AVERAGE-ONE-STEP
005970         VARYING Step-Index FROM 1 BY 1
005980         UNTIL Step-Index > Step-Count
005990     .

006000******************************************************************
006010* 5100-AVERAGE-ONE-STEP - total and average one step's nights.
006020******************************************************************
006030 5100-AVERAGE-ONE-STEP.
006040     PERFORM 5110-ADD-ONE-NIGHT
006050         VARYING Night-Sub FROM 1 BY 1
006060         UNTIL Night-Sub > Night-Count
006070     IF Stp-Runs (Step-Index) > ZERO
006080         DIVIDE Stp-Total (Step-Index) BY Stp-Runs (Step-Index)
006090             GIVING Stp-Average (Step-Index) ROUNDED
006100     END-IF
006110     ADD Stp-Average (Step-Index) TO Projected-Seconds
006120     .

006130******************************************************************
006140* 5110-ADD-ONE-NIGHT - add a night the step ran on cleanly; a
006150* failed run's time says nothing about its usual time.
006160******************************************************************
006170 5110-ADD-ONE-NIGHT.
006180     IF Stp-Ran (Step-Index, Night-Sub) = 'Y'
006190             AND Stp-Clean (Step-Index, Night-Sub) = 'Y'
006200         ADD 1 TO Stp-Runs (Step-Index)
006210         ADD Stp-Elapsed (Step-Index, Night-Sub)
006220             TO Stp-Total (Step-Index)
006230     END-IF
006240     .

006250******************************************************************
006260* 6000-PRINT-STEP-GRID - the night dates across the top, then a
006270* line per step.
006280******************************************************************
006290 6000-PRINT-STEP-GRID.
006300     MOVE SPACES TO Grid-Column-Night (1) Grid-Column-Night (2)
006310         Grid-Column-Night (3) Grid-Column-Night (4)
006320         Grid-Column-Night (5) Grid-Column-Night (6)
006330         Grid-Column-Night (7)
006340     PERFORM 6010-HEAD-ONE-NIGHT
006350         VARYING Night-Sub FROM 1 BY 1
006360         UNTIL Night-Sub > Night-Count
006370     WRITE Win-Rpt-Record FROM Grid-Columns
006380     WRITE Win-Rpt-Record FROM HorizontalLine
006390     PERFORM 6100-PRINT-ONE-STEP
006400         VARYING Step-Index FROM 1 BY 1
006410         UNTIL Step-Index > Step-Count
006420     MOVE SPACES TO Win-Rpt-Record
006430     WRITE Win-Rpt-Record
006440     WRITE Win-Rpt-Record FROM Legend-Line
006450     MOVE SPACES TO Win-Rpt-Record
006460     WRITE Win-Rpt-Record
006470     .

006480******************************************************************
006490* 6010-HEAD-ONE-NIGHT - one night's date over its column.
006500******************************************************************
006510 6010-HEAD-ONE-NIGHT.
006520     MOVE Ngt-Date (Night-Sub) TO GridNightDate (Night-Sub)
006530     .

006540******************************************************************
006550* 6100-PRINT-ONE-STEP - one step's nights, average, threshold
006560* and latest records.
006570******************************************************************
006580 6100-PRINT-ONE-STEP.
006590     MOVE SPACES TO Grid-Line-Night (1) Grid-Line-Night (2)
006600         Grid-Line-Night (3) Grid-Line-Night (4)
006610         Grid-Line-Night (5) Grid-Line-Night (6)
006620         Grid-Line-Night (7)
006630     MOVE Stp-Name (Step-Index) TO GridStepName
006640     COMPUTE Overrun-Limit =
006650         Stp-Average (Step-Index) * Overrun-Percent / 100
006660     PERFORM 6110-FORMAT-ONE-NIGHT
006670         VARYING Night-Sub FROM 1 BY 1
006680         UNTIL Night-Sub > Night-Count
006690     MOVE Stp-Average (Step-Index) TO Clock-Seconds
006700     PERFORM 9000-FORMAT-ELAPSED
006710     MOVE Clock-Display TO GridAverage
006720     IF Stp-Limit (Step-Index) > ZERO
006730         MOVE Stp-Limit (Step-Index) TO Clock-Seconds
006740         PERFORM 9000-FORMAT-ELAPSED
006750         MOVE Clock-Display TO GridLimit
006760     ELSE
006770         MOVE SPACES TO GridLimit
006780     END-IF
006790     MOVE Stp-Records-In (Step-Index)  TO GridRecordsIn
006800     MOVE Stp-Records-Out (Step-Index) TO GridRecordsOut
006810     WRITE Win-Rpt-Record FROM Grid-Line
006820     .

006830******************************************************************
006840* 6110-FORMAT-ONE-NIGHT - a night the step did not run shows a
006850* dash. '*' marks a night past the step's threshold; '+' a night
006860* past the overrun percentage of its average by the minimum
006870* seconds, once it has enough nights for the average to count.
006880******************************************************************
006890 6110-FORMAT-ONE-NIGHT.
006900     IF Stp-Ran (Step-Index, Night-Sub) NOT = 'Y'
006910         MOVE "       -" TO GridElapsed (Night-Sub)
006920     ELSE
006930         MOVE Stp-Elapsed (Step-Index, Night-Sub) TO Clock-Seconds
006940         PERFORM 9000-FORMAT-ELAPSED
006950         MOVE Clock-Display TO GridElapsed (Night-Sub)
006960         IF Stp-Limit (Step-Index) > ZERO
006970                 AND Stp-Elapsed (Step-Index, Night-Sub)
006980                     > Stp-Limit (Step-Index)
006990             MOVE '*' TO GridFlag (Night-Sub)
007000         ELSE
007010             IF Stp-Runs (Step-Index) NOT < Min-Average-Runs
007020                     AND Stp-Elapsed (Step-Index, Night-Sub)
007030                         > Overrun-Limit
007040                     AND Stp-Elapsed (Step-Index, Night-Sub)
007050                         NOT < Stp-Average (Step-Index)
007060                             + Min-Overrun-Secs
007070                 MOVE '+' TO GridFlag (Night-Sub)
007080             END-IF
007090         END-IF
007100     END-IF
007110     .

007120******************************************************************
007130* 6200-PRINT-NIGHTS - each night's first start and last finish,
007140* and whether it finished inside the window.
007150******************************************************************
007160 6200-PRINT-NIGHTS.
007170     WRITE Win-Rpt-Record FROM Night-Section-Heading
007180     WRITE Win-Rpt-Record FROM Night-Columns
007190     PERFORM 6210-PRINT-ONE-NIGHT
007200         VARYING Night-Sub FROM 1 BY 1
007210         UNTIL Night-Sub > Night-Count
007220     MOVE SPACES TO Win-Rpt-Record
007230     WRITE Win-Rpt-Record
007240     .

007250******************************************************************
007260* 6210-PRINT-ONE-NIGHT - the night's elapsed time runs from its
007270* first start to its last finish, a day added when the finish
007280* fell after midnight.
007290******************************************************************
007300 6210-PRINT-ONE-NIGHT.
007310     MOVE Ngt-Date (Night-Sub) TO NightDate
007320     MOVE Ngt-End-Stamp (Night-Sub) TO Row-Stamp
007330     MOVE Row-Time TO Time-Of-Day
007340     MOVE Time-HH TO Clock-HH
007350     MOVE Time-MM TO Clock-MM
007360     MOVE Time-SS TO Clock-SS
007370     MOVE Clock-Display TO NightFinished
007380     COMPUTE End-Seconds = Time-HH * 3600 + Time-MM * 60
007390         + Time-SS
007400     MOVE Row-Date TO Swap-Date
007410     MOVE Ngt-Start-Stamp (Night-Sub) TO Row-Stamp
007420     PERFORM 6250-WORK-START-OFFSET
007430     MOVE Clock-Display TO NightStarted
007440     IF Swap-Date > Row-Date
007450         COMPUTE Night-Elapsed =
007460             End-Seconds + 86400 - Start-Seconds
007470     ELSE
007480         COMPUTE Night-Elapsed = End-Seconds - Start-Seconds
007490     END-IF
007500     MOVE Night-Elapsed TO Clock-Seconds
007510     PERFORM 9000-FORMAT-ELAPSED
007520     MOVE Clock-Display TO NightElapsed
007530     DIVIDE Night-Elapsed BY 60 GIVING Work-Mins
007540     COMPUTE Finish-Offset = Start-Offset + Work-Mins
007550     PERFORM 6260-JUDGE-FINISH
007560     MOVE Message-Line (3:30) TO NightVerdict
007570     WRITE Win-Rpt-Record FROM Night-Line
007580     .

007590******************************************************************
007600* 6250-WORK-START-OFFSET - from the start stamp in Row-Stamp, the
007610* start clock, seconds since midnight, and minutes from the
007620* window's opening; more than twelve hours after it is taken as
007630* before it.
007640******************************************************************
007650 6250-WORK-START-OFFSET.
007660     MOVE Row-Time TO Time-Of-Day
007670     MOVE Time-HH TO Clock-HH
007680     MOVE Time-MM TO Clock-MM
007690     MOVE Time-SS TO Clock-SS
007700     COMPUTE Start-Seconds = Time-HH * 3600 + Time-MM * 60
007710         + Time-SS
007720     COMPUTE Work-Mins = Time-HH * 60 + Time-MM + 1440
007730         - Window-Start-Mins
007740     DIVIDE Work-Mins BY 1440 GIVING Work-Days
007750         REMAINDER Work-Mins
007760     MOVE Work-Mins TO Start-Offset
007770     IF Start-Offset > 720
007780         SUBTRACT 1440 FROM Start-Offset
007790     END-IF
007800     .

007810******************************************************************
007820* 6260-JUDGE-FINISH - the verdict on Finish-Offset, left in
007830* MessageText.
007840******************************************************************
007850 6260-JUDGE-FINISH.
007860     IF Finish-Offset > Window-Length
007870         COMPUTE LateMinutes = Finish-Offset - Window-Length
007880         MOVE Late-Verdict TO MessageText
007890     ELSE
007900         MOVE "WITHIN WINDOW" TO MessageText
007910     END-IF
007920     .

007930******************************************************************
007940* 6300-PRINT-PROJECTION - the latest night's start plus every
007950* step's average gives the finish to expect on a typical night.
007960******************************************************************
007970 6300-PRINT-PROJECTION.
007980     MOVE Ngt-Start-Stamp (Night-Count) TO Row-Stamp
007990     PERFORM 6250-WORK-START-OFFSET
008000     DIVIDE Projected-Seconds BY 60 GIVING Work-Mins
008010     COMPUTE Finish-Offset = Start-Offset + Work-Mins
008020     COMPUTE Work-Mins = Window-Start-Mins + Finish-Offset + 1440
008030     DIVIDE Work-Mins BY 1440 GIVING Work-Days
008040         REMAINDER Work-Mins
008050     DIVIDE Work-Mins BY 60 GIVING Minute-HH
008060         REMAINDER Minute-MM
008070     MOVE Minute-Display TO ProjectedFinish
008080     MOVE WindowClose TO ProjectedClose
008090     PERFORM 6260-JUDGE-FINISH
008100     MOVE Message-Line (3:30) TO ProjectedVerdict
008110     WRITE Win-Rpt-Record FROM Projection-Line
008120     MOVE SPACES TO Win-Rpt-Record
008130     WRITE Win-Rpt-Record
008140     .

008150******************************************************************
008160* 6400-PRINT-BREACHES - every step and night past the threshold.
008170******************************************************************
008180 6400-PRINT-BREACHES.
008190     WRITE Win-Rpt-Record FROM Breach-Section-Heading
008200     PERFORM 6410-TEST-ONE-BREACH
008210         VARYING Step-Index FROM 1 BY 1
008220         UNTIL Step-Index > Step-Count
008230         AFTER Night-Sub FROM 1 BY 1
008240         UNTIL Night-Sub > Night-Count
008250     IF Breach-Count = ZERO
008260         WRITE Win-Rpt-Record FROM No-Breach-Line
008270     END-IF
008280     .

008290******************************************************************
008300* 6410-TEST-ONE-BREACH - print the step and night if it ran past
008310* its threshold.
008320******************************************************************
008330 6410-TEST-ONE-BREACH.
008340     IF Stp-Ran (Step-Index, Night-Sub) = 'Y'
008350             AND Stp-Limit (Step-Index) > ZERO
008360             AND Stp-Elapsed (Step-Index, Night-Sub)
008370                 > Stp-Limit (Step-Index)
008380         ADD 1 TO Breach-Count
008390         MOVE Stp-Name (Step-Index) TO BreachStepName
008400         MOVE Ngt-Date (Night-Sub)  TO BreachNight
008410         MOVE Stp-Elapsed (Step-Index, Night-Sub) TO Clock-Seconds
008420         PERFORM 9000-FORMAT-ELAPSED
008430         MOVE Clock-Display TO BreachElapsed
008440         MOVE Stp-Limit (Step-Index) TO Clock-Seconds
008450         PERFORM 9000-FORMAT-ELAPSED
008460         MOVE Clock-Display TO BreachLimit
008470         WRITE Win-Rpt-Record FROM Breach-Line
008480     END-IF
008490     .

008500******************************************************************
008510* 8000-TERMINATE - the totals, the step's counts for RUNALL's
008520* run history, and close the report.
008530******************************************************************
008540 8000-TERMINATE.
008550     MOVE SPACES TO Win-Rpt-Record
008560     WRITE Win-Rpt-Record
008570     MOVE Hist-Rows-Read      TO TotalRowsRead
008580     MOVE Steps-Dropped-Count TO TotalStepsDropped
008590     WRITE Win-Rpt-Record FROM Totals-Line
008600     CLOSE WinRptFile
008610     MOVE Hist-Rows-Read TO Step-Records-In
008620     MOVE Step-Count     TO Step-Records-Out
008630     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
008640         Step-Records-Out
008650     .

008660******************************************************************
008670* 9000-FORMAT-ELAPSED - Clock-Seconds as HH:MM:SS.
008680******************************************************************
008690 9000-FORMAT-ELAPSED.
008700     DIVIDE Clock-Seconds BY 60 GIVING Clock-Minutes
008710         REMAINDER Clock-SS
008720     DIVIDE Clock-Minutes BY 60 GIVING Clock-HH
008730         REMAINDER Clock-MM
008740     .

008750 END PROGRAM WINRPT.
