000890*                     updates the masters and before the log
000900*                     clear-down, so overnight drift fails the
000910*                     job the night it happens.
000911*               DF    Added the supplier invoice match and aged
000912*                     creditors run (APPOST) as step 7, after the
000913*                     AR posting, and the supplier payment run
000914*                     (APPAYRUN) as step 8, which the RUNCAL.DAT
000915*                     calendar marks due once a week; renumbered
000916*                     the later steps and widened the step tables
000917*                     to 30 entries.
000918*               DF    Added the expiring-stock report (LOTEXPRY)
000919*                     as step 15, after the reconciliation, which
000920*                     the RUNCAL.DAT calendar marks due once a
000921*                     week; the log clear-down is now step 16.
000922*               DF    Added the customer order book allocation
000923*                     (ORDALLOC) as step 4 and the open order
000924*                     report (ORDRPT) as step 5, ahead of the
000925*                     Aromamora sort that takes the shipped
000926*                     lines off SALES.DAT; renumbered the later
000927*                     steps.
000928*               DF    Added the dunning run (DUNNING) as step 9,
000929*                     after the AR posting has applied the day's
000930*                     payments, which the RUNCAL.DAT calendar
000931*                     marks due on dunning days; renumbered the
000932*                     later steps.
000933*               DF    Added the bad-debt write-off run (ARWRTOFF)
000934*                     as step 9, after the AR posting and ahead
000935*                     of dunning so a debt written off tonight is
000936*                     not chased, and before the VAT return picks
000937*                     up its relief; renumbered the later steps.
000938*               DF    Added the quarterly EC sales list (ECSLIST)
000939*                     as step 16, straight after the VAT return
000940*                     so the listing is drawn off the same
000941*                     register the return was tied to; the
000942*                     RUNCAL.DAT calendar marks it due at quarter
000943*                     end. Renumbered the later steps.
000944*               DF    Added the month-end leave balance report
000945*                     (LEAVERPT) as step 14, straight after the
000946*                     payroll run has booked the week's timesheet
000947*                     leave; the RUNCAL.DAT calendar marks it due
000948*                     at month end. Renumbered the later steps.
000949*               DF    Added the monthly PAYE/PRSI return (PAYRTN)
000950*                     as step 15, after the leave report so the
000951*                     month's last pay run is on the PAYRUNS.DAT
000952*                     register before it is totalled; the
000953*                     RUNCAL.DAT calendar marks it due at month
000954*                     end. Renumbered the later steps.
000955*               DF    Added the class lists (CLASSLST) as step 4,
000956*                     straight after the student listing so they
000957*                     show the night's enrolments. Renumbered the
000958*                     later steps.
000959*               DF    Added the month-end financial statements
000960*                     (FINSTMT) as step 22, straight after the
000961*                     trial balance so they are drawn off a
000962*                     ledger already proved to balance; the
000963*                     RUNCAL.DAT calendar marks it due at month
000964*                     end. Renumbered the later steps.
000965*               DF    Each step the run CALLs is timed: start,
000966*                     end and elapsed time, its return code and
000967*                     the records in and out it hands to the
000968*                     STEPCNT routine are appended to the
000969*                     permanent STEPHIST.DAT run history as the
000970*                     step returns, and shown on the run log. A
000971*                     step running past its usual time (the
000972*                     average of its last seven clean runs, by
000973*                     the BATCHWIN.DAT overrun percentage) logs
000974*                     an OVERRUN warning to EXCPLOG.DAT for
000975*                     LOGRPT. Added the weekly batch window
000976*                     report (WINRPT) as step 25, ahead of the
000977*                     log clear-down; LOGRPT is now step 26.
000978******************************************************************

000979 ENVIRONMENT DIVISION.
000980 INPUT-OUTPUT SECTION.
000981 FILE-CONTROL.
000982     SELECT RunLogFile ASSIGN TO "RUNALL.LOG"
000983         ORGANIZATION IS LINE SEQUENTIAL.

000984     SELECT JobStateFile ASSIGN TO "JOBSTATE.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS Job-State-File-Status.

001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS Calendar-File-Status.

001061     SELECT StepHistFile ASSIGN TO "STEPHIST.DAT"
001062         ORGANIZATION IS LINE SEQUENTIAL
001063         FILE STATUS IS Step-Hist-File-Status.

001064     SELECT BatchWindowFile ASSIGN TO "BATCHWIN.DAT"
001065         ORGANIZATION IS LINE SEQUENTIAL
001066         FILE STATUS IS Batch-Window-File-Status.

001067     SELECT ExceptionLogFile ASSIGN TO "EXCPLOG.DAT"
001068         ORGANIZATION IS LINE SEQUENTIAL
001069         FILE STATUS IS Exception-Log-File-Status.

001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD RunLogFile.
001280       88 CAL-StepRuns          VALUE 'R'.
001290       88 CAL-StepSkips         VALUE 'S'.

001291* STEPHIST.DAT is the permanent run history: one row per step
001292* executed, appended as the step returns.
001293 FD StepHistFile.
001294 01 Step-History-Record.
001295    02 SH-RunDate             PIC 9(8).
001296    02 SH-StepNumber          PIC 9(2).
001297    02 SH-StepName            PIC X(20).
001298    02 SH-StartDate           PIC 9(8).
001299    02 SH-StartTime           PIC 9(8).
001300    02 SH-EndDate             PIC 9(8).
001301    02 SH-EndTime             PIC 9(8).
001302    02 SH-Elapsed             PIC 9(6).
001303    02 SH-ReturnCode          PIC 9(3).
001304    02 SH-Result              PIC X(8).
001305    02 SH-RecordsIn           PIC 9(9).
001306    02 SH-RecordsOut          PIC 9(9).

001307 FD BatchWindowFile.
001308 01 Batch-Window-Record.
001309    02 BW-WindowStart         PIC 9(4).
001310    02 BW-WindowEnd           PIC 9(4).
001311    02 BW-OverrunPercent      PIC 9(3).
001312    02 BW-MinOverrunSecs      PIC 9(5).

001313 FD ExceptionLogFile.
001314 01 Exception-Log-Record      PIC X(100).

001315 WORKING-STORAGE SECTION.
001316 01 Job-Failed-Switch         PIC X(01) VALUE 'N'.
001320     88 Job-Failed             VALUE 'Y'.
001330 01 Failed-Step-Name          PIC X(20) VALUE SPACES.

001350* each step runs (or is skipped), and printed as the run summary
001360* once the whole job is over.
001370 01 Step-Log-Table.
001380    02 Step-Log-Entry OCCURS 30 TIMES
001390              INDEXED BY Step-Log-Index.
001400       03 Step-Log-Name        PIC X(20) VALUE SPACES.
001410       03 Step-Log-Return-Code PIC 9(03) VALUE ZERO.
001420       03 Step-Log-Result      PIC X(08) VALUE SPACES.
001421       03 Step-Log-Start-Time  PIC 9(08) VALUE ZERO.
001422       03 Step-Log-End-Time    PIC 9(08) VALUE ZERO.
001423       03 Step-Log-Elapsed     PIC 9(06) VALUE ZERO.
001424       03 Step-Log-Timed       PIC X(01) VALUE 'N'.
001425          88 Step-Log-Was-Timed  VALUE 'Y'.
001426       03 Step-Log-Overrun     PIC X(01) VALUE 'N'.
001427          88 Step-Log-Overran    VALUE 'Y'.
001430 01 Step-Count                PIC 9(02) VALUE ZERO.
001440 77 Total-Steps               PIC 9(02) VALUE 26.

001450* The run lock is taken through the RUNLOCK subprogram before
001460* the first step and stamped with each step's name as it is
001570* finish clean (a clean run clears it), so any step it shows OK
001580* is satisfied from that run instead of executed again.
001590 01 Prior-State-Table.
001600    02 Prior-State-Entry OCCURS 30 TIMES
001610              INDEXED BY Prior-State-Index.
001620       03 Prior-Step-Name      PIC X(20) VALUE SPACES.
001630       03 Prior-Step-Result    PIC X(08) VALUE SPACES.
001640 01 Prior-State-Count         PIC 9(2)  VALUE ZERO.
001650 01 Prior-State-Date          PIC 9(8)  VALUE ZERO.
001660 77 Max-Prior-States          PIC 9(2)  VALUE 30.
001670 77 Job-State-File-Status     PIC X(02) VALUE '00'.
001680 01 Job-State-Eof-Switch      PIC X(01) VALUE 'N'.
001690     88 Job-State-Eof          VALUE 'Y'.
001750* Calendar-Table holds the RUNCAL.DAT entries for tonight's run
001760* date only; a step not marked R for the date does not run.
001770 01 Calendar-Table.
001780    02 Calendar-Entry OCCURS 30 TIMES
001790              INDEXED BY Calendar-Index.
001800       03 Cal-Step-Name        PIC X(20) VALUE SPACES.
001810       03 Cal-Run-Flag         PIC X(1)  VALUE SPACES.
001820 01 Calendar-Count            PIC 9(2)  VALUE ZERO.
001830 77 Max-Calendar-Entries      PIC 9(2)  VALUE 30.
001840 77 Run-Parm-File-Status      PIC X(02) VALUE '00'.
001850 77 Calendar-File-Status      PIC X(02) VALUE '00'.
001860 01 Run-Parm-Missing-Switch   PIC X(01) VALUE 'N'.
001910     88 Calendar-Step-Due      VALUE 'Y'.
001920 01 Run-Date                  PIC 9(8)  VALUE ZERO.

001921* Step timing. Times are HHMMSScc as ACCEPT FROM TIME gives
001922* them; elapsed times are whole seconds.
001923 77 Step-Hist-File-Status     PIC X(02) VALUE '00'.
001924 77 Batch-Window-File-Status  PIC X(02) VALUE '00'.
001925 77 Exception-Log-File-Status PIC X(02) VALUE '00'.
001926 01 Step-Hist-Eof-Switch      PIC X(01) VALUE 'N'.
001927     88 Step-Hist-Eof          VALUE 'Y'.
001928 01 Step-Start-Date           PIC 9(8)  VALUE ZERO.
001929 01 Step-Start-Time           PIC 9(8)  VALUE ZERO.
001930 01 Step-End-Date             PIC 9(8)  VALUE ZERO.
001931 01 Step-End-Time             PIC 9(8)  VALUE ZERO.
001932 01 Time-Of-Day               PIC 9(8)  VALUE ZERO.
001933 01 FILLER REDEFINES Time-Of-Day.
001934    02 Time-HH                 PIC 9(2).
001935    02 Time-MM                 PIC 9(2).
001936    02 Time-SS                 PIC 9(2).
001937    02 Time-CC                 PIC 9(2).
001938 01 Start-Seconds             PIC 9(6)  VALUE ZERO.
001939 01 End-Seconds               PIC 9(6)  VALUE ZERO.
001940 01 Step-Elapsed              PIC 9(6)  VALUE ZERO.
001941 01 Clock-Seconds             PIC 9(6)  VALUE ZERO.
001942 01 Clock-Minutes             PIC 9(6)  VALUE ZERO.
001943 01 Clock-Display.
001944    02 Clock-HH                PIC 9(2).
001945    02 FILLER                  PIC X(1)  VALUE ':'.
001946    02 Clock-MM                PIC 9(2).
001947    02 FILLER                  PIC X(1)  VALUE ':'.
001948    02 Clock-SS                PIC 9(2).

001949* The records in and out a step hands to STEPCNT.
001950 01 Step-Count-Function       PIC X(01) VALUE SPACE.
001951 01 Step-Records-In           PIC 9(9)  VALUE ZERO.
001952 01 Step-Records-Out          PIC 9(9)  VALUE ZERO.

001953* Step-Average-Table keeps each step's last seven clean elapsed
001954* times off STEPHIST.DAT, round-robin, for its usual time. A
001955* step with fewer than three clean runs has no usual time yet.
001956 01 Step-Average-Table.
001957    02 Step-Average-Entry OCCURS 30 TIMES
001958              INDEXED BY Average-Index.
001959       03 Avg-Step-Name        PIC X(20) VALUE SPACES.
001960       03 Avg-Runs             PIC 9(1)  VALUE ZERO.
001961       03 Avg-Next             PIC 9(1)  VALUE 1.
001962       03 Avg-Elapsed          PIC 9(6)  VALUE ZERO
001963                               OCCURS 7 TIMES.
001964 01 Average-Count             PIC 9(2)  VALUE ZERO.
001965 77 Max-Average-Steps         PIC 9(2)  VALUE 30.
001966 77 Max-Average-Runs          PIC 9(1)  VALUE 7.
001967 77 Min-Average-Runs          PIC 9(1)  VALUE 3.
001968 01 Ring-Sub                  PIC 9(1)  VALUE ZERO.
001969 01 Avg-Search-Name           PIC X(20) VALUE SPACES.
001970 01 Average-Found-Switch      PIC X(01) VALUE 'N'.
001971     88 Average-Found          VALUE 'Y'.
001972 01 Usual-Elapsed             PIC 9(6)  VALUE ZERO.
001973 01 Usual-Total               PIC 9(7)  VALUE ZERO.
001974 01 Overrun-Limit             PIC 9(7)  VALUE ZERO.
001975* Overrun tolerance, off BATCHWIN.DAT when it is there: a step
001976* overruns past this percentage of its usual time, and only by
001977* at least this many seconds.
001978 01 Overrun-Percent           PIC 9(3)  VALUE 150.
001979 01 Min-Overrun-Secs          PIC 9(5)  VALUE 60.
001980 01 Log-Date                  PIC 9(06).
001981 01 Log-Time                  PIC 9(08).

001982 01 FILLER                    PIC X(80) VALUE SPACES.
001983 01 Run-Heading.
001984    02 FILLER                  PIC X(25) VALUE SPACES.
001985    02 FILLER                  PIC X(25)
001986       VALUE "NIGHTLY BATCH RUN SUMMARY".

001987 01 HorizontalLine.
001990    02 FILLER                  PIC X(03) VALUE SPACES.
002000    02 FILLER                  PIC X(40) VALUE ALL '-'.

002040    02 FILLER                  PIC X(03) VALUE SPACES.
002050    02 FILLER                  PIC X(11) VALUE "RETURN-CODE".
002060    02 FILLER                  PIC X(03) VALUE SPACES.
002064    02 FILLER                  PIC X(07) VALUE "RESULT".
002068    02 FILLER                  PIC X(09) VALUE "START".
002072    02 FILLER                  PIC X(09) VALUE "END".
002076    02 FILLER                  PIC X(07) VALUE "ELAPSED".

002080 01 Run-Log-Line.
002090    02 FILLER                  PIC X(02) VALUE SPACES.
002120    02 RunLogReturnCode        PIC ZZ9.
002130    02 FILLER                  PIC X(09) VALUE SPACES.
002140    02 RunLogResult            PIC X(08).
002141    02 FILLER                  PIC X(01) VALUE SPACES.
002142    02 RunLogStart             PIC X(08).
002143    02 FILLER                  PIC X(01) VALUE SPACES.
002144    02 RunLogEnd               PIC X(08).
002145    02 FILLER                  PIC X(01) VALUE SPACES.
002146    02 RunLogElapsed           PIC X(08).
002147    02 RunLogOverrun           PIC X(08).

002150 01 Run-Failed-Line.
002160    02 FILLER                  PIC X(16) VALUE "JOB FAILED AT: ".
002550         ELSE
002560             WRITE Run-Log-Record FROM Run-Log-Columns
002570             PERFORM 0100-LOAD-JOB-STATE
002575             PERFORM 0150-LOAD-STEP-HISTORY
002580             PERFORM 0450-RUN-SNAPSHOT
002590             PERFORM 0500-RUN-STUDENT-UPDATE
002600             PERFORM 1000-RUN-STUDENT-REPORT
002601             PERFORM 1200-RUN-CLASS-LISTS
002603             PERFORM 1500-RUN-ORDER-ALLOCATION
002606             PERFORM 1600-RUN-OPEN-ORDER-REPORT
002610             PERFORM 2000-RUN-AROMA-SALES-REPORT
002620             PERFORM 2500-RUN-INVOICE-GEN
002630             PERFORM 2700-RUN-AR-POSTING
002631             PERFORM 2720-RUN-BAD-DEBT-WRITE-OFF
002632             PERFORM 2750-RUN-DUNNING
002633             PERFORM 2800-RUN-AP-POSTING
002636             PERFORM 2900-RUN-AP-PAYMENT-RUN
002640             PERFORM 3000-RUN-PAYROLL
002645             PERFORM 3100-RUN-LEAVE-REPORT
002647             PERFORM 3200-RUN-PAYROLL-RETURN
002650             PERFORM 4000-RUN-BILLING
002660             PERFORM 5000-RUN-VAT-REPORT
002665             PERFORM 5100-RUN-EC-SALES-LIST
002670             PERFORM 6000-RUN-YTD-CLOSE
002680             PERFORM 6400-RUN-GL-TRIAL
002685             PERFORM 6450-RUN-FIN-STATEMENTS
002690             PERFORM 6700-RUN-RECONCILIATION
002695             PERFORM 6750-RUN-EXPIRING-STOCK
002697             PERFORM 6780-RUN-WINDOW-REPORT
002700             PERFORM 6800-RUN-LOG-ANALYSIS
002710             PERFORM 9000-PRINT-JOB-SUMMARY
002720             PERFORM 0400-RELEASE-RUN-LOCK
003050******************************************************************
003060* 6600-STAMP-LOCK-STEP - name the step about to be CALLed in the
003070* lock, so the step's own standalone guard recognises this
003080* invocation as the driver's, then start the step's timer.
003090******************************************************************
003100 6600-STAMP-LOCK-STEP.
003110     MOVE 'U' TO Lock-Function
003120     MOVE Step-Log-Name (Step-Count) TO Lock-Step-Name
003130     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003140         Lock-Run-Date, Lock-Return-Code
003141     PERFORM 6650-START-STEP-TIMER
003142     .

003143******************************************************************
003144* 6650-START-STEP-TIMER - clear the STEPCNT counts and note the
003145* start date and time, last thing before the step is CALLed.
003146******************************************************************
003147 6650-START-STEP-TIMER.
003148     MOVE 'C' TO Step-Count-Function
003149     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
003150         Step-Records-Out
003151     ACCEPT Step-Start-Date FROM DATE YYYYMMDD
003152     ACCEPT Step-Start-Time FROM TIME
003153     .

003160******************************************************************
003170* 0050-READ-RUN-PARM - read tonight's run date off RUNPARM.DAT,
003650     .

003660******************************************************************
003670* 6700-RUN-RECONCILIATION - step 23: the cross-subsystem
003680* reconciliation over the masters the night's steps updated,
003690* ahead of the log clear-down so its failure stops the job with
003700* a bad step code the same night.
003710******************************************************************
003720 6700-RUN-RECONCILIATION.
003730     MOVE 23 TO Step-Count
003740     MOVE "RECON" TO Step-Log-Name (Step-Count)
003750     PERFORM 6500-CHECK-CALENDAR
003760     PERFORM 7000-CHECK-PRIOR-STATE
003940     .

003950******************************************************************
003951* 6750-RUN-EXPIRING-STOCK - step 24: the weekly expiring-stock
003952* report over the lot master, after the night's sales have drawn
003953* the lots down. RUNCAL.DAT marks it due once a week.
003954******************************************************************
003955 6750-RUN-EXPIRING-STOCK.
003956     MOVE 24 TO Step-Count
003957     MOVE "LOTEXPRY" TO Step-Log-Name (Step-Count)
003958     PERFORM 6500-CHECK-CALENDAR
003959     PERFORM 7000-CHECK-PRIOR-STATE
003960     IF Job-Failed
003961         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
003962     ELSE
003963         IF NOT Calendar-Step-Due
003964             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
003965         ELSE
003966             IF Prior-Step-Satisfied
003967                 MOVE "PRIOR-OK"
003968                     TO Step-Log-Result (Step-Count)
003969             ELSE
003970                 PERFORM 6600-STAMP-LOCK-STEP
003971                 CALL "LOTEXPRY"
003972                 PERFORM 8000-CHECK-STEP-STATUS
003973             END-IF
003974         END-IF
003975     END-IF
003976     PERFORM 7500-SAVE-JOB-STATE
003977     .

003978******************************************************************
003979* 6780-RUN-WINDOW-REPORT - step 25: the weekly batch window
003980* report off STEPHIST.DAT, ahead of the log clear-down.
003981* RUNCAL.DAT marks it due once a week.
003982******************************************************************
003983 6780-RUN-WINDOW-REPORT.
003984     MOVE 25 TO Step-Count
003985     MOVE "WINRPT" TO Step-Log-Name (Step-Count)
003986     PERFORM 6500-CHECK-CALENDAR
003987     PERFORM 7000-CHECK-PRIOR-STATE
003988     IF Job-Failed
003989         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
003990     ELSE
003991         IF NOT Calendar-Step-Due
003992             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
003993         ELSE
003994             IF Prior-Step-Satisfied
003995                 MOVE "PRIOR-OK"
003996                     TO Step-Log-Result (Step-Count)
003997             ELSE
003998                 PERFORM 6600-STAMP-LOCK-STEP
003999                 CALL "WINRPT"
004000                 PERFORM 8000-CHECK-STEP-STATUS
004001             END-IF
004002         END-IF
004003     END-IF
004004     PERFORM 7500-SAVE-JOB-STATE
004005     .

004011******************************************************************
004012* 6400-RUN-GL-TRIAL - step 21: the general ledger trial balance
004020* over the journals the night's steps posted.
004030******************************************************************
004040 6400-RUN-GL-TRIAL.
004050     MOVE 21 TO Step-Count
004060     MOVE "GLTRIAL" TO Step-Log-Name (Step-Count)
004070     PERFORM 6500-CHECK-CALENDAR
004080     PERFORM 7000-CHECK-PRIOR-STATE
004250     PERFORM 7500-SAVE-JOB-STATE
004260     .

004261******************************************************************
004262* 6450-RUN-FIN-STATEMENTS - step 22: the month-end financial
004263* statements off the ledger the trial balance has just proved.
004264* RUNCAL.DAT marks it due at month end.
004265******************************************************************
004266 6450-RUN-FIN-STATEMENTS.
004267     MOVE 22 TO Step-Count
004268     MOVE "FINSTMT" TO Step-Log-Name (Step-Count)
004269     PERFORM 6500-CHECK-CALENDAR
004270     PERFORM 7000-CHECK-PRIOR-STATE
004271     IF Job-Failed
004272         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
004273     ELSE
004274         IF NOT Calendar-Step-Due
004275             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
004276         ELSE
004277             IF Prior-Step-Satisfied
004278                 MOVE "PRIOR-OK"
004279                     TO Step-Log-Result (Step-Count)
004280             ELSE
004281                 PERFORM 6600-STAMP-LOCK-STEP
004282                 CALL "FINSTMT"
004283                 PERFORM 8000-CHECK-STEP-STATUS
004284             END-IF
004285         END-IF
004286     END-IF
004287     PERFORM 7500-SAVE-JOB-STATE
004288     .

004289******************************************************************
004290* 6800-RUN-LOG-ANALYSIS - step 26: the shared exception log
004291* analysis, archive and clear-down, run last so every program
004292* that appends to the log has already finished.
004293******************************************************************
004294 6800-RUN-LOG-ANALYSIS.
004295     MOVE 26 TO Step-Count
004296     MOVE "LOGRPT" TO Step-Log-Name (Step-Count)
004300     PERFORM 6500-CHECK-CALENDAR
004310     PERFORM 7000-CHECK-PRIOR-STATE
004320     IF Job-Failed
005130     END-READ
005140     .

005141******************************************************************
005142* 0150-LOAD-STEP-HISTORY - take the overrun tolerance off
005143* BATCHWIN.DAT and each step's last seven clean elapsed times
005144* off the STEPHIST.DAT run history, for tonight's overrun test.
005145* No history yet means no step has a usual time to overrun.
005146******************************************************************
005147 0150-LOAD-STEP-HISTORY.
005148     PERFORM 0160-READ-BATCH-WINDOW
005149     OPEN INPUT StepHistFile
005150     IF Step-Hist-File-Status NOT = "00"
005151         MOVE 'Y' TO Step-Hist-Eof-Switch
005152     ELSE
005153         READ StepHistFile
005154             AT END MOVE 'Y' TO Step-Hist-Eof-Switch
005155         END-READ
005156         PERFORM 0155-LOAD-ONE-HISTORY-ROW UNTIL Step-Hist-Eof
005157         CLOSE StepHistFile
005158     END-IF
005159     .

005160******************************************************************
005161* 0155-LOAD-ONE-HISTORY-ROW - a clean run's elapsed time goes
005162* into its step's next round-robin slot, over the oldest.
005163******************************************************************
005164 0155-LOAD-ONE-HISTORY-ROW.
005165     IF SH-Result = "OK"
005166         MOVE SH-StepName TO Avg-Search-Name
005167         PERFORM 0170-FIND-AVERAGE-STEP
005168         IF NOT Average-Found
005169                 AND Average-Count < Max-Average-Steps
005170             ADD 1 TO Average-Count
005171             SET Average-Index TO Average-Count
005172             MOVE SH-StepName TO Avg-Step-Name (Average-Index)
005173             MOVE 'Y' TO Average-Found-Switch
005174         END-IF
005175         IF Average-Found
005176             MOVE SH-Elapsed TO Avg-Elapsed (Average-Index,
005177                 Avg-Next (Average-Index))
005178             ADD 1 TO Avg-Next (Average-Index)
005179             IF Avg-Next (Average-Index) > Max-Average-Runs
005180                 MOVE 1 TO Avg-Next (Average-Index)
005181             END-IF
005182             IF Avg-Runs (Average-Index) < Max-Average-Runs
005183                 ADD 1 TO Avg-Runs (Average-Index)
005184             END-IF
005185         END-IF
005186     END-IF
005187     READ StepHistFile
005188         AT END MOVE 'Y' TO Step-Hist-Eof-Switch
005189     END-READ
005190     .

005191******************************************************************
005192* 0160-READ-BATCH-WINDOW - the overrun percentage and minimum
005193* seconds off BATCHWIN.DAT; the defaults stand when it is
005194* missing or a field is left blank.
005195******************************************************************
005196 0160-READ-BATCH-WINDOW.
005197     OPEN INPUT BatchWindowFile
005198     IF Batch-Window-File-Status = "00"
005199         READ BatchWindowFile
005200             AT END CONTINUE
005201             NOT AT END
005202                 IF BW-OverrunPercent NUMERIC
005203                         AND BW-OverrunPercent > ZERO
005204                     MOVE BW-OverrunPercent TO Overrun-Percent
005205                 END-IF
005206                 IF BW-MinOverrunSecs NUMERIC
005207                     MOVE BW-MinOverrunSecs TO Min-Overrun-Secs
005208                 END-IF
005209         END-READ
005210         CLOSE BatchWindowFile
005211     END-IF
005212     .

005213******************************************************************
005214* 0170-FIND-AVERAGE-STEP - look Avg-Search-Name up in
005215* Step-Average-Table.
005216******************************************************************
005217 0170-FIND-AVERAGE-STEP.
005218     MOVE 'N' TO Average-Found-Switch
005219     SET Average-Index TO 1
005220     SEARCH Step-Average-Entry
005221         AT END CONTINUE
005222         WHEN Avg-Step-Name (Average-Index) = Avg-Search-Name
005223             MOVE 'Y' TO Average-Found-Switch
005224     END-SEARCH
005225     .

005226******************************************************************
005227* 7000-CHECK-PRIOR-STATE - on a resumed run, decide whether the
005228* step just named in Step-Log-Name is already satisfied by the
005229* prior run (it finished OK then, or was itself satisfied from a
005230* run before that).
005231******************************************************************
005232 7000-CHECK-PRIOR-STATE.
005233     MOVE 'N' TO Prior-Step-Satisfied-Switch
005234     IF Resume-Mode
005240         PERFORM 7100-TEST-ONE-PRIOR-STATE
005250             VARYING Prior-State-Index FROM 1 BY 1
005260             UNTIL Prior-State-Index > Prior-State-Count
006470     .

006480******************************************************************
006481* 1200-RUN-CLASS-LISTS - step 4: the class list per course and
006482* term, with places remaining, off the enrolments just applied.
006483******************************************************************
006484 1200-RUN-CLASS-LISTS.
006485     MOVE 4 TO Step-Count
006486     MOVE "CLASSLST" TO Step-Log-Name (Step-Count)
006487     PERFORM 6500-CHECK-CALENDAR
006488     PERFORM 7000-CHECK-PRIOR-STATE
006489     IF Job-Failed
006490         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
006491     ELSE
006492         IF NOT Calendar-Step-Due
006493             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
006494         ELSE
006495             IF Prior-Step-Satisfied
006496                 MOVE "PRIOR-OK"
006497                     TO Step-Log-Result (Step-Count)
006498             ELSE
006499                 PERFORM 6600-STAMP-LOCK-STEP
006500                 CALL "CLASSLST"
006501                 PERFORM 8000-CHECK-STEP-STATUS
006502             END-IF
006503         END-IF
006504     END-IF
006505     PERFORM 7500-SAVE-JOB-STATE
006506     .

006507******************************************************************
006508* 1500-RUN-ORDER-ALLOCATION - step 5: the customer order book
006509* allocation, ahead of the Aromamora sort so the SALES.DAT
006510* extract it writes carries only what can be shipped tonight.
006511******************************************************************
006512 1500-RUN-ORDER-ALLOCATION.
006513     MOVE 5 TO Step-Count
006514     MOVE "ORDALLOC" TO Step-Log-Name (Step-Count)
006515     PERFORM 6500-CHECK-CALENDAR
006516     PERFORM 7000-CHECK-PRIOR-STATE
006517     IF Job-Failed
006518         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
006519     ELSE
006520         IF NOT Calendar-Step-Due
006521             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
006522         ELSE
006523             IF Prior-Step-Satisfied
006524                 MOVE "PRIOR-OK"
006525                     TO Step-Log-Result (Step-Count)
006526             ELSE
006527                 PERFORM 6600-STAMP-LOCK-STEP
006528                 CALL "ORDALLOC"
006529                 PERFORM 8000-CHECK-STEP-STATUS
006530             END-IF
006531         END-IF
006532     END-IF
006533     PERFORM 7500-SAVE-JOB-STATE
006534     .

006535******************************************************************
006536* 1600-RUN-OPEN-ORDER-REPORT - step 6: the open order and
006537* back-order report off the book as tonight's allocation left it.
006538******************************************************************
006539 1600-RUN-OPEN-ORDER-REPORT.
006540     MOVE 6 TO Step-Count
006541     MOVE "ORDRPT" TO Step-Log-Name (Step-Count)
006542     PERFORM 6500-CHECK-CALENDAR
006543     PERFORM 7000-CHECK-PRIOR-STATE
006544     IF Job-Failed
006545         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
006546     ELSE
006547         IF NOT Calendar-Step-Due
006548             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
006549         ELSE
006550             IF Prior-Step-Satisfied
006551                 MOVE "PRIOR-OK"
006552                     TO Step-Log-Result (Step-Count)
006553             ELSE
006554                 PERFORM 6600-STAMP-LOCK-STEP
006555                 CALL "ORDRPT"
006556                 PERFORM 8000-CHECK-STEP-STATUS
006557             END-IF
006558         END-IF
006559     END-IF
006560     PERFORM 7500-SAVE-JOB-STATE
006561     .

006562******************************************************************
006563* 2000-RUN-AROMA-SALES-REPORT - step 7: the Aromamora sort and
006564* customer/oil/commission reports.
006565******************************************************************
006566 2000-RUN-AROMA-SALES-REPORT.
006567     MOVE 7 TO Step-Count
006568     MOVE "AROMASALESRPT01" TO Step-Log-Name (Step-Count)
006569     PERFORM 6500-CHECK-CALENDAR
006570     PERFORM 7000-CHECK-PRIOR-STATE
006571     IF Job-Failed
006580         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
006590     ELSE
006600         IF NOT Calendar-Step-Due
006740     .

006750******************************************************************
006760* 2500-RUN-INVOICE-GEN - step 8: the Aromamora customer invoice
006770* run off the sorted sales.
006780******************************************************************
006790 2500-RUN-INVOICE-GEN.
006800     MOVE 8 TO Step-Count
006810     MOVE "INVGEN" TO Step-Log-Name (Step-Count)
006820     PERFORM 6500-CHECK-CALENDAR
006830     PERFORM 7000-CHECK-PRIOR-STATE
007010     .

007020******************************************************************
007030* 2700-RUN-AR-POSTING - step 9: the AR payments posting and aged
007040* debtors run.
007050******************************************************************
007060 2700-RUN-AR-POSTING.
007070     MOVE 9 TO Step-Count
007080     MOVE "ARPOST" TO Step-Log-Name (Step-Count)
007090     PERFORM 6500-CHECK-CALENDAR
007100     PERFORM 7000-CHECK-PRIOR-STATE
007280     .

007290******************************************************************
007291* 2720-RUN-BAD-DEBT-WRITE-OFF - step 10: the authorised bad-debt
007292* write-offs and recoveries, after the AR posting has applied
007293* the day's payments.
007294******************************************************************
007295 2720-RUN-BAD-DEBT-WRITE-OFF.
007296     MOVE 10 TO Step-Count
007297     MOVE "ARWRTOFF" TO Step-Log-Name (Step-Count)
007298     PERFORM 6500-CHECK-CALENDAR
007299     PERFORM 7000-CHECK-PRIOR-STATE
007300     IF Job-Failed
007301         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007302     ELSE
007303         IF NOT Calendar-Step-Due
007304             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007305         ELSE
007306             IF Prior-Step-Satisfied
007307                 MOVE "PRIOR-OK"
007308                     TO Step-Log-Result (Step-Count)
007309             ELSE
007310                 PERFORM 6600-STAMP-LOCK-STEP
007311                 CALL "ARWRTOFF"
007312                 PERFORM 8000-CHECK-STEP-STATUS
007313             END-IF
007314         END-IF
007315     END-IF
007316     PERFORM 7500-SAVE-JOB-STATE
007317     .

007318******************************************************************
007319* 2750-RUN-DUNNING - step 11: the overdue invoice dunning letters,
007320* after the AR posting so tonight's payments are not chased.
007321******************************************************************
007322 2750-RUN-DUNNING.
007323     MOVE 11 TO Step-Count
007324     MOVE "DUNNING" TO Step-Log-Name (Step-Count)
007325     PERFORM 6500-CHECK-CALENDAR
007326     PERFORM 7000-CHECK-PRIOR-STATE
007327     IF Job-Failed
007328         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007329     ELSE
007330         IF NOT Calendar-Step-Due
007331             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007332         ELSE
007333             IF Prior-Step-Satisfied
007334                 MOVE "PRIOR-OK"
007335                     TO Step-Log-Result (Step-Count)
007336             ELSE
007337                 PERFORM 6600-STAMP-LOCK-STEP
007338                 CALL "DUNNING"
007339                 PERFORM 8000-CHECK-STEP-STATUS
007340             END-IF
007341         END-IF
007342     END-IF
007343     PERFORM 7500-SAVE-JOB-STATE
007344     .

007345******************************************************************
007346* 2800-RUN-AP-POSTING - step 12: the supplier invoice match and
007347* aged creditors run.
007348******************************************************************
007349 2800-RUN-AP-POSTING.
007350     MOVE 12 TO Step-Count
007351     MOVE "APPOST" TO Step-Log-Name (Step-Count)
007352     PERFORM 6500-CHECK-CALENDAR
007353     PERFORM 7000-CHECK-PRIOR-STATE
007354     IF Job-Failed
007355         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007356     ELSE
007357         IF NOT Calendar-Step-Due
007358             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007359         ELSE
007360             IF Prior-Step-Satisfied
007361                 MOVE "PRIOR-OK"
007362                     TO Step-Log-Result (Step-Count)
007363             ELSE
007364                 PERFORM 6600-STAMP-LOCK-STEP
007365                 CALL "APPOST"
007366                 PERFORM 8000-CHECK-STEP-STATUS
007367             END-IF
007368         END-IF
007369     END-IF
007370     PERFORM 7500-SAVE-JOB-STATE
007371     .

007372******************************************************************
007373* 2900-RUN-AP-PAYMENT-RUN - step 13: the weekly supplier payment
007374* run; the calendar marks it due on payment day only.
007375******************************************************************
007376 2900-RUN-AP-PAYMENT-RUN.
007377     MOVE 13 TO Step-Count
007378     MOVE "APPAYRUN" TO Step-Log-Name (Step-Count)
007379     PERFORM 6500-CHECK-CALENDAR
007380     PERFORM 7000-CHECK-PRIOR-STATE
007381     IF Job-Failed
007382         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007383     ELSE
007384         IF NOT Calendar-Step-Due
007385             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007386         ELSE
007387             IF Prior-Step-Satisfied
007388                 MOVE "PRIOR-OK"
007389                     TO Step-Log-Result (Step-Count)
007390             ELSE
007391                 PERFORM 6600-STAMP-LOCK-STEP
007392                 CALL "APPAYRUN"
007393                 PERFORM 8000-CHECK-STEP-STATUS
007394             END-IF
007395         END-IF
007396     END-IF
007397     PERFORM 7500-SAVE-JOB-STATE
007398     .

007399******************************************************************
007400* 3000-RUN-PAYROLL - step 14: the payroll run.
007401******************************************************************
007402 3000-RUN-PAYROLL.
007403     MOVE 14 TO Step-Count
007404     MOVE "PAYROLL" TO Step-Log-Name (Step-Count)
007405     PERFORM 6500-CHECK-CALENDAR
007406     PERFORM 7000-CHECK-PRIOR-STATE
007407     IF Job-Failed
007408         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007409     ELSE
007410         IF NOT Calendar-Step-Due
007411             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007420         ELSE
007430             IF Prior-Step-Satisfied
007440                 MOVE "PRIOR-OK"
007540     .

007550******************************************************************
007551* 3100-RUN-LEAVE-REPORT - step 15: the month-end leave balance
007552* report, after the payroll run has booked the week's leave.
007553******************************************************************
007554 3100-RUN-LEAVE-REPORT.
007555     MOVE 15 TO Step-Count
007556     MOVE "LEAVERPT" TO Step-Log-Name (Step-Count)
007557     PERFORM 6500-CHECK-CALENDAR
007558     PERFORM 7000-CHECK-PRIOR-STATE
007559     IF Job-Failed
007560         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007561     ELSE
007562         IF NOT Calendar-Step-Due
007563             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007564         ELSE
007565             IF Prior-Step-Satisfied
007566                 MOVE "PRIOR-OK"
007567                     TO Step-Log-Result (Step-Count)
007568             ELSE
007569                 PERFORM 6600-STAMP-LOCK-STEP
007570                 CALL "LEAVERPT"
007571                 PERFORM 8000-CHECK-STEP-STATUS
007572             END-IF
007573         END-IF
007574     END-IF
007575     PERFORM 7500-SAVE-JOB-STATE
007576     .

007577******************************************************************
007578* 3200-RUN-PAYROLL-RETURN - step 16: the month-end PAYE/PRSI
007579* return, off the pay runs PAYROLL has registered.
007580******************************************************************
007581 3200-RUN-PAYROLL-RETURN.
007582     MOVE 16 TO Step-Count
007583     MOVE "PAYRTN" TO Step-Log-Name (Step-Count)
007584     PERFORM 6500-CHECK-CALENDAR
007585     PERFORM 7000-CHECK-PRIOR-STATE
007586     IF Job-Failed
007587         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
007588     ELSE
007589         IF NOT Calendar-Step-Due
007590             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
007591         ELSE
007592             IF Prior-Step-Satisfied
007593                 MOVE "PRIOR-OK"
007594                     TO Step-Log-Result (Step-Count)
007595             ELSE
007596                 PERFORM 6600-STAMP-LOCK-STEP
007597                 CALL "PAYRTN"
007598                 PERFORM 8000-CHECK-STEP-STATUS
007599             END-IF
007600         END-IF
007601     END-IF
007602     PERFORM 7500-SAVE-JOB-STATE
007603     .

007604******************************************************************
007605* 4000-RUN-BILLING - step 17: the membership billing run.
007606******************************************************************
007607 4000-RUN-BILLING.
007608     MOVE 17 TO Step-Count
007609     MOVE "BILLING" TO Step-Log-Name (Step-Count)
007610     PERFORM 6500-CHECK-CALENDAR
007620     PERFORM 7000-CHECK-PRIOR-STATE
007630     IF Job-Failed
007800     .

007810******************************************************************
007820* 5000-RUN-VAT-REPORT - step 18: the VAT return summary.
007830******************************************************************
007840 5000-RUN-VAT-REPORT.
007850     MOVE 18 TO Step-Count
007860     MOVE "VATRPT" TO Step-Log-Name (Step-Count)
007870     PERFORM 6500-CHECK-CALENDAR
007880     PERFORM 7000-CHECK-PRIOR-STATE
008060     .

008070******************************************************************
008071* 5100-RUN-EC-SALES-LIST - step 19: the quarterly EC sales list,
008072* after the VAT return, off the same invoice register.
008073******************************************************************
008074 5100-RUN-EC-SALES-LIST.
008075     MOVE 19 TO Step-Count
008076     MOVE "ECSLIST" TO Step-Log-Name (Step-Count)
008077     PERFORM 6500-CHECK-CALENDAR
008078     PERFORM 7000-CHECK-PRIOR-STATE
008079     IF Job-Failed
008080         MOVE "SKIPPED" TO Step-Log-Result (Step-Count)
008081     ELSE
008082         IF NOT Calendar-Step-Due
008083             MOVE "CAL-SKIP" TO Step-Log-Result (Step-Count)
008084         ELSE
008085             IF Prior-Step-Satisfied
008086                 MOVE "PRIOR-OK"
008087                     TO Step-Log-Result (Step-Count)
008088             ELSE
008089                 PERFORM 6600-STAMP-LOCK-STEP
008090                 CALL "ECSLIST"
008091                 PERFORM 8000-CHECK-STEP-STATUS
008092             END-IF
008093         END-IF
008094     END-IF
008095     PERFORM 7500-SAVE-JOB-STATE
008096     .

008097******************************************************************
008098* 6000-RUN-YTD-CLOSE - step 20: the Aromamora YTD master year-end
008099* close and archive.
008100******************************************************************
008110 6000-RUN-YTD-CLOSE.
008120     MOVE 20 TO Step-Count
008130     MOVE "YTDCLOSE" TO Step-Log-Name (Step-Count)
008140     PERFORM 6500-CHECK-CALENDAR
008150     PERFORM 7000-CHECK-PRIOR-STATE
008450         MOVE 'Y' TO Job-Failed-Switch
008460         MOVE Step-Log-Name (Step-Count) TO Failed-Step-Name
008470     END-IF
008471     PERFORM 8100-RECORD-STEP-TIMING
008472     .

008473******************************************************************
008474* 8100-RECORD-STEP-TIMING - the step just CALLed has returned:
008475* note the end time, collect its record counts from STEPCNT,
008476* work out the elapsed seconds (a step that crossed midnight
008477* ends on the next day), append the history row and test for
008478* an overrun.
008479******************************************************************
008480 8100-RECORD-STEP-TIMING.
008481     ACCEPT Step-End-Date FROM DATE YYYYMMDD
008482     ACCEPT Step-End-Time FROM TIME
008483     MOVE 'G' TO Step-Count-Function
008484     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
008485         Step-Records-Out
008486     MOVE Step-Start-Time TO Time-Of-Day
008487     COMPUTE Start-Seconds = Time-HH * 3600 + Time-MM * 60
008488         + Time-SS
008489     MOVE Step-End-Time TO Time-Of-Day
008490     COMPUTE End-Seconds = Time-HH * 3600 + Time-MM * 60
008491         + Time-SS
008492     IF Step-End-Date > Step-Start-Date
008493         COMPUTE Step-Elapsed =
008494             End-Seconds + 86400 - Start-Seconds
008495     ELSE
008496         COMPUTE Step-Elapsed = End-Seconds - Start-Seconds
008497     END-IF
008498     MOVE 'Y'             TO Step-Log-Timed (Step-Count)
008499     MOVE Step-Start-Time TO Step-Log-Start-Time (Step-Count)
008500     MOVE Step-End-Time   TO Step-Log-End-Time (Step-Count)
008501     MOVE Step-Elapsed    TO Step-Log-Elapsed (Step-Count)
008502     PERFORM 8200-WRITE-STEP-HISTORY
008503     PERFORM 8300-CHECK-STEP-OVERRUN
008504     .

008505******************************************************************
008506* 8200-WRITE-STEP-HISTORY - append the step's row to the run
008507* history, created on first use, and close it again so a later
008508* abend cannot lose it.
008509******************************************************************
008510 8200-WRITE-STEP-HISTORY.
008511     OPEN EXTEND StepHistFile
008512     IF Step-Hist-File-Status = "35"
008513         OPEN OUTPUT StepHistFile
008514         CLOSE StepHistFile
008515         OPEN EXTEND StepHistFile
008516     END-IF
008517     MOVE Run-Date                   TO SH-RunDate
008518     MOVE Step-Count                 TO SH-StepNumber
008519     MOVE Step-Log-Name (Step-Count) TO SH-StepName
008520     MOVE Step-Start-Date            TO SH-StartDate
008521     MOVE Step-Start-Time            TO SH-StartTime
008522     MOVE Step-End-Date              TO SH-EndDate
008523     MOVE Step-End-Time              TO SH-EndTime
008524     MOVE Step-Elapsed               TO SH-Elapsed
008525     MOVE Step-Log-Return-Code (Step-Count) TO SH-ReturnCode
008526     MOVE Step-Log-Result (Step-Count)      TO SH-Result
008527     MOVE Step-Records-In            TO SH-RecordsIn
008528     MOVE Step-Records-Out           TO SH-RecordsOut
008529     WRITE Step-History-Record
008530     CLOSE StepHistFile
008531     .

008532******************************************************************
008533* 8300-CHECK-STEP-OVERRUN - a step with a usual time that ran
008534* past the overrun percentage of it, by at least the minimum
008535* seconds, is flagged on the run log and warned to EXCPLOG.DAT.
008536******************************************************************
008537 8300-CHECK-STEP-OVERRUN.
008538     MOVE Step-Log-Name (Step-Count) TO Avg-Search-Name
008539     PERFORM 0170-FIND-AVERAGE-STEP
008540     IF Average-Found
008541         IF Avg-Runs (Average-Index) NOT < Min-Average-Runs
008542             MOVE ZERO TO Usual-Total
008543             PERFORM 8310-ADD-ONE-RING-TIME
008544                 VARYING Ring-Sub FROM 1 BY 1
008545                 UNTIL Ring-Sub > Avg-Runs (Average-Index)
008546             DIVIDE Usual-Total BY Avg-Runs (Average-Index)
008547                 GIVING Usual-Elapsed ROUNDED
008548             COMPUTE Overrun-Limit =
008549                 Usual-Elapsed * Overrun-Percent / 100
008550             IF Step-Elapsed > Overrun-Limit
008551                     AND Step-Elapsed NOT <
008552                         Usual-Elapsed + Min-Overrun-Secs
008553                 MOVE 'Y' TO Step-Log-Overrun (Step-Count)
008554                 PERFORM 8400-WRITE-OVERRUN-WARNING
008555             END-IF
008556         END-IF
008557     END-IF
008558     .

008559******************************************************************
008560* 8310-ADD-ONE-RING-TIME - add one remembered clean run.
008561******************************************************************
008562 8310-ADD-ONE-RING-TIME.
008563     ADD Avg-Elapsed (Average-Index, Ring-Sub) TO Usual-Total
008564     .

008565******************************************************************
008566* 8400-WRITE-OVERRUN-WARNING - one OVERRUN line on the shared
008567* exception log, in the prefix and DATE=/TIME= form LOGRPT
008568* reads, created on first use.
008569******************************************************************
008570 8400-WRITE-OVERRUN-WARNING.
008571     ACCEPT Log-Date FROM DATE
008572     ACCEPT Log-Time FROM TIME
008573     OPEN EXTEND ExceptionLogFile
008574     IF Exception-Log-File-Status = "35"
008575         OPEN OUTPUT ExceptionLogFile
008576         CLOSE ExceptionLogFile
008577         OPEN EXTEND ExceptionLogFile
008578     END-IF
008579     MOVE SPACES TO Exception-Log-Record
008580     STRING "RUNALL   " DELIMITED BY SIZE
008581         "STEP=" DELIMITED BY SIZE
008582         Step-Log-Name (Step-Count) DELIMITED BY SPACE
008583         " STEP OVERRUN ELAPSED=" DELIMITED BY SIZE
008584         Step-Elapsed DELIMITED BY SIZE
008585         " USUAL=" DELIMITED BY SIZE
008586         Usual-Elapsed DELIMITED BY SIZE
008587         " DATE=" DELIMITED BY SIZE
008588         Log-Date DELIMITED BY SIZE
008589         " TIME=" DELIMITED BY SIZE
008590         Log-Time DELIMITED BY SIZE
008591         INTO Exception-Log-Record
008593     WRITE Exception-Log-Record
008594     CLOSE ExceptionLogFile
008595     .

008596******************************************************************
008597* 9000-PRINT-JOB-SUMMARY - print one run-log line per step plus
008598* the overall pass/fail line.
008599******************************************************************
008600 9000-PRINT-JOB-SUMMARY.
008601     SET Step-Log-Index TO 1
008602     PERFORM 9100-PRINT-ONE-STEP
008603         VARYING Step-Log-Index FROM 1 BY 1
008604         UNTIL Step-Log-Index > Total-Steps
008605     MOVE SPACES TO Run-Log-Record
008606     WRITE Run-Log-Record
008607     WRITE Run-Log-Record FROM HorizontalLine
008610     IF Job-Failed
008620         MOVE Failed-Step-Name TO RunFailedStepName
008630         WRITE Run-Log-Record FROM Run-Failed-Line
008780     MOVE Step-Log-Return-Code (Step-Log-Index)
008790         TO RunLogReturnCode
008800     MOVE Step-Log-Result (Step-Log-Index)  TO RunLogResult
008801     IF Step-Log-Was-Timed (Step-Log-Index)
008802         MOVE Step-Log-Start-Time (Step-Log-Index) TO Time-Of-Day
008803         PERFORM 9200-FORMAT-CLOCK
008804         MOVE Clock-Display TO RunLogStart
008805         MOVE Step-Log-End-Time (Step-Log-Index) TO Time-Of-Day
008806         PERFORM 9200-FORMAT-CLOCK
008807         MOVE Clock-Display TO RunLogEnd
008808         MOVE Step-Log-Elapsed (Step-Log-Index) TO Clock-Seconds
008809         PERFORM 9210-FORMAT-ELAPSED
008810         MOVE Clock-Display TO RunLogElapsed
008811     ELSE
008812         MOVE SPACES TO RunLogStart RunLogEnd RunLogElapsed
008813     END-IF
008814     IF Step-Log-Overran (Step-Log-Index)
008815         MOVE " OVERRUN" TO RunLogOverrun
008816     ELSE
008817         MOVE SPACES TO RunLogOverrun
008818     END-IF
008819     WRITE Run-Log-Record FROM Run-Log-Line
008820     .

008821******************************************************************
008822* 9200-FORMAT-CLOCK - Time-Of-Day as HH:MM:SS.
008823******************************************************************
008824 9200-FORMAT-CLOCK.
008825     MOVE Time-HH TO Clock-HH
008826     MOVE Time-MM TO Clock-MM
008827     MOVE Time-SS TO Clock-SS
008828     .

008829******************************************************************
008830* 9210-FORMAT-ELAPSED - Clock-Seconds as HH:MM:SS.
008831******************************************************************
008832 9210-FORMAT-ELAPSED.
008833     DIVIDE Clock-Seconds BY 60 GIVING Clock-Minutes
008834         REMAINDER Clock-SS
008835     DIVIDE Clock-Minutes BY 60 GIVING Clock-HH
008836         REMAINDER Clock-MM
008837     .

008838 END PROGRAM RUNALL.
