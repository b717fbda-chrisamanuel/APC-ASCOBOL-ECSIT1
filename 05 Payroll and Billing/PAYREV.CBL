000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Pay run reversal: backs one named pay run out of the
000050*             PAYYTD.DAT payroll YTD master, employee by employee
000060*             and on the control record, off the PAYHIST.DAT pay
000070*             history, posts the contra journal to GLPOST.DAT and
000080*             marks the run reversed on the PAYRUNS.DAT register.
000090*             Every other pay run is left exactly as it was.
000100* Tectonics: cobc
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. PAYREV.
000140 AUTHOR.     D. FENNESSY.
000150 DATE-WRITTEN.

000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ------------------------------------------
000200*               DF    New program: PAYREVRQ.DAT names the pay run
000210*                     number and the operator. The run must be on
000220*                     the PAYRUNS.DAT register, not already
000230*                     reversed, and its PAYHIST.DAT rows must add
000240*                     back to the register's gross and net. Every
000250*                     employee on the run is then proved against
000260*                     PAYYTD.DAT - on the master and holding at
000270*                     least what the run paid - before anything is
000280*                     changed, so the reversal goes through whole
000290*                     or not at all. Each employee's basic pay,
000300*                     commission, deductions, employer PRSI and
000310*                     net come off the YTD row, the run's net
000320*                     comes off the employee 00000 control record,
000330*                     the PAYROLL journal is posted back under
000340*                     source PAYREV, a reversal row goes on
000350*                     PAYRUNS.DAT, the reversal is logged to
000360*                     BACKOUT.LOG, and the request file is
000370*                     emptied. Takes the RUNLOCK
000380*                     run lock like BACKOUT.
000381*               DF    Holds its return code across the release
000382*                     CALL to RUNLOCK, which sets RETURN-CODE
000383*                     itself. Each reversed employee's leave and
000384*                     sick days come back off LEAVEMST and the
000385*                     week is unbooked, so the corrected run can
000386*                     book it again. An employee with a booking
000387*                     must be on the leave master for the
000388*                     reversal to go ahead.
000390******************************************************************

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ReversalRequestFile ASSIGN TO "PAYREVRQ.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Reversal-Request-File-Status.

000460     SELECT PayRunFile ASSIGN TO "PAYRUNS.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS Pay-Run-File-Status.

000490     SELECT PayHistoryFile ASSIGN TO "PAYHIST.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS Pay-History-File-Status.

000520     SELECT PayrollYtdFile ASSIGN TO "PAYYTD.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PYTD-EmployeeID
000560         FILE STATUS IS Payroll-Ytd-File-Status.

000561     SELECT LeaveMasterFile ASSIGN TO "LEAVEMST.DAT"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS LV-EmployeeID
000565         FILE STATUS IS Leave-Master-File-Status.

000570     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS Gl-Posting-File-Status.

000600     SELECT BackoutLogFile ASSIGN TO "BACKOUT.LOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS Backout-Log-File-Status.

000630     SELECT ReversalRptFile ASSIGN TO "PAYREV.RPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD ReversalRequestFile.
000680 01 Reversal-Request-Record.
000690    02 RR-RunNumber          PIC 9(6).
000700    02 RR-OperatorID         PIC X(8).

000710 FD PayRunFile.
000720 01 Pay-Run-Record.
000730    02 PR-RunDate            PIC 9(8).
000740    02 PR-EmployeeCount      PIC 9(5).
000750    02 PR-Gross              PIC 9(9)V99.
000760    02 PR-Tax                PIC 9(9)V99.
000770    02 PR-EmployeePRSI       PIC 9(9)V99.
000780    02 PR-EmployerPRSI       PIC 9(9)V99.
000790    02 PR-Pension            PIC 9(9)V99.
000800    02 PR-Net                PIC 9(9)V99.
000810    02 PR-RunNumber          PIC 9(6).
000820    02 PR-RunType            PIC X(1).
000830       88 PR-PayRun            VALUE 'P'.
000840       88 PR-Reversal          VALUE 'R'.

000850 FD PayHistoryFile.
000860 01 Pay-History-Record.
000870    02 PH-RunNumber          PIC 9(6).
000880    02 PH-PayDate            PIC 9(8).
000890    02 PH-EmployeeID         PIC 9(5).
000900    02 PH-EmployeeName       PIC X(20).
000910    02 PH-BasicPay           PIC 9(6)V99.
000920    02 PH-Commission         PIC 9(7)V99.
000930    02 PH-Tax                PIC 9(6)V99.
000940    02 PH-EmployeePRSI       PIC 9(6)V99.
000950    02 PH-Pension            PIC 9(6)V99.
000960    02 PH-EmployerPRSI       PIC 9(6)V99.
000970    02 PH-NetPay             PIC 9(6)V99.
000980    02 PH-SortCode           PIC 9(6).
000990    02 PH-AccountNo          PIC 9(8).
000992    02 PH-WeekEnding         PIC 9(8).
000994    02 PH-PrevWeekEnding     PIC 9(8).
000996    02 PH-LeaveDays          PIC 9V9.
000998    02 PH-SickDays           PIC 9V9.

001000 FD PayrollYtdFile.
001010 01 Payroll-Ytd-Record.
001020    02 PYTD-EmployeeID       PIC 9(5).
001030    02 PYTD-EmployeeName     PIC X(20).
001040    02 PYTD-Gross            PIC 9(8)V99.
001050    02 PYTD-Tax              PIC 9(7)V99.
001060    02 PYTD-PRSI             PIC 9(7)V99.
001070    02 PYTD-Pension          PIC 9(7)V99.
001080    02 PYTD-Net              PIC 9(8)V99.
001090    02 PYTD-Commission       PIC 9(7)V99.
001100    02 PYTD-EmployerPRSI     PIC 9(7)V99.

001110 FD GlPostingFile.
001120 01 Gl-Posting-Record.
001130    02 GL-RunDate           PIC 9(8).
001140    02 GL-Source            PIC X(8).
001150    02 GL-AccountCode       PIC X(6).
001160    02 GL-DebitAmount       PIC 9(9)V99.
001170    02 GL-CreditAmount      PIC 9(9)V99.

001180 FD BackoutLogFile.
001190 01 Backout-Log-Record       PIC X(120).

001200 FD ReversalRptFile.
001210 01 Reversal-Rpt-Record      PIC X(80).

001211 FD LeaveMasterFile.
001212 01 Leave-Master-Record.
001213    02 LV-EmployeeID         PIC 9(5).
001214    02 LV-EmployeeName       PIC X(20).
001215    02 LV-LeaveYear          PIC 9(4).
001216    02 LV-Entitlement        PIC 9(2)V9.
001217    02 LV-Taken              PIC 9(2)V9.
001218    02 LV-Remaining          PIC 9(2)V9.
001219    02 LV-SickDays           PIC 9(3)V9.
001220    02 LV-LastWeekEnding     PIC 9(8).

001221 WORKING-STORAGE SECTION.
001230* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001240* when a batch invocation is already in flight.
001250 01 Lock-Function            PIC X(01) VALUE SPACE.
001260 01 Lock-Step-Name           PIC X(20) VALUE "PAYREV".
001270 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001280 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001282* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001284* run's own code is held here and restored after it.
001286 01 Reversal-Return-Code     PIC 9(02) VALUE ZERO.
001290 77 Reversal-Request-File-Status PIC X(02) VALUE '00'.
001300 77 Pay-Run-File-Status      PIC X(02) VALUE '00'.
001310 77 Pay-History-File-Status  PIC X(02) VALUE '00'.
001320 77 Payroll-Ytd-File-Status  PIC X(02) VALUE '00'.
001330 77 Gl-Posting-File-Status   PIC X(02) VALUE '00'.
001340 77 Backout-Log-File-Status  PIC X(02) VALUE '00'.
001345 77 Leave-Master-File-Status PIC X(02) VALUE '00'.
001350 01 Request-Missing-Switch   PIC X(01) VALUE 'N'.
001360     88 Request-Missing       VALUE 'Y'.
001370 01 Request-Valid-Switch     PIC X(01) VALUE 'Y'.
001380     88 Request-Is-Valid      VALUE 'Y'.
001390 01 Pay-Run-Eof-Switch       PIC X(01) VALUE 'N'.
001400     88 Pay-Run-Eof           VALUE 'Y'.
001410 01 History-Eof-Switch       PIC X(01) VALUE 'N'.
001420     88 History-Eof           VALUE 'Y'.
001430 01 Run-Found-Switch         PIC X(01) VALUE 'N'.
001440     88 Run-Found             VALUE 'Y'.
001450 01 Run-Reversed-Switch      PIC X(01) VALUE 'N'.
001460     88 Run-Already-Reversed  VALUE 'Y'.
001470 01 Ytd-Open-Switch          PIC X(01) VALUE 'N'.
001480     88 Ytd-Is-Open           VALUE 'Y'.
001490 01 History-Open-Switch      PIC X(01) VALUE 'N'.
001500     88 History-Is-Open       VALUE 'Y'.
001503 01 Leave-Open-Switch        PIC X(01) VALUE 'N'.
001506     88 Leave-Is-Open         VALUE 'Y'.

001510 01 Reversal-Date            PIC 9(8)     VALUE ZERO.
001520 01 Refuse-Reason-Text       PIC X(26)    VALUE SPACES.
001530 01 Refuse-Employee-ID       PIC 9(5)     VALUE ZERO.

001540* Run-Totals are the named run's row off the register; History-
001550* Totals are what its PAYHIST.DAT rows add back to, which must
001560* agree before the YTD master is touched.
001570 01 Run-Pay-Date             PIC 9(8)     VALUE ZERO.
001580 01 Run-Employee-Count       PIC 9(5)     VALUE ZERO.
001590 01 Run-Gross                PIC 9(9)V99  VALUE ZERO.
001600 01 Run-Tax                  PIC 9(9)V99  VALUE ZERO.
001610 01 Run-Employee-PRSI        PIC 9(9)V99  VALUE ZERO.
001620 01 Run-Employer-PRSI        PIC 9(9)V99  VALUE ZERO.
001630 01 Run-Pension              PIC 9(9)V99  VALUE ZERO.
001640 01 Run-Net                  PIC 9(9)V99  VALUE ZERO.
001650 01 Run-Deductions           PIC 9(9)V99  VALUE ZERO.
001660 01 History-Count            PIC 9(5)     VALUE ZERO.
001670 01 History-Gross            PIC 9(9)V99  VALUE ZERO.
001680 01 History-Net              PIC 9(9)V99  VALUE ZERO.
001690 01 Reversed-Count           PIC 9(5)     VALUE ZERO.
001695 01 Leave-Restored-Count     PIC 9(5)     VALUE ZERO.
001700 01 Employee-Gross           PIC 9(7)V99  VALUE ZERO.
001710 01 Employee-Deductions      PIC 9(7)V99  VALUE ZERO.

001720 01 Gl-Work-Account          PIC X(6)     VALUE SPACES.
001730 01 Gl-Work-Debit            PIC 9(9)V99  VALUE ZERO.
001740 01 Gl-Work-Credit           PIC 9(9)V99  VALUE ZERO.

001750 01 Log-Date                 PIC 9(06).
001760 01 Log-Time                 PIC 9(08).

001770 01 Reversal-Heading.
001780    02 FILLER                PIC X(25) VALUE SPACES.
001790    02 FILLER                PIC X(16) VALUE "PAY RUN REVERSAL".

001800 01 HorizontalLine.
001810    02 FILLER                PIC X(03) VALUE SPACES.
001820    02 FILLER                PIC X(60) VALUE ALL '-'.

001830 01 Reversal-Request-Line.
001840    02 FILLER                PIC X(09) VALUE "PAY RUN:".
001850    02 RevRunNumber          PIC 9(6).
001860    02 FILLER                PIC X(12) VALUE "   OPERATOR ".
001870    02 RevOperatorID         PIC X(8).

001880 01 Reversal-Run-Line.
001890    02 FILLER                PIC X(09) VALUE "PAID ON:".
001900    02 RevPayDate            PIC 9(8).
001910    02 FILLER                PIC X(13) VALUE "   EMPLOYEES:".
001920    02 RevEmployeeCount      PIC BZZZZ9.
001930    02 FILLER                PIC X(08) VALUE "   NET:".
001940    02 RevRunNet             PIC BZZZ,ZZZ,ZZ9.99.

001950 01 Reversal-Columns.
001960    02 FILLER                PIC X(02) VALUE SPACES.
001970    02 FILLER                PIC X(08) VALUE "EMP-ID".
001980    02 FILLER                PIC X(22) VALUE "EMPLOYEE NAME".
001990    02 FILLER                PIC X(13) VALUE "        GROSS".
002000    02 FILLER                PIC X(13) VALUE "   DEDUCTIONS".
002010    02 FILLER                PIC X(13) VALUE "      NET PAY".

002020 01 Reversal-Detail-Line.
002030    02 FILLER                PIC X(02) VALUE SPACES.
002040    02 DetEmployeeID         PIC 9(5).
002050    02 FILLER                PIC X(03) VALUE SPACES.
002060    02 DetEmployeeName       PIC X(20).
002070    02 FILLER                PIC X(02) VALUE SPACES.
002080    02 DetGross              PIC BZ,ZZZ,ZZ9.99.
002090    02 DetDeductions         PIC BZ,ZZZ,ZZ9.99.
002100    02 DetNetPay             PIC BZ,ZZZ,ZZ9.99.

002110 01 Reversal-Total-Line.
002120    02 FILLER                PIC X(20)
002130       VALUE "EMPLOYEES REVERSED:".
002140    02 TotalReversed         PIC BZZZZ9.

002150 01 Reversal-Control-Line.
002160    02 FILLER                PIC X(32)
002170       VALUE "CONTROL 00000 NET REDUCED BY:".
002180    02 ControlNet            PIC BZZZ,ZZZ,ZZ9.99.

002182 01 Reversal-Leave-Line.
002184    02 FILLER                PIC X(24)
002186       VALUE "LEAVE BOOKINGS RESTORED:".
002188    02 TotalLeaveRestored    PIC BZZZZ9.

002190 01 Journal-Heading.
002200    02 FILLER                PIC X(40)
002210       VALUE "CONTRA JOURNAL TO GLPOST.DAT (PAYREV)".

002220 01 Journal-Line.
002230    02 FILLER                PIC X(05) VALUE SPACES.
002240    02 JournalAccount        PIC X(6).
002250    02 FILLER                PIC X(04) VALUE " DR ".
002260    02 JournalDebit          PIC BZZZ,ZZZ,ZZ9.99.
002270    02 FILLER                PIC X(04) VALUE " CR ".
002280    02 JournalCredit         PIC BZZZ,ZZZ,ZZ9.99.

002290 01 Reversal-Refused-Line.
002300    02 FILLER                PIC X(18) VALUE "REVERSAL REFUSED:".
002310    02 RevRefuseReason       PIC X(26).
002320    02 FILLER                PIC X(05) VALUE " EMP ".
002330    02 RevRefuseEmployee     PIC 9(5).

002340 PROCEDURE DIVISION.

002350 0000-MAINLINE.
002360     MOVE 'S' TO Lock-Function
002370     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002380         Lock-Run-Date, Lock-Return-Code
002390     IF Lock-Return-Code NOT = ZERO
002400         MOVE 16 TO RETURN-CODE
002410         GOBACK
002420     END-IF
002430     PERFORM 1000-INITIALIZE
002440     IF Request-Missing
002450         MOVE 16 TO Reversal-Return-Code
002460     ELSE
002470         PERFORM 2000-CHECK-REQUEST
002480         IF Request-Is-Valid
002490             PERFORM 3000-CHECK-YTD-MASTER
002500         END-IF
002510         IF Request-Is-Valid
002520             PERFORM 4000-REVERSE-PAY-RUN
002530         END-IF
002540         IF NOT Request-Is-Valid
002550             MOVE Refuse-Reason-Text TO RevRefuseReason
002560             MOVE Refuse-Employee-ID TO RevRefuseEmployee
002570             WRITE Reversal-Rpt-Record
002580                 FROM Reversal-Refused-Line
002590             MOVE 16 TO Reversal-Return-Code
002600         END-IF
002610     END-IF
002620     PERFORM 8000-TERMINATE
002630     MOVE 'R' TO Lock-Function
002640     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002650         Lock-Run-Date, Lock-Return-Code
002655     MOVE Reversal-Return-Code TO RETURN-CODE
002660     GOBACK.

002670******************************************************************
002680* 1000-INITIALIZE - read the reversal request and print the report
002690* heading.
002700******************************************************************
002710 1000-INITIALIZE.
002720     OPEN OUTPUT ReversalRptFile
002730     WRITE Reversal-Rpt-Record FROM Reversal-Heading
002740     WRITE Reversal-Rpt-Record FROM HorizontalLine
002750     ACCEPT Reversal-Date FROM DATE YYYYMMDD
002760     OPEN INPUT ReversalRequestFile
002770     IF Reversal-Request-File-Status NOT = "00"
002780         MOVE 'Y' TO Request-Missing-Switch
002790     ELSE
002800         READ ReversalRequestFile
002810             AT END MOVE 'Y' TO Request-Missing-Switch
002820         END-READ
002830         CLOSE ReversalRequestFile
002840     END-IF
002850     IF NOT Request-Missing
002860         MOVE RR-RunNumber  TO RevRunNumber
002870         MOVE RR-OperatorID TO RevOperatorID
002880         WRITE Reversal-Rpt-Record FROM Reversal-Request-Line
002890     END-IF
002900     .

002910******************************************************************
002920* 2000-CHECK-REQUEST - the operator must be identified and the run
002930* must be on the register, not already reversed, with a pay
002940* history that adds back to it.
002950******************************************************************
002960 2000-CHECK-REQUEST.
002970     MOVE 'Y' TO Request-Valid-Switch
002980     IF RR-OperatorID = SPACES
002990         MOVE 'N' TO Request-Valid-Switch
003000         MOVE "MISSING OPERATOR ID" TO Refuse-Reason-Text
003010     ELSE
003020         PERFORM 2100-FIND-PAY-RUN
003030         IF NOT Run-Found
003040             MOVE 'N' TO Request-Valid-Switch
003050             MOVE "PAY RUN NOT ON REGISTER" TO Refuse-Reason-Text
003060         ELSE
003070             IF Run-Already-Reversed
003080                 MOVE 'N' TO Request-Valid-Switch
003090                 MOVE "PAY RUN ALREADY REVERSED"
003100                     TO Refuse-Reason-Text
003110             END-IF
003120         END-IF
003130     END-IF
003140     IF Request-Is-Valid
003150         MOVE Run-Pay-Date       TO RevPayDate
003160         MOVE Run-Employee-Count TO RevEmployeeCount
003170         MOVE Run-Net            TO RevRunNet
003180         WRITE Reversal-Rpt-Record FROM Reversal-Run-Line
003190     END-IF
003200     .

003210******************************************************************
003220* 2100-FIND-PAY-RUN - read the register for the named run's row
003230* and any reversal of it already made.
003240******************************************************************
003250 2100-FIND-PAY-RUN.
003260     OPEN INPUT PayRunFile
003270     IF Pay-Run-File-Status = "00"
003280         READ PayRunFile
003290             AT END MOVE 'Y' TO Pay-Run-Eof-Switch
003300         END-READ
003310         PERFORM 2110-CHECK-ONE-PAY-RUN UNTIL Pay-Run-Eof
003320         CLOSE PayRunFile
003330     END-IF
003340     .

003350******************************************************************
003360* 2110-CHECK-ONE-PAY-RUN - take the named run's totals off its
003370* row; a reversal row for it means it has been backed out already.
003380******************************************************************
003390 2110-CHECK-ONE-PAY-RUN.
003400     IF PR-RunNumber = RR-RunNumber
003410         IF PR-Reversal
003420             MOVE 'Y' TO Run-Reversed-Switch
003430         ELSE
003440             MOVE 'Y' TO Run-Found-Switch
003450             MOVE PR-RunDate       TO Run-Pay-Date
003460             MOVE PR-EmployeeCount TO Run-Employee-Count
003470             MOVE PR-Gross         TO Run-Gross
003480             MOVE PR-Tax           TO Run-Tax
003490             MOVE PR-EmployeePRSI  TO Run-Employee-PRSI
003500             MOVE PR-EmployerPRSI  TO Run-Employer-PRSI
003510             MOVE PR-Pension       TO Run-Pension
003520             MOVE PR-Net           TO Run-Net
003530         END-IF
003540     END-IF
003550     READ PayRunFile
003560         AT END MOVE 'Y' TO Pay-Run-Eof-Switch
003570     END-READ
003580     .

003590******************************************************************
003600* 3000-CHECK-YTD-MASTER - first pass of the run's pay history:
003610* every employee on it must be on the YTD master holding at least
003620* what the run paid, the history must add back to the register,
003630* and the control record must hold at least the run's net. Nothing
003640* is changed until all of it holds.
003650******************************************************************
003660 3000-CHECK-YTD-MASTER.
003670     OPEN I-O PayrollYtdFile
003680     IF Payroll-Ytd-File-Status NOT = "00"
003690         MOVE 'N' TO Request-Valid-Switch
003700         MOVE "PAYROLL YTD NOT ON DISK" TO Refuse-Reason-Text
003710     ELSE
003720         MOVE 'Y' TO Ytd-Open-Switch
003722         OPEN I-O LeaveMasterFile
003724         IF Leave-Master-File-Status = "00"
003726             MOVE 'Y' TO Leave-Open-Switch
003728         END-IF
003730         PERFORM 3100-OPEN-PAY-HISTORY
003740         PERFORM 3200-CHECK-ONE-HISTORY-ROW
003750             UNTIL History-Eof OR NOT Request-Is-Valid
003760         IF History-Is-Open
003770             CLOSE PayHistoryFile
003780             MOVE 'N' TO History-Open-Switch
003790         END-IF
003800     END-IF
003810     IF Request-Is-Valid
003820         PERFORM 3300-CHECK-HISTORY-TOTALS
003830     END-IF
003840     IF Request-Is-Valid
003850         MOVE ZERO TO PYTD-EmployeeID
003860         READ PayrollYtdFile
003870             INVALID KEY
003880                 MOVE 'N' TO Request-Valid-Switch
003890                 MOVE "NO YTD CONTROL RECORD"
003900                     TO Refuse-Reason-Text
003910             NOT INVALID KEY
003920                 IF PYTD-Net < Run-Net
003930                     MOVE 'N' TO Request-Valid-Switch
003940                     MOVE "YTD CONTROL BELOW RUN NET"
003950                         TO Refuse-Reason-Text
003960                 END-IF
003970         END-READ
003980     END-IF
003990     .

004000******************************************************************
004010* 3100-OPEN-PAY-HISTORY - open the pay history and read to its
004020* first row.
004030******************************************************************
004040 3100-OPEN-PAY-HISTORY.
004050     MOVE 'N' TO History-Eof-Switch
004060     OPEN INPUT PayHistoryFile
004070     IF Pay-History-File-Status NOT = "00"
004080         MOVE 'Y' TO History-Eof-Switch
004090     ELSE
004100         MOVE 'Y' TO History-Open-Switch
004110         READ PayHistoryFile
004120             AT END MOVE 'Y' TO History-Eof-Switch
004130         END-READ
004140     END-IF
004150     .

004160******************************************************************
004170* 3200-CHECK-ONE-HISTORY-ROW - prove one of the run's employees
004180* against the YTD master and add the row into the history totals.
004190******************************************************************
004200 3200-CHECK-ONE-HISTORY-ROW.
004210     IF PH-RunNumber = RR-RunNumber
004220         ADD 1 TO History-Count
004230         ADD PH-BasicPay PH-Commission TO History-Gross
004240         ADD PH-NetPay TO History-Net
004250         MOVE PH-EmployeeID TO PYTD-EmployeeID
004260         READ PayrollYtdFile
004270             INVALID KEY
004280                 MOVE 'N' TO Request-Valid-Switch
004290                 MOVE "EMPLOYEE NOT ON YTD" TO Refuse-Reason-Text
004300                 MOVE PH-EmployeeID TO Refuse-Employee-ID
004310             NOT INVALID KEY
004320                 IF PYTD-Gross < PH-BasicPay
004330                         OR PYTD-Commission < PH-Commission
004340                         OR PYTD-Tax < PH-Tax
004350                         OR PYTD-PRSI < PH-EmployeePRSI
004360                         OR PYTD-Pension < PH-Pension
004370                         OR PYTD-EmployerPRSI < PH-EmployerPRSI
004380                         OR PYTD-Net < PH-NetPay
004390                     MOVE 'N' TO Request-Valid-Switch
004400                     MOVE "YTD BELOW RUN AMOUNT"
004410                         TO Refuse-Reason-Text
004420                     MOVE PH-EmployeeID TO Refuse-Employee-ID
004430                 END-IF
004440         END-READ
004442         IF Request-Is-Valid AND PH-WeekEnding > ZERO
004444             PERFORM 3210-CHECK-LEAVE-ROW
004446         END-IF
004450     END-IF
004460     READ PayHistoryFile
004470         AT END MOVE 'Y' TO History-Eof-Switch
004480     END-READ
004490     .

004491******************************************************************
004492* 3210-CHECK-LEAVE-ROW - an employee the run booked leave for
004493* must be on the leave master for the booking to come back off.
004494******************************************************************
004495 3210-CHECK-LEAVE-ROW.
004496     IF NOT Leave-Is-Open
004497         MOVE 'N' TO Request-Valid-Switch
004498         MOVE "LEAVE MASTER NOT ON DISK" TO Refuse-Reason-Text
004499         MOVE PH-EmployeeID TO Refuse-Employee-ID
004500     ELSE
004501         MOVE PH-EmployeeID TO LV-EmployeeID
004502         READ LeaveMasterFile
004503             INVALID KEY
004504                 MOVE 'N' TO Request-Valid-Switch
004505                 MOVE "EMPLOYEE NOT ON LEAVE MST"
004506                     TO Refuse-Reason-Text
004507                 MOVE PH-EmployeeID TO Refuse-Employee-ID
004508         END-READ
004509     END-IF
004510     .

004511******************************************************************
004512* 3300-CHECK-HISTORY-TOTALS - the run's history rows must be there
004520* and add back to the register's employee count, gross and net.
004530******************************************************************
004540 3300-CHECK-HISTORY-TOTALS.
004550     IF History-Count = ZERO
004560         MOVE 'N' TO Request-Valid-Switch
004570         MOVE "NO PAY HISTORY FOR RUN" TO Refuse-Reason-Text
004580     ELSE
004590         IF History-Count NOT = Run-Employee-Count
004600                 OR History-Gross NOT = Run-Gross
004610                 OR History-Net NOT = Run-Net
004620             MOVE 'N' TO Request-Valid-Switch
004630             MOVE "HISTORY DISAGREES WITH RUN"
004640                 TO Refuse-Reason-Text
004650         END-IF
004660     END-IF
004670     .

004680******************************************************************
004690* 4000-REVERSE-PAY-RUN - second pass of the run's pay history,
004700* taking each employee back off the YTD master, then the control
004710* record, the contra journal, the register's reversal row, the
004720* log and the request file.
004730******************************************************************
004740 4000-REVERSE-PAY-RUN.
004750     WRITE Reversal-Rpt-Record FROM Reversal-Columns
004760     PERFORM 3100-OPEN-PAY-HISTORY
004770     PERFORM 4100-REVERSE-ONE-EMPLOYEE UNTIL History-Eof
004780     CLOSE PayHistoryFile
004790     MOVE 'N' TO History-Open-Switch
004800     PERFORM 4200-REVERSE-YTD-CONTROL
004810     MOVE SPACES TO Reversal-Rpt-Record
004820     WRITE Reversal-Rpt-Record
004830     MOVE Reversed-Count TO TotalReversed
004840     WRITE Reversal-Rpt-Record FROM Reversal-Total-Line
004850     MOVE Run-Net TO ControlNet
004860     WRITE Reversal-Rpt-Record FROM Reversal-Control-Line
004863     MOVE Leave-Restored-Count TO TotalLeaveRestored
004866     WRITE Reversal-Rpt-Record FROM Reversal-Leave-Line
004870     PERFORM 4300-WRITE-CONTRA-JOURNAL
004880     PERFORM 4400-WRITE-REVERSAL-ROW
004890     PERFORM 4500-WRITE-BACKOUT-LOG
004900     OPEN OUTPUT ReversalRequestFile
004910     CLOSE ReversalRequestFile
004920     .

004930******************************************************************
004940* 4100-REVERSE-ONE-EMPLOYEE - take one employee's pay for the run
004950* back off their YTD row and any leave it booked, and list it.
004960******************************************************************
004970 4100-REVERSE-ONE-EMPLOYEE.
004980     IF PH-RunNumber = RR-RunNumber
004990         MOVE PH-EmployeeID TO PYTD-EmployeeID
005000         READ PayrollYtdFile
005010             INVALID KEY
005020                 CONTINUE
005030         END-READ
005040         SUBTRACT PH-BasicPay     FROM PYTD-Gross
005050         SUBTRACT PH-Commission   FROM PYTD-Commission
005060         SUBTRACT PH-Tax          FROM PYTD-Tax
005070         SUBTRACT PH-EmployeePRSI FROM PYTD-PRSI
005080         SUBTRACT PH-Pension      FROM PYTD-Pension
005090         SUBTRACT PH-EmployerPRSI FROM PYTD-EmployerPRSI
005100         SUBTRACT PH-NetPay       FROM PYTD-Net
005110         REWRITE Payroll-Ytd-Record
005112         IF PH-WeekEnding > ZERO
005114             PERFORM 4110-UNBOOK-LEAVE
005116         END-IF
005120         ADD 1 TO Reversed-Count
005130         COMPUTE Employee-Gross = PH-BasicPay + PH-Commission
005140         COMPUTE Employee-Deductions =
005150             PH-Tax + PH-EmployeePRSI + PH-Pension
005160         MOVE PH-EmployeeID       TO DetEmployeeID
005170         MOVE PH-EmployeeName     TO DetEmployeeName
005180         MOVE Employee-Gross      TO DetGross
005190         MOVE Employee-Deductions TO DetDeductions
005200         MOVE PH-NetPay           TO DetNetPay
005210         WRITE Reversal-Rpt-Record FROM Reversal-Detail-Line
005220     END-IF
005230     READ PayHistoryFile
005240         AT END MOVE 'Y' TO History-Eof-Switch
005250     END-READ
005260     .

005261******************************************************************
005262* 4110-UNBOOK-LEAVE - take the leave and sick days the run booked
005263* back off the employee's leave row, unless the leave year has
005264* rolled since, and put back the week-ending the run replaced.
005265******************************************************************
005266 4110-UNBOOK-LEAVE.
005267     MOVE PH-EmployeeID TO LV-EmployeeID
005268     READ LeaveMasterFile
005269         INVALID KEY
005270             CONTINUE
005271     END-READ
005272     IF LV-LeaveYear = PH-PayDate (1:4)
005273         IF LV-Taken < PH-LeaveDays
005274             MOVE ZERO TO LV-Taken
005275         ELSE
005276             SUBTRACT PH-LeaveDays FROM LV-Taken
005277         END-IF
005278         ADD PH-LeaveDays TO LV-Remaining
005279         IF LV-SickDays < PH-SickDays
005280             MOVE ZERO TO LV-SickDays
005281         ELSE
005282             SUBTRACT PH-SickDays FROM LV-SickDays
005283         END-IF
005284     END-IF
005285     IF LV-LastWeekEnding = PH-WeekEnding
005286         MOVE PH-PrevWeekEnding TO LV-LastWeekEnding
005287     END-IF
005288     REWRITE Leave-Master-Record
005289     ADD 1 TO Leave-Restored-Count
005290     .

005291******************************************************************
005292* 4200-REVERSE-YTD-CONTROL - take the run's net back off the
005293* employee 00000 control record PAYROLL accumulated it on.
005300******************************************************************
005310 4200-REVERSE-YTD-CONTROL.
005320     MOVE ZERO TO PYTD-EmployeeID
005330     READ PayrollYtdFile
005340         INVALID KEY
005350             CONTINUE
005360     END-READ
005370     SUBTRACT Run-Net FROM PYTD-Net
005380     REWRITE Payroll-Ytd-Record
005390     .

005400******************************************************************
005410* 4300-WRITE-CONTRA-JOURNAL - post PAYROLL's journal for the run
005420* back the other way: the wages expense and employer PRSI expense
005430* credited, the withholdings creditor and the bank debited.
005440******************************************************************
005450 4300-WRITE-CONTRA-JOURNAL.
005460     COMPUTE Run-Deductions =
005470         Run-Tax + Run-Employee-PRSI + Run-Pension
005480     MOVE SPACES TO Reversal-Rpt-Record
005490     WRITE Reversal-Rpt-Record
005500     WRITE Reversal-Rpt-Record FROM Journal-Heading
005510     OPEN EXTEND GlPostingFile
005520     IF Gl-Posting-File-Status = "35"
005530         OPEN OUTPUT GlPostingFile
005540         CLOSE GlPostingFile
005550         OPEN EXTEND GlPostingFile
005560     END-IF
005570     MOVE "700000" TO Gl-Work-Account
005580     MOVE ZERO TO Gl-Work-Debit
005590     MOVE Run-Gross TO Gl-Work-Credit
005600     PERFORM 4310-POST-ONE-GL-ROW
005610     MOVE "210000" TO Gl-Work-Account
005620     MOVE Run-Deductions TO Gl-Work-Debit
005630     MOVE ZERO TO Gl-Work-Credit
005640     PERFORM 4310-POST-ONE-GL-ROW
005650     MOVE "110000" TO Gl-Work-Account
005660     MOVE Run-Net TO Gl-Work-Debit
005670     MOVE ZERO TO Gl-Work-Credit
005680     PERFORM 4310-POST-ONE-GL-ROW
005690     IF Run-Employer-PRSI > ZERO
005700         MOVE "710000" TO Gl-Work-Account
005710         MOVE ZERO TO Gl-Work-Debit
005720         MOVE Run-Employer-PRSI TO Gl-Work-Credit
005730         PERFORM 4310-POST-ONE-GL-ROW
005740         MOVE "210000" TO Gl-Work-Account
005750         MOVE Run-Employer-PRSI TO Gl-Work-Debit
005760         MOVE ZERO TO Gl-Work-Credit
005770         PERFORM 4310-POST-ONE-GL-ROW
005780     END-IF
005790     CLOSE GlPostingFile
005800     .

005810******************************************************************
005820* 4310-POST-ONE-GL-ROW - write one contra row off the work fields
005830* and list it.
005840******************************************************************
005850 4310-POST-ONE-GL-ROW.
005860     MOVE Reversal-Date   TO GL-RunDate
005870     MOVE "PAYREV"        TO GL-Source
005880     MOVE Gl-Work-Account TO GL-AccountCode
005890     MOVE Gl-Work-Debit   TO GL-DebitAmount
005900     MOVE Gl-Work-Credit  TO GL-CreditAmount
005910     WRITE Gl-Posting-Record
005920     MOVE Gl-Work-Account TO JournalAccount
005930     MOVE Gl-Work-Debit   TO JournalDebit
005940     MOVE Gl-Work-Credit  TO JournalCredit
005950     WRITE Reversal-Rpt-Record FROM Journal-Line
005960     .

005970******************************************************************
005980* 4400-WRITE-REVERSAL-ROW - mark the run reversed on PAYRUNS.DAT
005990* with a reversal row carrying its totals, dated today, so the
006000* monthly return takes it off in the month it was reversed.
006010******************************************************************
006020 4400-WRITE-REVERSAL-ROW.
006030     OPEN EXTEND PayRunFile
006040     MOVE Reversal-Date      TO PR-RunDate
006050     MOVE Run-Employee-Count TO PR-EmployeeCount
006060     MOVE Run-Gross          TO PR-Gross
006070     MOVE Run-Tax            TO PR-Tax
006080     MOVE Run-Employee-PRSI  TO PR-EmployeePRSI
006090     MOVE Run-Employer-PRSI  TO PR-EmployerPRSI
006100     MOVE Run-Pension        TO PR-Pension
006110     MOVE Run-Net            TO PR-Net
006120     MOVE RR-RunNumber       TO PR-RunNumber
006130     MOVE 'R'                TO PR-RunType
006140     WRITE Pay-Run-Record
006150     CLOSE PayRunFile
006160     .

006170******************************************************************
006180* 4500-WRITE-BACKOUT-LOG - the reversal goes on the backout log
006190* beside the master restores, recording who did what and when.
006200******************************************************************
006210 4500-WRITE-BACKOUT-LOG.
006220     ACCEPT Log-Date FROM DATE
006230     ACCEPT Log-Time FROM TIME
006240     OPEN EXTEND BackoutLogFile
006250     IF Backout-Log-File-Status = "35"
006260         OPEN OUTPUT BackoutLogFile
006270         CLOSE BackoutLogFile
006280         OPEN EXTEND BackoutLogFile
006290     END-IF
006300     MOVE SPACES TO Backout-Log-Record
006310     STRING "PAYREV   " DELIMITED BY SIZE
006320         "OPER=" DELIMITED BY SIZE
006330         RR-OperatorID DELIMITED BY SIZE
006340         " PAYRUN=" DELIMITED BY SIZE
006350         RR-RunNumber DELIMITED BY SIZE
006360         " PAID=" DELIMITED BY SIZE
006370         Run-Pay-Date DELIMITED BY SIZE
006380         " DATE=" DELIMITED BY SIZE
006390         Log-Date DELIMITED BY SIZE
006400         " TIME=" DELIMITED BY SIZE
006410         Log-Time DELIMITED BY SIZE
006420         INTO Backout-Log-Record
006430     WRITE Backout-Log-Record
006440     CLOSE BackoutLogFile
006450     .

006460******************************************************************
006466* 8000-TERMINATE - close the YTD and leave masters and the report
006472* down.
006480******************************************************************
006490 8000-TERMINATE.
006500     IF Ytd-Is-Open
006510         CLOSE PayrollYtdFile
006520     END-IF
006522     IF Leave-Is-Open
006524         CLOSE LeaveMasterFile
006526     END-IF
006530     CLOSE ReversalRptFile
006540     .

006550 END PROGRAM PAYREV.
