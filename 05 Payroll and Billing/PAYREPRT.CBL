000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Payslip reprint: for each employee named on
000050*             PAYSLREQ.DAT reprints the payslips asked for off the
000060*             PAYHIST.DAT pay history PAYROLL writes, one full
000070*             payslip per pay run.
000080* Tectonics: cobc
000090******************************************************************
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PAYREPRT.
000120 AUTHOR.     D. FENNESSY.
000130 DATE-WRITTEN.

000140******************************************************************
000150* MODIFICATION HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   ----------  ----  ------------------------------------------
000180*               DF    New program: loads the reprint requests off
000190*                     PAYSLREQ.DAT (employee ID, and optionally a
000200*                     pay date and/or pay run number, up to 20 a
000210*                     run) and prints PAYREPRT.RPT - for every
000220*                     PAYHIST.DAT row a request matches, the
000230*                     payslip as paid: basic pay, commission,
000240*                     gross, each deduction, net pay and the bank
000250*                     account it went to. A run since reversed by
000260*                     PAYREV is flagged on its payslips. A request
000270*                     that matches nothing is listed as such. Run
000280*                     on demand; read-only.
000283*               DF    PAYHIST.DAT record extended with the leave
000286*                     booking PAYREV takes back off.
000290******************************************************************

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ReprintRequestFile ASSIGN TO "PAYSLREQ.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS Reprint-Request-File-Status.

000360     SELECT PayHistoryFile ASSIGN TO "PAYHIST.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS Pay-History-File-Status.

000390     SELECT PayRunFile ASSIGN TO "PAYRUNS.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS Pay-Run-File-Status.

000420     SELECT ReprintRptFile ASSIGN TO "PAYREPRT.RPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD ReprintRequestFile.
000470 01 Reprint-Request-Record.
000480    02 RQ-EmployeeID         PIC 9(5).
000490    02 RQ-PayDate            PIC 9(8).
000500    02 RQ-RunNumber          PIC 9(6).

000510 FD PayHistoryFile.
000520 01 Pay-History-Record.
000530    02 PH-RunNumber          PIC 9(6).
000540    02 PH-PayDate            PIC 9(8).
000550    02 PH-EmployeeID         PIC 9(5).
000560    02 PH-EmployeeName       PIC X(20).
000570    02 PH-BasicPay           PIC 9(6)V99.
000580    02 PH-Commission         PIC 9(7)V99.
000590    02 PH-Tax                PIC 9(6)V99.
000600    02 PH-EmployeePRSI       PIC 9(6)V99.
000610    02 PH-Pension            PIC 9(6)V99.
000620    02 PH-EmployerPRSI       PIC 9(6)V99.
000630    02 PH-NetPay             PIC 9(6)V99.
000640    02 PH-SortCode           PIC 9(6).
000650    02 PH-AccountNo          PIC 9(8).
000652    02 PH-WeekEnding         PIC 9(8).
000654    02 PH-PrevWeekEnding     PIC 9(8).
000656    02 PH-LeaveDays          PIC 9V9.
000658    02 PH-SickDays           PIC 9V9.

000660 FD PayRunFile.
000670 01 Pay-Run-Record.
000680    02 PR-RunDate            PIC 9(8).
000690    02 PR-EmployeeCount      PIC 9(5).
000700    02 PR-Gross              PIC 9(9)V99.
000710    02 PR-Tax                PIC 9(9)V99.
000720    02 PR-EmployeePRSI       PIC 9(9)V99.
000730    02 PR-EmployerPRSI       PIC 9(9)V99.
000740    02 PR-Pension            PIC 9(9)V99.
000750    02 PR-Net                PIC 9(9)V99.
000760    02 PR-RunNumber          PIC 9(6).
000770    02 PR-RunType            PIC X(1).
000780       88 PR-PayRun            VALUE 'P'.
000790       88 PR-Reversal          VALUE 'R'.

000800 FD ReprintRptFile.
000810 01 Reprint-Rpt-Record       PIC X(80).

000820 WORKING-STORAGE SECTION.
000830 77 Reprint-Request-File-Status PIC X(02) VALUE '00'.
000840 77 Pay-History-File-Status  PIC X(02) VALUE '00'.
000850 77 Pay-Run-File-Status      PIC X(02) VALUE '00'.
000860 01 Request-Missing-Switch   PIC X(01) VALUE 'N'.
000870     88 Request-Missing       VALUE 'Y'.
000880 01 Request-Eof-Switch       PIC X(01) VALUE 'N'.
000890     88 Request-Eof           VALUE 'Y'.
000900 01 History-Eof-Switch       PIC X(01) VALUE 'N'.
000910     88 History-Eof           VALUE 'Y'.
000920 01 Pay-Run-Eof-Switch       PIC X(01) VALUE 'N'.
000930     88 Pay-Run-Eof           VALUE 'Y'.
000940 01 Reversed-Switch          PIC X(01) VALUE 'N'.
000950     88 Run-Was-Reversed      VALUE 'Y'.
000960 01 Request-Match-Switch     PIC X(01) VALUE 'N'.
000970     88 Request-Matches       VALUE 'Y'.

000980* Request-Table holds PAYSLREQ.DAT: a zero pay date or run number
000990* matches any, so an employee ID alone reprints every payslip on
001000* the history. RT-Found counts the payslips each request drew.
001010 01 Request-Table.
001020    02 Request-Entry OCCURS 20 TIMES.
001030       03 RT-EmployeeID      PIC 9(5)  VALUE ZERO.
001040       03 RT-PayDate         PIC 9(8)  VALUE ZERO.
001050       03 RT-RunNumber       PIC 9(6)  VALUE ZERO.
001060       03 RT-Found           PIC 9(5)  VALUE ZERO.
001070 01 Request-Count            PIC 9(2)  VALUE ZERO.
001080 77 Max-Requests             PIC 9(2)  VALUE 20.
001090 01 Request-Sub              PIC 9(2)  VALUE ZERO.

001100* Reversed-Table holds the pay run numbers PAYREV has backed out.
001110 01 Reversed-Table.
001120    02 Reversed-Entry OCCURS 200 TIMES.
001130       03 RV-RunNumber       PIC 9(6)  VALUE ZERO.
001140 01 Reversed-Count           PIC 9(3)  VALUE ZERO.
001150 77 Max-Reversed             PIC 9(3)  VALUE 200.
001160 01 Reversed-Sub             PIC 9(3)  VALUE ZERO.

001170 01 Payslips-Printed         PIC 9(5)  VALUE ZERO.
001180 01 Slip-Gross               PIC 9(7)V99 VALUE ZERO.
001190 01 Slip-Deductions          PIC 9(7)V99 VALUE ZERO.

001200 01 Reprint-Heading.
001210    02 FILLER                PIC X(25) VALUE SPACES.
001220    02 FILLER                PIC X(16) VALUE "PAYSLIP REPRINTS".

001230 01 HorizontalLine.
001240    02 FILLER                PIC X(03) VALUE SPACES.
001250    02 FILLER                PIC X(50) VALUE ALL '-'.

001260 01 Slip-Run-Line.
001270    02 FILLER                PIC X(03) VALUE SPACES.
001280    02 FILLER                PIC X(10) VALUE "PAYSLIP".
001290    02 FILLER                PIC X(10) VALUE "PAY RUN:".
001300    02 SlipRunNumber         PIC 9(6).
001310    02 FILLER                PIC X(13) VALUE "   PAY DATE:".
001320    02 SlipPayDate           PIC 9(8).

001330 01 Slip-Employee-Line.
001340    02 FILLER                PIC X(03) VALUE SPACES.
001350    02 FILLER                PIC X(10) VALUE "EMPLOYEE:".
001360    02 SlipEmployeeID        PIC 9(5).
001370    02 FILLER                PIC X(02) VALUE SPACES.
001380    02 SlipEmployeeName      PIC X(20).

001390 01 Slip-Amount-Line.
001400    02 FILLER                PIC X(05) VALUE SPACES.
001410    02 SlipLabel             PIC X(30).
001420    02 SlipAmount            PIC BZZZ,ZZZ,ZZ9.99.

001430 01 Slip-Bank-Line.
001440    02 FILLER                PIC X(05) VALUE SPACES.
001450    02 FILLER                PIC X(19) VALUE "PAID TO SORT CODE".
001460    02 SlipSortCode          PIC 9(6).
001470    02 FILLER                PIC X(10) VALUE "  ACCOUNT".
001480    02 SlipAccountNo         PIC 9(8).

001490 01 Slip-Reversed-Line.
001500    02 FILLER                PIC X(05) VALUE SPACES.
001510    02 FILLER                PIC X(41)
001520       VALUE "*** PAY RUN SINCE REVERSED - NOT PAID ***".

001530 01 Not-Found-Line.
001540    02 FILLER                PIC X(03) VALUE SPACES.
001550    02 FILLER                PIC X(25)
001560       VALUE "NO PAYSLIP ON HISTORY:".
001570    02 FILLER                PIC X(05) VALUE "EMP".
001580    02 NotFoundEmployeeID    PIC 9(5).
001590    02 FILLER                PIC X(07) VALUE "  DATE".
001600    02 NotFoundPayDate       PIC 9(8).
001610    02 FILLER                PIC X(06) VALUE "  RUN".
001620    02 NotFoundRunNumber     PIC 9(6).

001630 01 Reprint-Total-Line.
001640    02 FILLER                PIC X(20)
001650       VALUE "PAYSLIPS REPRINTED:".
001660    02 TotalPayslips         PIC BZZ,ZZ9.

001670 PROCEDURE DIVISION.

001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE
001700     IF Request-Missing
001710         MOVE 16 TO RETURN-CODE
001720     ELSE
001730         PERFORM 1100-LOAD-REVERSED-RUNS
001740         PERFORM 2000-SCAN-HISTORY
001750         PERFORM 3000-FINISH-REPRINTS
001760     END-IF
001770     PERFORM 8000-TERMINATE
001780     GOBACK.

001790******************************************************************
001800* 1000-INITIALIZE - load the reprint requests and print the report
001810* heading.
001820******************************************************************
001830 1000-INITIALIZE.
001840     OPEN OUTPUT ReprintRptFile
001850     WRITE Reprint-Rpt-Record FROM Reprint-Heading
001860     WRITE Reprint-Rpt-Record FROM HorizontalLine
001870     OPEN INPUT ReprintRequestFile
001880     IF Reprint-Request-File-Status NOT = "00"
001890         MOVE 'Y' TO Request-Missing-Switch
001900     ELSE
001910         READ ReprintRequestFile
001920             AT END MOVE 'Y' TO Request-Eof-Switch
001930         END-READ
001940         PERFORM 1010-LOAD-ONE-REQUEST
001950             UNTIL Request-Eof OR Request-Count = Max-Requests
001960         CLOSE ReprintRequestFile
001970         IF Request-Count = ZERO
001980             MOVE 'Y' TO Request-Missing-Switch
001990         END-IF
002000     END-IF
002010     .

002020******************************************************************
002030* 1010-LOAD-ONE-REQUEST - table one reprint request.
002040******************************************************************
002050 1010-LOAD-ONE-REQUEST.
002060     ADD 1 TO Request-Count
002070     MOVE RQ-EmployeeID TO RT-EmployeeID (Request-Count)
002080     MOVE RQ-PayDate    TO RT-PayDate (Request-Count)
002090     MOVE RQ-RunNumber  TO RT-RunNumber (Request-Count)
002100     READ ReprintRequestFile
002110         AT END MOVE 'Y' TO Request-Eof-Switch
002120     END-READ
002130     .

002140******************************************************************
002150* 1100-LOAD-REVERSED-RUNS - table the run numbers of the reversal
002160* rows on PAYRUNS.DAT. No register means nothing reversed.
002170******************************************************************
002180 1100-LOAD-REVERSED-RUNS.
002190     OPEN INPUT PayRunFile
002200     IF Pay-Run-File-Status = "00"
002210         READ PayRunFile
002220             AT END MOVE 'Y' TO Pay-Run-Eof-Switch
002230         END-READ
002240         PERFORM 1110-CHECK-ONE-PAY-RUN UNTIL Pay-Run-Eof
002250         CLOSE PayRunFile
002260     END-IF
002270     .

002280******************************************************************
002290* 1110-CHECK-ONE-PAY-RUN - table a reversal row's run number.
002300******************************************************************
002310 1110-CHECK-ONE-PAY-RUN.
002320     IF PR-Reversal AND Reversed-Count < Max-Reversed
002330         ADD 1 TO Reversed-Count
002340         MOVE PR-RunNumber TO RV-RunNumber (Reversed-Count)
002350     END-IF
002360     READ PayRunFile
002370         AT END MOVE 'Y' TO Pay-Run-Eof-Switch
002380     END-READ
002390     .

002400******************************************************************
002410* 2000-SCAN-HISTORY - read the pay history through once,
002420* reprinting each row any request asks for. No history means
002430* nothing found.
002440******************************************************************
002450 2000-SCAN-HISTORY.
002460     OPEN INPUT PayHistoryFile
002470     IF Pay-History-File-Status = "00"
002480         READ PayHistoryFile
002490             AT END MOVE 'Y' TO History-Eof-Switch
002500         END-READ
002510         PERFORM 2100-CHECK-ONE-HISTORY-ROW UNTIL History-Eof
002520         CLOSE PayHistoryFile
002530     END-IF
002540     .

002550******************************************************************
002560* 2100-CHECK-ONE-HISTORY-ROW - reprint this row once if any
002570* request matches it, crediting every request it satisfies.
002580******************************************************************
002590 2100-CHECK-ONE-HISTORY-ROW.
002600     MOVE 'N' TO Request-Match-Switch
002610     PERFORM 2110-MATCH-ONE-REQUEST
002620         VARYING Request-Sub FROM 1 BY 1
002630         UNTIL Request-Sub > Request-Count
002640     IF Request-Matches
002650         PERFORM 2200-PRINT-PAYSLIP
002660     END-IF
002670     READ PayHistoryFile
002680         AT END MOVE 'Y' TO History-Eof-Switch
002690     END-READ
002700     .

002710******************************************************************
002720* 2110-MATCH-ONE-REQUEST - the employee must match; a pay date or
002730* run number on the request must match too.
002740******************************************************************
002750 2110-MATCH-ONE-REQUEST.
002760     IF PH-EmployeeID = RT-EmployeeID (Request-Sub)
002770             AND (RT-PayDate (Request-Sub) = ZERO
002780                  OR PH-PayDate = RT-PayDate (Request-Sub))
002790             AND (RT-RunNumber (Request-Sub) = ZERO
002800                  OR PH-RunNumber = RT-RunNumber (Request-Sub))
002810         MOVE 'Y' TO Request-Match-Switch
002820         ADD 1 TO RT-Found (Request-Sub)
002830     END-IF
002840     .

002850******************************************************************
002860* 2200-PRINT-PAYSLIP - print one payslip as it was paid.
002870******************************************************************
002880 2200-PRINT-PAYSLIP.
002890     ADD 1 TO Payslips-Printed
002900     COMPUTE Slip-Gross = PH-BasicPay + PH-Commission
002910     COMPUTE Slip-Deductions =
002920         PH-Tax + PH-EmployeePRSI + PH-Pension
002930     MOVE SPACES TO Reprint-Rpt-Record
002940     WRITE Reprint-Rpt-Record
002950     MOVE PH-RunNumber    TO SlipRunNumber
002960     MOVE PH-PayDate      TO SlipPayDate
002970     WRITE Reprint-Rpt-Record FROM Slip-Run-Line
002980     MOVE PH-EmployeeID   TO SlipEmployeeID
002990     MOVE PH-EmployeeName TO SlipEmployeeName
003000     WRITE Reprint-Rpt-Record FROM Slip-Employee-Line
003010     MOVE "BASIC PAY"          TO SlipLabel
003020     MOVE PH-BasicPay          TO SlipAmount
003030     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003040     MOVE "COMMISSION"         TO SlipLabel
003050     MOVE PH-Commission        TO SlipAmount
003060     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003070     MOVE "GROSS PAY"          TO SlipLabel
003080     MOVE Slip-Gross           TO SlipAmount
003090     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003100     MOVE "INCOME TAX"         TO SlipLabel
003110     MOVE PH-Tax               TO SlipAmount
003120     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003130     MOVE "EMPLOYEE PRSI"      TO SlipLabel
003140     MOVE PH-EmployeePRSI      TO SlipAmount
003150     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003160     MOVE "PENSION"            TO SlipLabel
003170     MOVE PH-Pension           TO SlipAmount
003180     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003190     MOVE "TOTAL DEDUCTIONS"   TO SlipLabel
003200     MOVE Slip-Deductions      TO SlipAmount
003210     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003220     MOVE "NET PAY"            TO SlipLabel
003230     MOVE PH-NetPay            TO SlipAmount
003240     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003250     MOVE "EMPLOYER PRSI (NOT DEDUCTED)" TO SlipLabel
003260     MOVE PH-EmployerPRSI      TO SlipAmount
003270     WRITE Reprint-Rpt-Record FROM Slip-Amount-Line
003280     MOVE PH-SortCode     TO SlipSortCode
003290     MOVE PH-AccountNo    TO SlipAccountNo
003300     WRITE Reprint-Rpt-Record FROM Slip-Bank-Line
003310     MOVE 'N' TO Reversed-Switch
003320     PERFORM 2210-CHECK-ONE-REVERSAL
003330         VARYING Reversed-Sub FROM 1 BY 1
003340         UNTIL Reversed-Sub > Reversed-Count
003350     IF Run-Was-Reversed
003360         WRITE Reprint-Rpt-Record FROM Slip-Reversed-Line
003370     END-IF
003380     .

003390******************************************************************
003400* 2210-CHECK-ONE-REVERSAL - flag the payslip when its pay run has
003410* been reversed.
003420******************************************************************
003430 2210-CHECK-ONE-REVERSAL.
003440     IF RV-RunNumber (Reversed-Sub) = PH-RunNumber
003450         MOVE 'Y' TO Reversed-Switch
003460     END-IF
003470     .

003480******************************************************************
003490* 3000-FINISH-REPRINTS - list the requests nothing matched and
003500* print the count of payslips reprinted.
003510******************************************************************
003520 3000-FINISH-REPRINTS.
003530     MOVE SPACES TO Reprint-Rpt-Record
003540     WRITE Reprint-Rpt-Record
003550     WRITE Reprint-Rpt-Record FROM HorizontalLine
003560     PERFORM 3100-CHECK-ONE-REQUEST
003570         VARYING Request-Sub FROM 1 BY 1
003580         UNTIL Request-Sub > Request-Count
003590     MOVE Payslips-Printed TO TotalPayslips
003600     WRITE Reprint-Rpt-Record FROM Reprint-Total-Line
003610     .

003620******************************************************************
003630* 3100-CHECK-ONE-REQUEST - list a request that drew no payslip.
003640******************************************************************
003650 3100-CHECK-ONE-REQUEST.
003660     IF RT-Found (Request-Sub) = ZERO
003670         MOVE RT-EmployeeID (Request-Sub) TO NotFoundEmployeeID
003680         MOVE RT-PayDate (Request-Sub)    TO NotFoundPayDate
003690         MOVE RT-RunNumber (Request-Sub)  TO NotFoundRunNumber
003700         WRITE Reprint-Rpt-Record FROM Not-Found-Line
003710     END-IF
003720     .

003730******************************************************************
003740* 8000-TERMINATE - close the report down.
003750******************************************************************
003760 8000-TERMINATE.
003770     CLOSE ReprintRptFile
003780     .

003790 END PROGRAM PAYREPRT.
