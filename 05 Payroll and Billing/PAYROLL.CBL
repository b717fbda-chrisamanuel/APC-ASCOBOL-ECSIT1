001150*                     controlled end, so two batch invocations
001160*                     cannot update the masters underneath each
001170*                     other.
001171*               DF    Hours-based pay: EMPLOYEE.DAT carries a pay
001172*                     type and an hourly rate. Hourly staff are
001173*                     paid off this week's TIMESHT.DAT timesheet -
001174*                     basic hours at the rate, overtime at time-
001175*                     and-a-half and double time, annual leave
001176*                     days at a standard day - and salaried staff
001177*                     keep their flat gross. Leave and sick days
001178*                     are booked against the keyed LEAVEMST.DAT
001179*                     leave master; a timesheet booking more leave
001180*                     than is left, for an unknown employee, with
001181*                     impossible hours, or for a week already
001182*                     booked is listed on TSEXCP.RPT and not paid.
001183*                     The timesheet file is emptied at the end of
001184*                     a completed run, as COMMEXT.DAT is.
001185*               DF    Employer PRSI: charged per employee off
001186*                     the new TAXRULES.DAT 'E' rows by PRSI class
001187*                     and weekly earnings threshold, accumulated
001188*                     on the new PYTD-EmployerPRSI on PAYYTD.DAT,
001189*                     shown on REMIT.RPT and journalled to
001190*                     GLPOST.DAT as the employer PRSI expense
001191*                     against the withholdings creditor. Each
001192*                     completed run appends its totals - gross,
001193*                     tax, employee and employer PRSI, pension and
001194*                     net - to the PAYRUNS.DAT pay run register
001195*                     the monthly PAYRTN return is drawn from.
001196*               DF    Pay run history: each run takes the next
001197*                     pay run number off the PAYRUNS.DAT register,
001198*                     prints it on the payslip register and
001199*                     REMIT.RPT, and appends one PAYHIST.DAT row
001200*                     per employee paid - every payslip element,
001201*                     the account paid to, and the leave and sick
001202*                     days booked to LEAVEMST with the week they
001203*                     replaced - which the PAYREPRT reprint and
001204*                     the PAYREV pay run reversal work from.
001205*               DF    Hands its record counts to STEPCNT for
001206*                     RUNALL's run history, and holds its
001207*                     return code across the closing CALLs,
001208*                     which set RETURN-CODE themselves.
001209*               DF    Each completed run appends a line to
001210*                     EMPAUDT.DAT naming the operator keyed to
001211*                     OPERATOR.DAT and the pay run number, so the
001212*                     change audit can see who ran the payroll
001213*                     after a bank detail change.
001214******************************************************************

001215 ENVIRONMENT DIVISION.
001216 INPUT-OUTPUT SECTION.
001217 FILE-CONTROL.
001220     SELECT EmployeeFile ASSIGN TO "EMPLOYEE.DAT"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS Employee-File-Status.
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS Gl-Posting-File-Status.

001521     SELECT PayRunFile ASSIGN TO "PAYRUNS.DAT"
001522         ORGANIZATION IS LINE SEQUENTIAL
001523         FILE STATUS IS Pay-Run-File-Status.

001524     SELECT PayHistoryFile ASSIGN TO "PAYHIST.DAT"
001525         ORGANIZATION IS LINE SEQUENTIAL
001526         FILE STATUS IS Pay-History-File-Status.

001527     SELECT TimesheetFile ASSIGN TO "TIMESHT.DAT"
001528         ORGANIZATION IS LINE SEQUENTIAL
001529         FILE STATUS IS Timesheet-File-Status.

001530     SELECT LeaveMasterFile ASSIGN TO "LEAVEMST.DAT"
001531         ORGANIZATION IS INDEXED
001532         ACCESS MODE IS DYNAMIC
001533         RECORD KEY IS LV-EmployeeID
001534         FILE STATUS IS Leave-Master-File-Status.

001535     SELECT TimesheetExcpFile ASSIGN TO "TSEXCP.RPT"
001536         ORGANIZATION IS LINE SEQUENTIAL.

001537     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
001538         ORGANIZATION IS LINE SEQUENTIAL
001539         FILE STATUS IS Operator-File-Status.

001540     SELECT EmpAuditFile ASSIGN TO "EMPAUDT.DAT"
001541         ORGANIZATION IS LINE SEQUENTIAL
001542         FILE STATUS IS Emp-Audit-File-Status.

001543 DATA DIVISION.
001544 FILE SECTION.
001550 FD EmployeeFile.
001560 01 Employee-Record.
001570    02 EmployeeID            PIC 9(5).
001610    02 EmployeePRSIClass     PIC X(1).
001620    02 EmployeeSortCode      PIC 9(6).
001630    02 EmployeeAccountNo     PIC 9(8).
001632    02 EmployeePayType       PIC X(1).
001634       88 Employee-Hourly      VALUE 'H'.
001636    02 EmployeeHourlyRate    PIC 9(3)V99.

001640 FD PayslipFile.
001650 01 Payslip-Record           PIC X(100).
001730       88 TR-TaxBand           VALUE 'T'.
001740       88 TR-PrsiRate          VALUE 'P'.
001750       88 TR-PensionRate       VALUE 'N'.
001755       88 TR-EmployerPrsiRate  VALUE 'E'.
001760    02 TR-ClassCode          PIC X(1).
001770    02 TR-BandCutoff         PIC 9(6)V99.
001780    02 TR-Rate               PIC 9V999.
001860    02 PYTD-Pension          PIC 9(7)V99.
001870    02 PYTD-Net              PIC 9(8)V99.
001880    02 PYTD-Commission       PIC 9(7)V99.
001885    02 PYTD-EmployerPRSI     PIC 9(7)V99.

001890 FD SalesEmpXrefFile.
001900 01 Sales-Emp-Xref-Record.
001990 FD BankPayFile.
002000 01 Bank-Pay-Record          PIC X(40).

002001 FD OperatorFile.
002002 01 Operator-Record.
002003    02 OP-OperatorID         PIC X(8).

002004 FD EmpAuditFile.
002005 01 Emp-Audit-Record         PIC X(200).

002010 FD GlPostingFile.
002020 01 Gl-Posting-Record.
002030    02 GL-RunDate           PIC 9(8).
002080 FD RemitRptFile.
002090 01 Remit-Rpt-Record         PIC X(60).

002091 FD PayRunFile.
002092 01 Pay-Run-Record.
002093    02 PR-RunDate            PIC 9(8).
002094    02 PR-EmployeeCount      PIC 9(5).
002095    02 PR-Gross              PIC 9(9)V99.
002096    02 PR-Tax                PIC 9(9)V99.
002097    02 PR-EmployeePRSI       PIC 9(9)V99.
002098    02 PR-EmployerPRSI       PIC 9(9)V99.
002099    02 PR-Pension            PIC 9(9)V99.
002100    02 PR-Net                PIC 9(9)V99.
002101    02 PR-RunNumber          PIC 9(6).
002102    02 PR-RunType            PIC X(1).
002103       88 PR-PayRun            VALUE 'P'.
002104       88 PR-Reversal          VALUE 'R'.

002105 FD PayHistoryFile.
002106 01 Pay-History-Record.
002107    02 PH-RunNumber          PIC 9(6).
002108    02 PH-PayDate            PIC 9(8).
002109    02 PH-EmployeeID         PIC 9(5).
002110    02 PH-EmployeeName       PIC X(20).
002111    02 PH-BasicPay           PIC 9(6)V99.
002112    02 PH-Commission         PIC 9(7)V99.
002113    02 PH-Tax                PIC 9(6)V99.
002114    02 PH-EmployeePRSI       PIC 9(6)V99.
002115    02 PH-Pension            PIC 9(6)V99.
002116    02 PH-EmployerPRSI       PIC 9(6)V99.
002117    02 PH-NetPay             PIC 9(6)V99.
002118    02 PH-SortCode           PIC 9(6).
002119    02 PH-AccountNo          PIC 9(8).
002120    02 PH-WeekEnding         PIC 9(8).
002121    02 PH-PrevWeekEnding     PIC 9(8).
002122    02 PH-LeaveDays          PIC 9V9.
002123    02 PH-SickDays           PIC 9V9.

002124 FD TimesheetFile.
002125 01 Timesheet-Record.
002126    02 TS-EmployeeID         PIC 9(5).
002127    02 TS-WeekEnding         PIC 9(8).
002128    02 TS-BasicHours         PIC 9(3)V99.
002129    02 TS-Overtime15Hours    PIC 9(3)V99.
002130    02 TS-Overtime20Hours    PIC 9(3)V99.
002131    02 TS-SickDays           PIC 9V9.
002132    02 TS-LeaveDays          PIC 9V9.

002133 FD LeaveMasterFile.
002134 01 Leave-Master-Record.
002135    02 LV-EmployeeID         PIC 9(5).
002136    02 LV-EmployeeName       PIC X(20).
002137    02 LV-LeaveYear          PIC 9(4).
002138    02 LV-Entitlement        PIC 9(2)V9.
002139    02 LV-Taken              PIC 9(2)V9.
002140    02 LV-Remaining          PIC 9(2)V9.
002141    02 LV-SickDays           PIC 9(3)V9.
002142    02 LV-LastWeekEnding     PIC 9(8).

002143 FD TimesheetExcpFile.
002144 01 Timesheet-Excp-Record    PIC X(80).

002145 WORKING-STORAGE SECTION.
002146* Run-lock plumbing: the RUNLOCK subprogram refuses this run
002147* when another batch invocation is already in flight.
002148 01 Lock-Function            PIC X(01) VALUE SPACE.
002149 01 Lock-Step-Name           PIC X(20) VALUE "PAYROLL".
002150 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
002160 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
002161* The closing CALLs set RETURN-CODE themselves, so the
002162* step's own code is held here and restored after them.
002163 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
002164 01 Step-Count-Function      PIC X(01) VALUE 'P'.
002165 01 Step-Records-In          PIC 9(09) VALUE ZERO.
002166 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
002170 01 Employee-Eof-Switch      PIC X(01) VALUE 'N'.
002180     88 Employee-Eof          VALUE 'Y'.
002190 01 Employee-File-Status     PIC X(02) VALUE SPACES.
002950 01 Employee-Commission      PIC 9(7)V99  VALUE ZERO.
002960 01 Pay-Gross                PIC 9(7)V99  VALUE ZERO.

002961* Timesheet-Table holds this week's TIMESHT.DAT rows that passed
002962* the hours checks, flagged off as each employee's payslip picks
002963* theirs up; a row still unmatched at the end names an employee
002964* who is not on the master, and is listed instead of paid.
002965* Timesheet-Work is the one row being listed on TSEXCP.RPT, the
002966* same shape as the file record and the table entry.
002967 01 Timesheet-Table.
002968    02 Timesheet-Entry OCCURS 200 TIMES
002969             INDEXED BY Timesheet-Index.
002970       03 TSE-EmployeeID      PIC 9(5)     VALUE ZERO.
002971       03 TSE-WeekEnding      PIC 9(8)     VALUE ZERO.
002972       03 TSE-BasicHours      PIC 9(3)V99  VALUE ZERO.
002973       03 TSE-Overtime15Hours PIC 9(3)V99  VALUE ZERO.
002974       03 TSE-Overtime20Hours PIC 9(3)V99  VALUE ZERO.
002975       03 TSE-SickDays        PIC 9V9      VALUE ZERO.
002976       03 TSE-LeaveDays       PIC 9V9      VALUE ZERO.
002977       03 TSE-Matched-Flag    PIC X(1)     VALUE 'N'.
002978 01 Timesheet-Count          PIC 9(3)     VALUE ZERO.
002979 77 Max-Timesheets           PIC 9(3)     VALUE 200.
002980 01 Timesheet-Work.
002981    02 TSW-EmployeeID        PIC 9(5).
002982    02 TSW-WeekEnding        PIC 9(8).
002983    02 TSW-BasicHours        PIC 9(3)V99.
002984    02 TSW-Overtime15Hours   PIC 9(3)V99.
002985    02 TSW-Overtime20Hours   PIC 9(3)V99.
002986    02 TSW-SickDays          PIC 9V9.
002987    02 TSW-LeaveDays         PIC 9V9.
002988 77 Timesheet-File-Status    PIC X(02)    VALUE '00'.
002989 01 Timesheet-Eof-Switch     PIC X(01)    VALUE 'N'.
002990     88 Timesheet-Eof         VALUE 'Y'.
002991 01 Timesheets-Loaded-Switch PIC X(01)    VALUE 'N'.
002992     88 Timesheets-Loaded     VALUE 'Y'.
002993 01 Timesheet-Found-Switch   PIC X(01)    VALUE 'N'.
002994     88 Timesheet-Found       VALUE 'Y'.
002995 01 Timesheet-Ok-Switch      PIC X(01)    VALUE 'N'.
002996     88 Timesheet-Ok          VALUE 'Y'.
002997 01 Employee-Payable-Switch  PIC X(01)    VALUE 'Y'.
002998     88 Employee-Payable      VALUE 'Y'.
002999 01 Timesheet-Sub            PIC 9(3)     VALUE ZERO.
003000 01 Timesheet-Reason-Text    PIC X(24)    VALUE SPACES.
003001 77 Leave-Master-File-Status PIC X(02)    VALUE '00'.
003002 01 Run-Year                 PIC 9(4)     VALUE ZERO.
003003* Standard-Day-Hours is the day an hourly employee's annual leave
003004* day is paid at; Max-Week-Hours and Max-Week-Days are the limits
003005* past which a timesheet cannot be true.
003006 77 Standard-Day-Hours       PIC 9(2)V99  VALUE 8.00.
003007 77 Max-Week-Hours           PIC 9(3)     VALUE 168.
003008 77 Max-Week-Days            PIC 9(1)     VALUE 7.
003009 01 Week-Hours-Total         PIC 9(4)V99  VALUE ZERO.
003010 01 Week-Days-Total          PIC 9(2)V9   VALUE ZERO.
003011 01 Employee-Basic-Pay       PIC 9(6)V99  VALUE ZERO.
003012 01 Timesheets-Read-Count    PIC 9(5)     VALUE ZERO.
003013 01 Timesheets-Accepted-Count PIC 9(5)    VALUE ZERO.
003014 01 Timesheets-Rejected-Count PIC 9(5)    VALUE ZERO.
003015 01 Unpaid-Hourly-Count      PIC 9(5)     VALUE ZERO.

003016 01 Employee-Tax             PIC 9(6)V99  VALUE ZERO.
003017 01 Employee-PRSI            PIC 9(6)V99  VALUE ZERO.
003018 01 Employee-Pension         PIC 9(6)V99  VALUE ZERO.
003019 01 Band-Floor               PIC 9(6)V99  VALUE ZERO.
003020 01 Band-Slice               PIC 9(6)V99  VALUE ZERO.
003021 01 Band-Sub                 PIC 9(2)     VALUE ZERO.
003030 01 Prsi-Sub                 PIC 9(2)     VALUE ZERO.
003040 01 Class-Found-Switch       PIC X(01)    VALUE 'N'.
003050     88 Class-Found           VALUE 'Y'.
003120 01 Gl-Work-Account          PIC X(6)     VALUE SPACES.
003130 01 Gl-Work-Debit            PIC 9(9)V99  VALUE ZERO.
003140 01 Gl-Work-Credit           PIC 9(9)V99  VALUE ZERO.
003141* Employer-Prsi-Table holds the employer PRSI rules off
003142* TAXRULES.DAT ('E' rows), one entry per class per weekly earnings
003143* threshold in file order, thresholds ascending within a class and
003144* the last carrying a cutoff above any weekly gross: the first
003145* threshold of the employee's class that gross pay does not exceed
003146* sets the rate charged on the whole of it.
003147 01 Employer-Prsi-Table.
003148    02 Employer-Prsi-Entry OCCURS 20 TIMES.
003149       03 EP-Class             PIC X(1)     VALUE SPACES.
003150       03 EP-Cutoff            PIC 9(6)V99  VALUE ZERO.
003151       03 EP-Rate              PIC 9V999    VALUE ZERO.
003152 01 Employer-Prsi-Count      PIC 9(2)     VALUE ZERO.
003153 77 Max-Employer-Prsi-Rates  PIC 9(2)     VALUE 20.
003154 01 Employer-Prsi-Sub        PIC 9(2)     VALUE ZERO.
003155 01 Employer-Rate-Found-Switch PIC X(01)  VALUE 'N'.
003156     88 Employer-Rate-Found   VALUE 'Y'.
003157 01 Employer-PRSI            PIC 9(6)V99  VALUE ZERO.
003158 01 Grand-Employer-PRSI      PIC 9(9)V99  VALUE ZERO.
003159 01 Grand-Tax                PIC 9(9)V99  VALUE ZERO.
003160 01 Grand-Employee-PRSI      PIC 9(9)V99  VALUE ZERO.
003161 01 Grand-Pension            PIC 9(9)V99  VALUE ZERO.
003162 01 Paid-Employee-Count      PIC 9(5)     VALUE ZERO.
003163 77 Pay-Run-File-Status      PIC X(02)    VALUE '00'.
003164* Pay-Run-Number names this run on PAYRUNS.DAT and PAYHIST.DAT:
003165* one more than the highest number already on the register.
003166 77 Pay-History-File-Status  PIC X(02)    VALUE '00'.
003167 01 Pay-Run-Eof-Switch       PIC X(01)    VALUE 'N'.
003168     88 Pay-Run-Eof           VALUE 'Y'.
003169 01 Pay-Run-Number           PIC 9(6)     VALUE ZERO.
003170 77 Operator-File-Status     PIC X(02)    VALUE '00'.
003171 77 Emp-Audit-File-Status    PIC X(02)    VALUE '00'.
003172 01 Operator-ID              PIC X(8)     VALUE SPACES.
003173 01 Arith-Size-Error-Switch  PIC X(01) VALUE 'N'.
003174     88 Arith-Size-Error      VALUE 'Y'.

003175 01 Log-Date                  PIC 9(06).
003180 01 Log-Time                  PIC 9(08).

003181* What 2040-BOOK-LEAVE booked for the employee being paid, and
003182* the week-ending it replaced, for the pay history row.
003183 01 Booked-Week-Ending       PIC 9(8)     VALUE ZERO.
003184 01 Booked-Prev-Week-Ending  PIC 9(8)     VALUE ZERO.
003185 01 Booked-Leave-Days        PIC 9V9      VALUE ZERO.
003186 01 Booked-Sick-Days         PIC 9V9      VALUE ZERO.

003190* Weekly-Pay-Rounded/Truncated hold the same NetPay/52 DIVIDE done
003200* two ways (ROUNDED and not), so Rounding-Diff is the penny-level
003210* difference one run's worth of rounding makes per employee.
003290    02 FILLER                 PIC X(21)
003300       VALUE "PAYROLL REGISTER".

003301 01 Payroll-Run-Line.
003302    02 FILLER                 PIC X(10) VALUE "PAY RUN:".
003303    02 PayrollRunNumber       PIC 9(6).
003304    02 FILLER                 PIC X(13) VALUE "   PAY DATE:".
003305    02 PayrollPayDate         PIC 9(8).

003310 01 HorizontalLine.
003320    02 FILLER                 PIC X(03) VALUE SPACES.
003330    02 FILLER                 PIC X(50) VALUE ALL '-'.
003920 01 Remit-Date-Line.
003930    02 FILLER                PIC X(10) VALUE "RUN DATE:".
003940    02 RemitRunDate          PIC 9(8).
003943    02 FILLER                PIC X(11) VALUE "   PAY RUN:".
003946    02 RemitRunNumber        PIC 9(6).

003950 01 Remit-Count-Line.
003960    02 FILLER                PIC X(18) VALUE "PAYMENT RECORDS:".
003990    02 FILLER                PIC X(18) VALUE "AMOUNT HASH:".
004000    02 RemitHashTotal        PIC Z,ZZZ,ZZZ,ZZ9.99.

004002 01 Remit-Employer-Prsi-Line.
004004    02 FILLER                PIC X(18) VALUE "EMPLOYER PRSI:".
004006    02 RemitEmployerPrsi     PIC Z,ZZZ,ZZZ,ZZ9.99.

004010 01 Remit-Signoff-Line.
004020    02 FILLER                PIC X(34)
004030       VALUE "RELEASE APPROVED (SUPERVISOR): ...".

004031 01 Timesheet-Excp-Heading.
004032    02 FILLER                PIC X(25) VALUE SPACES.
004033    02 FILLER                PIC X(24)
004034       VALUE "TIMESHEET EXCEPTION LIST".

004035 01 Timesheet-Excp-Columns.
004036    02 FILLER                PIC X(02) VALUE SPACES.
004037    02 FILLER                PIC X(07) VALUE "EMP-ID".
004038    02 FILLER                PIC X(09) VALUE "WEEK END".
004039    02 FILLER                PIC X(07) VALUE "  BASIC".
004040    02 FILLER                PIC X(07) VALUE " OT 1.5".
004041    02 FILLER                PIC X(07) VALUE " OT 2.0".
004042    02 FILLER                PIC X(06) VALUE "  SICK".
004043    02 FILLER                PIC X(05) VALUE "LEAVE".
004044    02 FILLER                PIC X(02) VALUE SPACES.
004045    02 FILLER                PIC X(06) VALUE "REASON".

004046 01 Timesheet-Excp-Line.
004047    02 FILLER                PIC X(02) VALUE SPACES.
004048    02 TsxEmployeeID         PIC X(5).
004049    02 FILLER                PIC X(02) VALUE SPACES.
004050    02 TsxWeekEnding         PIC X(8).
004051    02 FILLER                PIC X(01) VALUE SPACES.
004052    02 TsxBasicHours         PIC BZZ9.99.
004053    02 TsxOvertime15Hours    PIC BZZ9.99.
004054    02 TsxOvertime20Hours    PIC BZZ9.99.
004055    02 FILLER                PIC X(01) VALUE SPACES.
004056    02 TsxSickDays           PIC BZ9.9.
004057    02 TsxLeaveDays          PIC BZ9.9.
004058    02 FILLER                PIC X(02) VALUE SPACES.
004059    02 TsxReason             PIC X(24).

004060 01 Timesheet-Total-Line-1.
004061    02 FILLER                PIC X(17) VALUE "TIMESHEETS READ:".
004062    02 TsxReadCount          PIC BZZZZ9.
004063    02 FILLER                PIC X(11) VALUE "  ACCEPTED:".
004064    02 TsxAcceptedCount      PIC BZZZZ9.
004065    02 FILLER                PIC X(11) VALUE "  REJECTED:".
004066    02 TsxRejectedCount      PIC BZZZZ9.

004067 01 Timesheet-Total-Line-2.
004068    02 FILLER                PIC X(32)
004069       VALUE "HOURLY STAFF WITH NO TIMESHEET:".
004070    02 TsxUnpaidCount        PIC BZZZZ9.

004071 PROCEDURE DIVISION.

004072 0000-MAINLINE.
004073     MOVE 'S' TO Lock-Function
004074     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
004080         Lock-Run-Date, Lock-Return-Code
004090     IF Lock-Return-Code NOT = ZERO
004100         MOVE 16 TO RETURN-CODE
004180         PERFORM 2000-PRINT-PAYSLIP-LINE
004190             UNTIL Employee-Eof
004200         PERFORM 3000-FINISH-PAYROLL
004205         PERFORM 3500-FINISH-TIMESHEET-EXCP
004210         PERFORM 3400-CONSUME-COMMISSIONS
004215         PERFORM 3450-CONSUME-TIMESHEETS
004220         PERFORM 3100-FINISH-ROUNDING-RPT
004230         PERFORM 7500-WRITE-GL-JOURNAL
004235         PERFORM 7600-WRITE-PAY-RUN-ROW
004237         PERFORM 7700-WRITE-RUN-AUDIT
004240     END-IF
004250     PERFORM 8000-TERMINATE
004253     MOVE RETURN-CODE TO Step-Return-Code
004256     PERFORM 8900-REPORT-STEP-COUNTS
004260     MOVE 'R' TO Lock-Function
004270     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
004280         Lock-Run-Date, Lock-Return-Code
004285     MOVE Step-Return-Code TO RETURN-CODE
004290     GOBACK.

004300******************************************************************
004420         MOVE 'Y' TO Bank-File-Open-Switch
004430         OPEN OUTPUT BankPayFile
004440         OPEN OUTPUT RemitRptFile
004445         OPEN OUTPUT TimesheetExcpFile
004450         ACCEPT Bank-Run-Date FROM DATE YYYYMMDD
004460         MOVE Bank-Run-Date TO BH-RunDate
004465         MOVE Bank-Run-Date (1:4) TO Run-Year
004470         WRITE Bank-Pay-Record FROM Bank-Header-Record
004473         PERFORM 1080-FIND-PAY-RUN-NUMBER
004476         PERFORM 1090-OPEN-PAY-HISTORY
004480         WRITE Payslip-Record FROM Payroll-Heading
004482         MOVE Pay-Run-Number TO PayrollRunNumber
004484         MOVE Bank-Run-Date  TO PayrollPayDate
004486         WRITE Payslip-Record FROM Payroll-Run-Line
004490         WRITE Payslip-Record FROM HorizontalLine
004500         MOVE SPACES TO Payslip-Record
004510         WRITE Payslip-Record
004560         WRITE Rounding-Rpt-Record
004570         WRITE Rounding-Rpt-Record FROM Rounding-Columns
004580         PERFORM 1200-LOAD-COMMISSIONS
004581         PERFORM 1070-OPEN-LEAVE-MASTER
004582         WRITE Timesheet-Excp-Record FROM Timesheet-Excp-Heading
004583         WRITE Timesheet-Excp-Record FROM HorizontalLine
004584         MOVE SPACES TO Timesheet-Excp-Record
004585         WRITE Timesheet-Excp-Record
004586         WRITE Timesheet-Excp-Record FROM Timesheet-Excp-Columns
004587         PERFORM 1300-LOAD-TIMESHEETS
004590         READ EmployeeFile
004600             AT END MOVE 'Y' TO Employee-Eof-Switch
004610         END-READ
005050     END-IF
005060     .

005061******************************************************************
005062* 3450-CONSUME-TIMESHEETS - empty TIMESHT.DAT once this week's
005063* timesheets have been paid and booked, under the same guard as
005064* 3400-CONSUME-COMMISSIONS. A rejected timesheet is on TSEXCP.RPT
005065* to be corrected and keyed again on next week's file.
005066******************************************************************
005067 3450-CONSUME-TIMESHEETS.
005068     IF Timesheets-Loaded
005069         OPEN OUTPUT TimesheetFile
005070         CLOSE TimesheetFile
005071     END-IF
005072     .

005073******************************************************************
005080* 1210-LOAD-ONE-XREF - file one salesperson-to-employee row.
005090******************************************************************
005100 1210-LOAD-ONE-XREF.
006110     END-IF
006120     .

006121******************************************************************
006122* 1070-OPEN-LEAVE-MASTER - open the leave master for update,
006123* creating it on the very first run like the payroll YTD master.
006124******************************************************************
006125 1070-OPEN-LEAVE-MASTER.
006126     OPEN I-O LeaveMasterFile
006127     IF Leave-Master-File-Status = "35"
006128         OPEN OUTPUT LeaveMasterFile
006129         CLOSE LeaveMasterFile
006130         OPEN I-O LeaveMasterFile
006131     END-IF
006132     .

006133******************************************************************
006134* 1080-FIND-PAY-RUN-NUMBER - read the PAYRUNS.DAT register through
006135* for the highest pay run number so far; this run is the next.
006136* No register yet makes this pay run 1.
006137******************************************************************
006138 1080-FIND-PAY-RUN-NUMBER.
006139     MOVE ZERO TO Pay-Run-Number
006140     OPEN INPUT PayRunFile
006141     IF Pay-Run-File-Status = "00"
006142         READ PayRunFile
006143             AT END MOVE 'Y' TO Pay-Run-Eof-Switch
006144         END-READ
006145         PERFORM 1085-CHECK-ONE-PAY-RUN UNTIL Pay-Run-Eof
006146         CLOSE PayRunFile
006147     END-IF
006148     ADD 1 TO Pay-Run-Number
006149     .

006150******************************************************************
006151* 1085-CHECK-ONE-PAY-RUN - keep the highest pay run number seen.
006152******************************************************************
006153 1085-CHECK-ONE-PAY-RUN.
006154     IF PR-RunNumber NUMERIC
006155             AND PR-RunNumber > Pay-Run-Number
006156         MOVE PR-RunNumber TO Pay-Run-Number
006157     END-IF
006158     READ PayRunFile
006159         AT END MOVE 'Y' TO Pay-Run-Eof-Switch
006160     END-READ
006161     .

006162******************************************************************
006163* 1090-OPEN-PAY-HISTORY - open the PAYHIST.DAT pay history for
006164* append, created on first use like the exception log.
006165******************************************************************
006166 1090-OPEN-PAY-HISTORY.
006167     OPEN EXTEND PayHistoryFile
006168     IF Pay-History-File-Status = "35"
006169         OPEN OUTPUT PayHistoryFile
006170         CLOSE PayHistoryFile
006171         OPEN EXTEND PayHistoryFile
006172     END-IF
006173     .

006174******************************************************************
006175* 1300-LOAD-TIMESHEETS - load this week's TIMESHT.DAT into the
006176* timesheet table, listing any row that fails the hours checks.
006177* No timesheet file just means no hourly staff are paid this run.
006178******************************************************************
006179 1300-LOAD-TIMESHEETS.
006180     OPEN INPUT TimesheetFile
006181     IF Timesheet-File-Status NOT = "00"
006182         MOVE 'Y' TO Timesheet-Eof-Switch
006183     ELSE
006184         READ TimesheetFile
006185             AT END MOVE 'Y' TO Timesheet-Eof-Switch
006186         END-READ
006187         PERFORM 1310-LOAD-ONE-TIMESHEET UNTIL Timesheet-Eof
006188         CLOSE TimesheetFile
006189         MOVE 'Y' TO Timesheets-Loaded-Switch
006190     END-IF
006191     .

006192******************************************************************
006193* 1310-LOAD-ONE-TIMESHEET - file one timesheet that passes the
006194* hours checks; a second timesheet for the same employee is
006195* refused rather than paid twice.
006196******************************************************************
006197 1310-LOAD-ONE-TIMESHEET.
006198     ADD 1 TO Timesheets-Read-Count
006199     PERFORM 1320-CHECK-TIMESHEET-HOURS
006200     IF Timesheet-Ok
006201         SET Timesheet-Index TO 1
006202         SEARCH Timesheet-Entry
006203             AT END
006204                 IF Timesheet-Count < Max-Timesheets
006205                     ADD 1 TO Timesheet-Count
006206                     SET Timesheet-Index TO Timesheet-Count
006207                     MOVE Timesheet-Record
006208                         TO Timesheet-Entry (Timesheet-Index)
006209                     MOVE 'N'
006210                         TO TSE-Matched-Flag (Timesheet-Index)
006211                 ELSE
006212                     MOVE 'N' TO Timesheet-Ok-Switch
006213                     MOVE "TIMESHEET TABLE FULL"
006214                         TO Timesheet-Reason-Text
006215                 END-IF
006216             WHEN TSE-EmployeeID (Timesheet-Index) = TS-EmployeeID
006217                 MOVE 'N' TO Timesheet-Ok-Switch
006218                 MOVE "DUPLICATE TIMESHEET"
006219                     TO Timesheet-Reason-Text
006220         END-SEARCH
006221     END-IF
006222     IF NOT Timesheet-Ok
006223         MOVE Timesheet-Record TO Timesheet-Work
006224         PERFORM 2900-LIST-TIMESHEET-EXCP
006225         ADD 1 TO Timesheets-Rejected-Count
006226     END-IF
006227     READ TimesheetFile
006228         AT END MOVE 'Y' TO Timesheet-Eof-Switch
006229     END-READ
006230     .

006231******************************************************************
006232* 1320-CHECK-TIMESHEET-HOURS - a timesheet must be numeric, carry
006233* an employee and a week-ending date, and fit inside a week: no
006234* more than 168 hours, no more than 7 sick and leave days, and not
006235* more than 168 hours once each day off counts a standard day.
006236******************************************************************
006237 1320-CHECK-TIMESHEET-HOURS.
006238     MOVE 'Y' TO Timesheet-Ok-Switch
006239     IF TS-BasicHours NOT NUMERIC
006240             OR TS-Overtime15Hours NOT NUMERIC
006241             OR TS-Overtime20Hours NOT NUMERIC
006242             OR TS-SickDays NOT NUMERIC
006243             OR TS-LeaveDays NOT NUMERIC
006244         MOVE 'N' TO Timesheet-Ok-Switch
006245         MOVE "HOURS NOT NUMERIC" TO Timesheet-Reason-Text
006246         MOVE ZERO TO TS-BasicHours
006247         MOVE ZERO TO TS-Overtime15Hours
006248         MOVE ZERO TO TS-Overtime20Hours
006249         MOVE ZERO TO TS-SickDays
006250         MOVE ZERO TO TS-LeaveDays
006251     ELSE
006252         IF TS-EmployeeID NOT NUMERIC OR TS-EmployeeID = ZERO
006253                 OR TS-WeekEnding NOT NUMERIC
006254                 OR TS-WeekEnding = ZERO
006255             MOVE 'N' TO Timesheet-Ok-Switch
006256             MOVE "BAD EMPLOYEE OR WEEK" TO Timesheet-Reason-Text
006257         ELSE
006258             COMPUTE Week-Hours-Total = TS-BasicHours
006259                 + TS-Overtime15Hours + TS-Overtime20Hours
006260             COMPUTE Week-Days-Total = TS-SickDays + TS-LeaveDays
006261             IF Week-Hours-Total > Max-Week-Hours
006262                 MOVE 'N' TO Timesheet-Ok-Switch
006263                 MOVE "HOURS OVER 168 IN WEEK"
006264                     TO Timesheet-Reason-Text
006265             ELSE
006266                 IF Week-Days-Total > Max-Week-Days
006267                     MOVE 'N' TO Timesheet-Ok-Switch
006268                     MOVE "DAYS OVER 7 IN WEEK"
006269                         TO Timesheet-Reason-Text
006270                 ELSE
006271                     IF Week-Hours-Total + (Week-Days-Total
006272                             * Standard-Day-Hours)
006273                             > Max-Week-Hours
006274                         MOVE 'N' TO Timesheet-Ok-Switch
006275                         MOVE "HOURS AND DAYS OVER WEEK"
006276                             TO Timesheet-Reason-Text
006277                     END-IF
006278                 END-IF
006279             END-IF
006280         END-IF
006281     END-IF
006282     .

006283******************************************************************
006284* 1100-LOAD-TAX-RULES - read the TAXRULES.DAT rates-and-bands
006285* file into the deduction tables. A missing or empty rules file
006286* refuses the whole run - guessing at deductions is exactly what
006287* this file exists to stop.
006288******************************************************************
006289 1100-LOAD-TAX-RULES.
006290     OPEN INPUT TaxRulesFile
006291     IF Tax-Rules-File-Status NOT = "00"
006292         MOVE 'Y' TO Rules-File-Missing-Switch
006293     ELSE
006294         READ TaxRulesFile
006295             AT END MOVE 'Y' TO Tax-Rules-Eof-Switch
006296         END-READ
006297         PERFORM 1110-LOAD-ONE-RULE UNTIL Tax-Rules-Eof
006298         CLOSE TaxRulesFile
006299         IF Tax-Band-Count = ZERO
006300             MOVE 'Y' TO Rules-File-Missing-Switch
006310         END-IF
006320     END-IF
006470         MOVE TR-ClassCode TO PR-Class (Prsi-Rate-Count)
006480         MOVE TR-Rate      TO PR-Rate (Prsi-Rate-Count)
006490     END-IF
006491     IF TR-EmployerPrsiRate
006492             AND Employer-Prsi-Count < Max-Employer-Prsi-Rates
006493         ADD 1 TO Employer-Prsi-Count
006494         MOVE TR-ClassCode  TO EP-Class (Employer-Prsi-Count)
006495         MOVE TR-BandCutoff TO EP-Cutoff (Employer-Prsi-Count)
006496         MOVE TR-Rate       TO EP-Rate (Employer-Prsi-Count)
006497     END-IF
006500     IF TR-PensionRate
006510         MOVE TR-Rate TO Pension-Pct
006520     END-IF
006590* employee's gross pay and print the payslip line.
006600******************************************************************
006610 2000-PRINT-PAYSLIP-LINE.
006611     MOVE ZERO TO Booked-Week-Ending Booked-Prev-Week-Ending
006612     MOVE ZERO TO Booked-Leave-Days Booked-Sick-Days
006615     PERFORM 2020-BUILD-BASIC-PAY
006620     PERFORM 2060-FIND-COMMISSION
006621     IF Employee-Payable OR Employee-Commission > ZERO
006622         PERFORM 2070-PAY-ONE-EMPLOYEE
006623     END-IF
006624     READ EmployeeFile
006625         AT END MOVE 'Y' TO Employee-Eof-Switch
006626     END-READ
006627     .

006628******************************************************************
006629* 2070-PAY-ONE-EMPLOYEE - gross this employee's basic pay and
006630* commission, take the deductions off, and print, post and pay it.
006631******************************************************************
006632 2070-PAY-ONE-EMPLOYEE.
006633     COMPUTE Pay-Gross =
006641         Employee-Basic-Pay + Employee-Commission
006650     PERFORM 2100-COMPUTE-DEDUCTIONS
006655     PERFORM 2150-COMPUTE-EMPLOYER-PRSI
006660     MOVE EmployeeID          TO PayslipEmployeeID
006670     MOVE EmployeeName        TO PayslipEmployeeName
006680     MOVE Employee-Basic-Pay  TO PayslipGrossPay
006690     MOVE Employee-Commission TO PayslipCommission
006700     MOVE Deductions          TO PayslipDeductions
006710     MOVE NetPay              TO PayslipNetPay
006730     ADD NetPay TO Grand-Net-Pay
006740     ADD Pay-Gross TO Grand-Gross-Pay
006750     ADD Deductions TO Grand-Deductions
006751     ADD Employee-Tax TO Grand-Tax
006752     ADD Employee-PRSI TO Grand-Employee-PRSI
006753     ADD Employee-Pension TO Grand-Pension
006754     ADD Employer-PRSI TO Grand-Employer-PRSI
006755     ADD 1 TO Paid-Employee-Count
006760     PERFORM 2300-UPDATE-PAYROLL-YTD
006770     PERFORM 2350-WRITE-BANK-PAYMENT
006775     PERFORM 2450-WRITE-PAY-HISTORY
006780     PERFORM 2400-PRINT-ROUNDING-LINE
006781     .

006782******************************************************************
006783* 2020-BUILD-BASIC-PAY - a salaried employee is paid the flat
006784* gross off the master; an hourly employee is paid off this
006785* week's accepted timesheet - basic hours at the rate, overtime at
006786* time-and-a-half and double time, and annual leave days at a
006787* standard day - and is not paid at all without one. Any accepted
006788* timesheet books its leave and sick days, salaried or hourly.
006789******************************************************************
006790 2020-BUILD-BASIC-PAY.
006791     MOVE 'Y' TO Employee-Payable-Switch
006792     MOVE ZERO TO Employee-Basic-Pay
006793     PERFORM 2010-FIND-TIMESHEET
006794     IF Timesheet-Found
006795         PERFORM 2030-CHECK-TIMESHEET
006796     END-IF
006797     IF Employee-Hourly
006798         IF Timesheet-Ok
006799             COMPUTE Employee-Basic-Pay ROUNDED =
006800                 EmployeeHourlyRate
006801                 * (TSE-BasicHours (Timesheet-Index)
006802                 + (TSE-Overtime15Hours (Timesheet-Index) * 1.5)
006803                 + (TSE-Overtime20Hours (Timesheet-Index) * 2)
006804                 + (TSE-LeaveDays (Timesheet-Index)
006805                     * Standard-Day-Hours))
006806         ELSE
006807             MOVE 'N' TO Employee-Payable-Switch
006808             IF NOT Timesheet-Found
006809                 PERFORM 2050-LIST-NO-TIMESHEET
006810             END-IF
006811         END-IF
006812     ELSE
006813         MOVE EmployeeGrossPay TO Employee-Basic-Pay
006814     END-IF
006815     IF Timesheet-Ok
006816         PERFORM 2040-BOOK-LEAVE
006817     END-IF
006818     .

006819******************************************************************
006820* 2010-FIND-TIMESHEET - pick up this employee's timesheet, if one
006821* was loaded, and flag it matched.
006822******************************************************************
006823 2010-FIND-TIMESHEET.
006824     MOVE 'N' TO Timesheet-Found-Switch
006825     MOVE 'N' TO Timesheet-Ok-Switch
006826     SET Timesheet-Index TO 1
006827     SEARCH Timesheet-Entry
006828         AT END
006829             CONTINUE
006830         WHEN TSE-EmployeeID (Timesheet-Index) = EmployeeID
006831             MOVE 'Y' TO Timesheet-Found-Switch
006832             MOVE 'Y' TO TSE-Matched-Flag (Timesheet-Index)
006833     END-SEARCH
006834     .

006835******************************************************************
006836* 2030-CHECK-TIMESHEET - the checks that need the master and the
006837* leave balance: an hourly employee must carry a rate, the week
006838* must not already be booked, and the leave asked for must not be
006839* more than is left. A failing timesheet is listed, not paid.
006840******************************************************************
006841 2030-CHECK-TIMESHEET.
006842     MOVE 'Y' TO Timesheet-Ok-Switch
006843     PERFORM 2035-READ-LEAVE-ROW
006844     IF Employee-Hourly
006845             AND (EmployeeHourlyRate NOT NUMERIC
006846                 OR EmployeeHourlyRate = ZERO)
006847         MOVE 'N' TO Timesheet-Ok-Switch
006848         MOVE "NO HOURLY RATE ON MASTER" TO Timesheet-Reason-Text
006849     ELSE
006850         IF LV-LastWeekEnding
006851                 NOT < TSE-WeekEnding (Timesheet-Index)
006852             MOVE 'N' TO Timesheet-Ok-Switch
006853             MOVE "WEEK ALREADY BOOKED" TO Timesheet-Reason-Text
006854         ELSE
006855             IF TSE-LeaveDays (Timesheet-Index) > LV-Remaining
006856                 MOVE 'N' TO Timesheet-Ok-Switch
006857                 MOVE "LEAVE EXCEEDS BALANCE"
006858                     TO Timesheet-Reason-Text
006859             END-IF
006860         END-IF
006861     END-IF
006862     IF NOT Timesheet-Ok
006863         MOVE Timesheet-Entry (Timesheet-Index) TO Timesheet-Work
006864         PERFORM 2900-LIST-TIMESHEET-EXCP
006865         ADD 1 TO Timesheets-Rejected-Count
006866     END-IF
006867     .

006868******************************************************************
006869* 2035-READ-LEAVE-ROW - read the employee's leave master row. An
006870* employee with no row yet has no entitlement; a row still on last
006871* year is rolled to this year - nothing taken, the whole
006872* entitlement remaining.
006873******************************************************************
006874 2035-READ-LEAVE-ROW.
006875     MOVE EmployeeID TO LV-EmployeeID
006876     READ LeaveMasterFile
006877         INVALID KEY
006878             MOVE EmployeeName TO LV-EmployeeName
006879             MOVE Run-Year TO LV-LeaveYear
006880             MOVE ZERO TO LV-Entitlement
006881             MOVE ZERO TO LV-Taken
006882             MOVE ZERO TO LV-Remaining
006883             MOVE ZERO TO LV-SickDays
006884             MOVE ZERO TO LV-LastWeekEnding
006885     END-READ
006886     IF LV-LeaveYear < Run-Year
006887         MOVE Run-Year TO LV-LeaveYear
006888         MOVE ZERO TO LV-Taken
006889         MOVE ZERO TO LV-SickDays
006890         MOVE LV-Entitlement TO LV-Remaining
006891     END-IF
006892     .

006893******************************************************************
006894* 2040-BOOK-LEAVE - book an accepted timesheet's leave and sick
006895* days to the leave master and mark its week booked, the same
006896* write-or-rewrite shape 2300-UPDATE-PAYROLL-YTD uses.
006897******************************************************************
006898 2040-BOOK-LEAVE.
006899     ADD TSE-LeaveDays (Timesheet-Index) TO LV-Taken
006900     SUBTRACT TSE-LeaveDays (Timesheet-Index) FROM LV-Remaining
006901     ADD TSE-SickDays (Timesheet-Index) TO LV-SickDays
006902     MOVE LV-LastWeekEnding TO Booked-Prev-Week-Ending
006903     MOVE TSE-WeekEnding (Timesheet-Index) TO Booked-Week-Ending
006904     MOVE TSE-LeaveDays (Timesheet-Index) TO Booked-Leave-Days
006905     MOVE TSE-SickDays (Timesheet-Index) TO Booked-Sick-Days
006906     MOVE TSE-WeekEnding (Timesheet-Index) TO LV-LastWeekEnding
006907     MOVE EmployeeName TO LV-EmployeeName
006908     IF Leave-Master-File-Status = "23"
006909         WRITE Leave-Master-Record
006910     ELSE
006911         REWRITE Leave-Master-Record
006912     END-IF
006913     ADD 1 TO Timesheets-Accepted-Count
006914     .

006915******************************************************************
006916* 2050-LIST-NO-TIMESHEET - an hourly employee with no timesheet
006917* this week is listed and not paid.
006918******************************************************************
006919 2050-LIST-NO-TIMESHEET.
006920     MOVE ZERO TO Timesheet-Work
006921     MOVE EmployeeID TO TSW-EmployeeID
006922     MOVE "HOURLY - NO TIMESHEET" TO Timesheet-Reason-Text
006923     PERFORM 2900-LIST-TIMESHEET-EXCP
006924     ADD 1 TO Unpaid-Hourly-Count
006925     .

006926******************************************************************
006927* 2900-LIST-TIMESHEET-EXCP - print the timesheet in
006928* Timesheet-Work on TSEXCP.RPT with the reason it was not paid.
006929******************************************************************
006930 2900-LIST-TIMESHEET-EXCP.
006931     MOVE TSW-EmployeeID      TO TsxEmployeeID
006932     MOVE TSW-WeekEnding      TO TsxWeekEnding
006933     MOVE TSW-BasicHours      TO TsxBasicHours
006934     MOVE TSW-Overtime15Hours TO TsxOvertime15Hours
006935     MOVE TSW-Overtime20Hours TO TsxOvertime20Hours
006936     MOVE TSW-SickDays        TO TsxSickDays
006937     MOVE TSW-LeaveDays       TO TsxLeaveDays
006938     MOVE Timesheet-Reason-Text TO TsxReason
006939     WRITE Timesheet-Excp-Record FROM Timesheet-Excp-Line
006940     .

006941******************************************************************
006942* 2060-FIND-COMMISSION - pick up this employee's accumulated
006943* commission, if the sales run sent any, and flag it claimed.
006944******************************************************************
006945 2060-FIND-COMMISSION.
006946     MOVE ZERO TO Employee-Commission
006947     SET Emp-Comm-Index TO 1
006948     SEARCH Emp-Comm-Entry
006949         AT END
006950             CONTINUE
006951         WHEN EC-EmployeeID (Emp-Comm-Index) = EmployeeID
006952             MOVE EC-Commission (Emp-Comm-Index)
006953                 TO Employee-Commission
006960             MOVE 'Y' TO EC-Paid-Flag (Emp-Comm-Index)
006970     END-SEARCH
006980     .
008140     WRITE Exception-Log-Record
008150     .

008151******************************************************************
008152* 2150-COMPUTE-EMPLOYER-PRSI - charge the employer's PRSI on this
008153* employee's gross at the rate of the first threshold of their
008154* PRSI class that the gross does not exceed. A class with no
008155* employer rule on the rules file is logged and charged at zero.
008156******************************************************************
008157 2150-COMPUTE-EMPLOYER-PRSI.
008158     MOVE ZERO TO Employer-PRSI
008159     MOVE 'N' TO Employer-Rate-Found-Switch
008160     PERFORM 2160-TEST-ONE-EMPLOYER-RATE
008161         VARYING Employer-Prsi-Sub FROM 1 BY 1
008162         UNTIL Employer-Prsi-Sub > Employer-Prsi-Count
008163             OR Employer-Rate-Found
008164     IF NOT Employer-Rate-Found
008165         PERFORM 2260-LOG-NO-EMPLOYER-RATE
008166     END-IF
008167     .

008168******************************************************************
008169* 2160-TEST-ONE-EMPLOYER-RATE - apply the matching threshold.
008170******************************************************************
008171 2160-TEST-ONE-EMPLOYER-RATE.
008172     IF EP-Class (Employer-Prsi-Sub) = EmployeePRSIClass
008173             AND Pay-Gross NOT > EP-Cutoff (Employer-Prsi-Sub)
008174         MOVE 'Y' TO Employer-Rate-Found-Switch
008175         COMPUTE Employer-PRSI ROUNDED =
008176             Pay-Gross * EP-Rate (Employer-Prsi-Sub)
008177     END-IF
008178     .

008179******************************************************************
008180* 2260-LOG-NO-EMPLOYER-RATE - the employee's PRSI class has no
008181* employer rule on TAXRULES.DAT covering their gross; log it so
008182* the rules file gets fixed.
008183******************************************************************
008184 2260-LOG-NO-EMPLOYER-RATE.
008185     ACCEPT Log-Date FROM DATE
008186     ACCEPT Log-Time FROM TIME
008187     MOVE SPACES TO Exception-Log-Record
008188     STRING "PAYROLL  " DELIMITED BY SIZE
008189         "EMP-ID=" DELIMITED BY SIZE
008190         EmployeeID DELIMITED BY SIZE
008191         " PRSI-CLASS=" DELIMITED BY SIZE
008192         EmployeePRSIClass DELIMITED BY SIZE
008193         " EMPLOYER CLASS NOT ON TAXRULES" DELIMITED BY SIZE
008194         " DATE=" DELIMITED BY SIZE
008195         Log-Date DELIMITED BY SIZE
008196         " TIME=" DELIMITED BY SIZE
008197         Log-Time DELIMITED BY SIZE
008198         INTO Exception-Log-Record
008199     WRITE Exception-Log-Record
008200     .

008201******************************************************************
008202* 2200-LOG-EXCEPTION - write the employee's input values to the
008203* shared exception log instead of DISPLAYing SizeErrorMessage.
008204******************************************************************
008205 2200-LOG-EXCEPTION.
008210     ACCEPT Log-Date FROM DATE
008220     ACCEPT Log-Time FROM TIME
008230     MOVE SPACES TO Exception-Log-Record
008250         "EMP-ID=" DELIMITED BY SIZE
008260         EmployeeID DELIMITED BY SIZE
008270         " GROSS=" DELIMITED BY SIZE
008280         Employee-Basic-Pay DELIMITED BY SIZE
008290         " SIZE ERROR ON DEDUCTION ARITHMETIC" DELIMITED BY SIZE
008300         " DATE=" DELIMITED BY SIZE
008310         Log-Date DELIMITED BY SIZE
008500             MOVE ZERO TO PYTD-Pension
008510             MOVE ZERO TO PYTD-Net
008520             MOVE ZERO TO PYTD-Commission
008525             MOVE ZERO TO PYTD-EmployerPRSI
008530     END-READ
008540     ADD Employee-Basic-Pay TO PYTD-Gross
008550     ADD Employee-Commission TO PYTD-Commission
008560     ADD Employee-Tax     TO PYTD-Tax
008570     ADD Employee-PRSI    TO PYTD-PRSI
008580     ADD Employee-Pension TO PYTD-Pension
008585     ADD Employer-PRSI    TO PYTD-EmployerPRSI
008590     ADD NetPay           TO PYTD-Net
008600     IF Payroll-Ytd-File-Status = "23"
008610         WRITE Payroll-Ytd-Record
008770     ADD NetPay TO Bank-Hash-Total
008780     .

008781******************************************************************
008782* 2450-WRITE-PAY-HISTORY - append this employee's pay for the run
008783* to PAYHIST.DAT: every element of the payslip and the account the
008784* net was paid to, so any payslip can be reprinted and the run
008785* reversed off the YTD master later.
008786******************************************************************
008787 2450-WRITE-PAY-HISTORY.
008788     MOVE Pay-Run-Number      TO PH-RunNumber
008789     MOVE Bank-Run-Date       TO PH-PayDate
008790     MOVE EmployeeID          TO PH-EmployeeID
008791     MOVE EmployeeName        TO PH-EmployeeName
008792     MOVE Employee-Basic-Pay  TO PH-BasicPay
008793     MOVE Employee-Commission TO PH-Commission
008794     MOVE Employee-Tax        TO PH-Tax
008795     MOVE Employee-PRSI       TO PH-EmployeePRSI
008796     MOVE Employee-Pension    TO PH-Pension
008797     MOVE Employer-PRSI       TO PH-EmployerPRSI
008798     MOVE NetPay              TO PH-NetPay
008799     MOVE EmployeeSortCode    TO PH-SortCode
008800     MOVE EmployeeAccountNo   TO PH-AccountNo
008801     MOVE Booked-Week-Ending  TO PH-WeekEnding
008802     MOVE Booked-Prev-Week-Ending TO PH-PrevWeekEnding
008803     MOVE Booked-Leave-Days   TO PH-LeaveDays
008804     MOVE Booked-Sick-Days    TO PH-SickDays
008805     WRITE Pay-History-Record
008806     .

008807******************************************************************
008808* 2400-PRINT-ROUNDING-LINE - DIVIDE this employee's NetPay by 52
008810* both ROUNDED and un-ROUNDED, the same DIVIDE ROUNDED logic
008820* TC-Commands2 ran once against Amount1/Amount2, and print the
008830* penny-level difference the rounding made.
009450     WRITE Remit-Rpt-Record FROM Remit-Heading
009460     WRITE Remit-Rpt-Record FROM HorizontalLine
009470     MOVE Bank-Run-Date TO RemitRunDate
009475     MOVE Pay-Run-Number TO RemitRunNumber
009480     WRITE Remit-Rpt-Record FROM Remit-Date-Line
009490     MOVE Bank-Payment-Count TO RemitPaymentCount
009500     WRITE Remit-Rpt-Record FROM Remit-Count-Line
009510     MOVE Bank-Hash-Total TO RemitHashTotal
009520     WRITE Remit-Rpt-Record FROM Remit-Total-Line
009523     MOVE Grand-Employer-PRSI TO RemitEmployerPrsi
009526     WRITE Remit-Rpt-Record FROM Remit-Employer-Prsi-Line
009530     MOVE SPACES TO Remit-Rpt-Record
009540     WRITE Remit-Rpt-Record
009550     WRITE Remit-Rpt-Record FROM Remit-Signoff-Line
009700             MOVE ZERO TO PYTD-Pension
009710             MOVE ZERO TO PYTD-Net
009720             MOVE ZERO TO PYTD-Commission
009725             MOVE ZERO TO PYTD-EmployerPRSI
009730     END-READ
009740     ADD Grand-Net-Pay TO PYTD-Net
009750     IF Payroll-Ytd-File-Status = "23"
009900     WRITE Rounding-Rpt-Record FROM Rounding-Grand-Line
009910     .

009911******************************************************************
009912* 3500-FINISH-TIMESHEET-EXCP - list every loaded timesheet no
009913* employee on the master picked up, then print the control
009914* totals: every timesheet read is either accepted or rejected.
009915******************************************************************
009916 3500-FINISH-TIMESHEET-EXCP.
009917     PERFORM 3510-CHECK-ONE-TIMESHEET
009918         VARYING Timesheet-Sub FROM 1 BY 1
009919         UNTIL Timesheet-Sub > Timesheet-Count
009920     MOVE SPACES TO Timesheet-Excp-Record
009921     WRITE Timesheet-Excp-Record
009922     WRITE Timesheet-Excp-Record FROM HorizontalLine
009923     MOVE Timesheets-Read-Count     TO TsxReadCount
009924     MOVE Timesheets-Accepted-Count TO TsxAcceptedCount
009925     MOVE Timesheets-Rejected-Count TO TsxRejectedCount
009926     WRITE Timesheet-Excp-Record FROM Timesheet-Total-Line-1
009927     MOVE Unpaid-Hourly-Count TO TsxUnpaidCount
009928     WRITE Timesheet-Excp-Record FROM Timesheet-Total-Line-2
009929     .

009930******************************************************************
009931* 3510-CHECK-ONE-TIMESHEET - a timesheet no employee matched names
009932* an employee who is not on the master; list it, unpaid.
009933******************************************************************
009934 3510-CHECK-ONE-TIMESHEET.
009935     IF TSE-Matched-Flag (Timesheet-Sub) NOT = 'Y'
009936         MOVE Timesheet-Entry (Timesheet-Sub) TO Timesheet-Work
009937         MOVE "EMPLOYEE NOT ON FILE" TO Timesheet-Reason-Text
009938         PERFORM 2900-LIST-TIMESHEET-EXCP
009939         ADD 1 TO Timesheets-Rejected-Count
009940     END-IF
009941     .

009942******************************************************************
009943* 7500-WRITE-GL-JOURNAL - append this run's balanced journal to
009944* the shared GLPOST.DAT postings file GLTRIAL accumulates: gross
009950* pay expense against the payroll creditors (tax, PRSI and
009956* pension withheld) and the bank at net pay, and the employer
009962* PRSI expense against the same withholdings creditor.
009970******************************************************************
009980 7500-WRITE-GL-JOURNAL.
009990     OPEN EXTEND GlPostingFile
010140     MOVE ZERO TO Gl-Work-Debit
010150     MOVE Grand-Net-Pay TO Gl-Work-Credit
010160     PERFORM 7510-POST-ONE-GL-ROW
010161     IF Grand-Employer-PRSI > ZERO
010162         MOVE "710000" TO Gl-Work-Account
010163         MOVE Grand-Employer-PRSI TO Gl-Work-Debit
010164         MOVE ZERO TO Gl-Work-Credit
010165         PERFORM 7510-POST-ONE-GL-ROW
010166         MOVE "210000" TO Gl-Work-Account
010167         MOVE ZERO TO Gl-Work-Debit
010168         MOVE Grand-Employer-PRSI TO Gl-Work-Credit
010169         PERFORM 7510-POST-ONE-GL-ROW
010170     END-IF
010171     CLOSE GlPostingFile
010180     .

010190******************************************************************
010400     IF Bank-File-Open
010410         CLOSE BankPayFile
010420         CLOSE RemitRptFile
010430         CLOSE TimesheetExcpFile
010440         CLOSE LeaveMasterFile
010450         CLOSE PayHistoryFile
010460     END-IF
010470     .

010480******************************************************************
010490* 7600-WRITE-PAY-RUN-ROW - append this run's totals to the
010500* PAYRUNS.DAT pay run register the monthly statutory return is
010510* drawn from, created on first use like the exception log.
010520******************************************************************
010530 7600-WRITE-PAY-RUN-ROW.
010540     OPEN EXTEND PayRunFile
010550     IF Pay-Run-File-Status = "35"
010560         OPEN OUTPUT PayRunFile
010570         CLOSE PayRunFile
010580         OPEN EXTEND PayRunFile
010590     END-IF
010600     MOVE Bank-Run-Date       TO PR-RunDate
010610     MOVE Paid-Employee-Count TO PR-EmployeeCount
010620     MOVE Grand-Gross-Pay     TO PR-Gross
010630     MOVE Grand-Tax           TO PR-Tax
010640     MOVE Grand-Employee-PRSI TO PR-EmployeePRSI
010650     MOVE Grand-Employer-PRSI TO PR-EmployerPRSI
010660     MOVE Grand-Pension       TO PR-Pension
010670     MOVE Grand-Net-Pay       TO PR-Net
010680     MOVE Pay-Run-Number      TO PR-RunNumber
010690     MOVE 'P'                 TO PR-RunType
010700     WRITE Pay-Run-Record
010710     CLOSE PayRunFile
010720     .

010730******************************************************************
010740* 7700-WRITE-RUN-AUDIT - append a run line to the EMPAUDT.DAT
010750* employee audit trail naming the operator on shift (UNKNOWN
010760* when OPERATOR.DAT is missing or blank, as RUNLOCK does) and
010770* this run's number. The trail is created on first use.
010780******************************************************************
010790 7700-WRITE-RUN-AUDIT.
010800     MOVE "UNKNOWN" TO Operator-ID
010810     OPEN INPUT OperatorFile
010820     IF Operator-File-Status = "00"
010830         READ OperatorFile
010840             AT END CONTINUE
010850             NOT AT END
010860                 IF OP-OperatorID NOT = SPACES
010870                     MOVE OP-OperatorID TO Operator-ID
010880                 END-IF
010890         END-READ
010900         CLOSE OperatorFile
010910     END-IF
010920     OPEN EXTEND EmpAuditFile
010930     IF Emp-Audit-File-Status = "35"
010940         OPEN OUTPUT EmpAuditFile
010950         CLOSE EmpAuditFile
010960         OPEN EXTEND EmpAuditFile
010970     END-IF
010980     ACCEPT Log-Date FROM DATE
010990     ACCEPT Log-Time FROM TIME
011000     MOVE SPACES TO Emp-Audit-Record
011010     STRING "PAYROLL  " DELIMITED BY SIZE
011020         "USER=" DELIMITED BY SIZE
011030         Operator-ID DELIMITED BY SIZE
011040         " ACTION=R" DELIMITED BY SIZE
011050         " RUN=" DELIMITED BY SIZE
011060         Pay-Run-Number DELIMITED BY SIZE
011070         " DATE=" DELIMITED BY SIZE
011080         Log-Date DELIMITED BY SIZE
011090         " TIME=" DELIMITED BY SIZE
011100         Log-Time DELIMITED BY SIZE
011110         INTO Emp-Audit-Record
011120     WRITE Emp-Audit-Record
011130     CLOSE EmpAuditFile
011140     .

011150******************************************************************
011160* 8900-REPORT-STEP-COUNTS - hand STEPCNT the timesheets read and
011170* the bank payments written.
011180******************************************************************
011190 8900-REPORT-STEP-COUNTS.
011200     MOVE Timesheets-Read-Count TO Step-Records-In
011210     MOVE Bank-Payment-Count TO Step-Records-Out
011220     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
011230         Step-Records-Out
011240     .

011250 END PROGRAM PAYROLL.
