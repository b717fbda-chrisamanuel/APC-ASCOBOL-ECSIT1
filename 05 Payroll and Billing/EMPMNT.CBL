000350*                     EMPAUDT.DAT with before/after images, and
000360*                     EMPMNT.RPT lists applied and rejected
000370*                     transactions with control totals.
000371*               DF    Employees carry a pay type (H hourly, S or
000372*                     blank salaried) and an hourly rate, which
000373*                     an hourly starter or amendment must give;
000374*                     the transaction's annual leave entitlement
000375*                     is kept on the LEAVEMST.DAT leave master
000376*                     PAYROLL books timesheet leave against
000377*                     (blank on an amendment leaves it as it
000378*                     was), and a leaver's leave row is removed.
000379*                     EMPAUDT.DAT widened to 200 bytes for the
000380*                     new fields.
000381*               DF    The audit trail line carries BANKCHG=Y
000382*                     when an add files bank details or a change
000383*                     alters the sort code or account number
000384*                     against those on file, so the change audit
000385*                     can match it to the next PAYROLL run.
000386******************************************************************

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000560     SELECT AuditRptFile ASSIGN TO "EMPMNT.RPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.

000571     SELECT LeaveMasterFile ASSIGN TO "LEAVEMST.DAT"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS LV-EmployeeID
000575         FILE STATUS IS Leave-Master-File-Status.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD EmployeeFile.
000660    02 EmployeePRSIClass     PIC X(1).
000670    02 EmployeeSortCode      PIC 9(6).
000680    02 EmployeeAccountNo     PIC 9(8).
000683    02 EmployeePayType       PIC X(1).
000686    02 EmployeeHourlyRate    PIC 9(3)V99.

000690 FD EmployeeTranFile.
000700 01 Employee-Tran-Record.
000800    02 ETSortCode            PIC 9(6).
000810    02 ETAccountNo           PIC 9(8).
000820    02 ETUserID              PIC X(8).
000821    02 ETPayType             PIC X(1).
000822       88 ETHourly             VALUE 'H'.
000823       88 ETSalaried           VALUE 'S'.
000824    02 ETHourlyRate          PIC 9(3)V99.
000825    02 ETLeaveEntitlement    PIC 9(2)V9.
000826    02 ETLeaveEntitlementText REDEFINES ETLeaveEntitlement
000827                             PIC X(3).

000830 FD NewEmployeeFile.
000840 01 New-Employee-Record.
000890    02 NewEmployeePRSIClass  PIC X(1).
000900    02 NewEmployeeSortCode   PIC 9(6).
000910    02 NewEmployeeAccountNo  PIC 9(8).
000913    02 NewEmployeePayType    PIC X(1).
000916    02 NewEmployeeHourlyRate PIC 9(3)V99.

000920 FD TaxRulesFile.
000930 01 Tax-Rules-Record.
001000    02 TR-Rate               PIC 9V999.

001010 FD AuditTrailFile.
001020 01 Audit-Trail-Record       PIC X(200).

001030 FD AuditRptFile.
001040 01 Audit-Rpt-Record         PIC X(80).

001041 FD LeaveMasterFile.
001042 01 Leave-Master-Record.
001043    02 LV-EmployeeID         PIC 9(5).
001044    02 LV-EmployeeName       PIC X(20).
001045    02 LV-LeaveYear          PIC 9(4).
001046    02 LV-Entitlement        PIC 9(2)V9.
001047    02 LV-Taken              PIC 9(2)V9.
001048    02 LV-Remaining          PIC 9(2)V9.
001049    02 LV-SickDays           PIC 9(3)V9.
001050    02 LV-LastWeekEnding     PIC 9(8).

001051 WORKING-STORAGE SECTION.
001060 01 Employee-Eof-Switch     PIC X(01) VALUE 'N'.
001070     88 Employee-Eof         VALUE 'Y'.
001080 01 Tran-Eof-Switch         PIC X(01) VALUE 'N'.
001110 01 Employee-Tran-File-Status PIC X(02) VALUE SPACES.
001120 77 Tax-Rules-File-Status   PIC X(02) VALUE '00'.
001130 77 Audit-Trail-File-Status PIC X(02) VALUE '00'.
001133 77 Leave-Master-File-Status PIC X(02) VALUE '00'.
001136 01 Leave-Run-Date          PIC 9(8)  VALUE ZERO.
001140 01 Tax-Rules-Eof-Switch    PIC X(01) VALUE 'N'.
001150     88 Tax-Rules-Eof        VALUE 'Y'.
001160 01 Rules-File-Missing-Switch PIC X(01) VALUE 'N'.
001430    02 WorkPRSIClass        PIC X(1).
001440    02 WorkSortCode         PIC 9(6).
001450    02 WorkAccountNo        PIC 9(8).
001453    02 WorkPayType          PIC X(1).
001456    02 WorkHourlyRate       PIC 9(3)V99.
001460 01 Work-Active-Switch      PIC X(01) VALUE 'N'.
001470     88 Work-Active          VALUE 'Y'.
001480 01 Work-Key                PIC 9(5)  VALUE ZERO.
001490 01 Before-Employee-Name    PIC X(20) VALUE SPACES.
001493 01 Bank-Change-Switch      PIC X(01) VALUE 'N'.
001496     88 Bank-Details-Changed VALUE 'Y'.

001500 01 Tran-Valid-Switch       PIC X(01) VALUE 'Y'.
001510     88 Tran-Is-Valid        VALUE 'Y'.
002460             AND NOT Rules-File-Missing
002470         OPEN OUTPUT NewEmployeeFile
002480         PERFORM 1200-OPEN-AUDIT-TRAIL
002485         PERFORM 1250-OPEN-LEAVE-MASTER
002490         WRITE Audit-Rpt-Record FROM Audit-Heading
002500         WRITE Audit-Rpt-Record FROM HorizontalLine
002510         MOVE SPACES TO Audit-Rpt-Record
003350     END-IF
003360     .

003361******************************************************************
003362* 1250-OPEN-LEAVE-MASTER - open LEAVEMST.DAT for update, created
003363* on the very first run, and note the leave year a new row starts
003364* in.
003365******************************************************************
003366 1250-OPEN-LEAVE-MASTER.
003367     OPEN I-O LeaveMasterFile
003368     IF Leave-Master-File-Status = "35"
003369         OPEN OUTPUT LeaveMasterFile
003370         CLOSE LeaveMasterFile
003371         OPEN I-O LeaveMasterFile
003372     END-IF
003373     ACCEPT Leave-Run-Date FROM DATE YYYYMMDD
003374     .

003375******************************************************************
003380* 1300-READ-MASTER - read the next old-master record.
003390******************************************************************
003400 1300-READ-MASTER.
003790         MOVE WorkPRSIClass     TO NewEmployeePRSIClass
003800         MOVE WorkSortCode      TO NewEmployeeSortCode
003810         MOVE WorkAccountNo     TO NewEmployeeAccountNo
003813         MOVE WorkPayType       TO NewEmployeePayType
003816         MOVE WorkHourlyRate    TO NewEmployeeHourlyRate
003820         WRITE New-Employee-Record
003830         ADD 1 TO Masters-Out-Count
003840     END-IF
003860******************************************************************
003870* 2100-APPLY-ONE-TRAN - validate and apply one transaction for
003880* the key in the work area, write its audit trail line when
003886* applied, print its report line, and read on. The bank details
003892* are compared against the work area before it is overwritten.
003900******************************************************************
003910 2100-APPLY-ONE-TRAN.
003920     PERFORM 2200-CHECK-TRAN
003930     IF Tran-Is-Valid
003940         MOVE WorkEmployeeName TO Before-Employee-Name
003941         MOVE 'N' TO Bank-Change-Switch
003942         IF ETAdd
003943             MOVE 'Y' TO Bank-Change-Switch
003944         END-IF
003945         IF ETChange
003946             AND (ETSortCode NOT = WorkSortCode
003947               OR ETAccountNo NOT = WorkAccountNo)
003948             MOVE 'Y' TO Bank-Change-Switch
003949         END-IF
003950         PERFORM 2500-APPLY-TO-WORK
003960         PERFORM 2600-WRITE-AUDIT-TRAIL
003965         PERFORM 2700-UPDATE-LEAVE-MASTER
003970         ADD 1 TO Trans-Applied-Count
003980         MOVE "APPLIED"  TO AuditResult
003990         MOVE SPACES     TO AuditReason

004470******************************************************************
004480* 2300-CHECK-TRAN-FIELDS - the field checks for a starter or
004490* amendment: name, gross, classes, bank details and pay type.
004500******************************************************************
004510 2300-CHECK-TRAN-FIELDS.
004520     IF ETEmployeeName = SPACES
004640             IF Tran-Is-Valid
004650                 PERFORM 2400-CHECK-BANK-DETAILS
004660             END-IF
004662             IF Tran-Is-Valid
004664                 PERFORM 2450-CHECK-PAY-TYPE
004666             END-IF
004670         END-IF
004680     END-IF
004690     .
005340     END-IF
005350     .

005351******************************************************************
005352* 2450-CHECK-PAY-TYPE - a blank pay type is salaried; an hourly
005353* employee must carry a rate above zero, which a salaried one does
005354* not need; a leave entitlement given must be numeric.
005355******************************************************************
005356 2450-CHECK-PAY-TYPE.
005357     IF ETPayType = SPACE
005358         MOVE 'S' TO ETPayType
005359     END-IF
005360     IF NOT ETHourly AND NOT ETSalaried
005361         MOVE 'N' TO Tran-Valid-Switch
005362         MOVE "BAD PAY TYPE" TO Reject-Reason-Text
005363     ELSE
005364         IF ETHourly
005365             IF ETHourlyRate NOT NUMERIC OR ETHourlyRate = ZERO
005366                 MOVE 'N' TO Tran-Valid-Switch
005367                 MOVE "BAD HOURLY RATE" TO Reject-Reason-Text
005368             END-IF
005369         ELSE
005370             MOVE ZERO TO ETHourlyRate
005371         END-IF
005372     END-IF
005373     IF Tran-Is-Valid
005374             AND ETLeaveEntitlementText NOT = SPACES
005375             AND ETLeaveEntitlement NOT NUMERIC
005376         MOVE 'N' TO Tran-Valid-Switch
005377         MOVE "BAD LEAVE ENTITLEMENT" TO Reject-Reason-Text
005378     END-IF
005379     .

005380******************************************************************
005381* 2500-APPLY-TO-WORK - apply the validated transaction to the
005382* work area.
005390******************************************************************
005400 2500-APPLY-TO-WORK.
005410     IF ETAdd OR ETChange
005460         MOVE ETPRSIClass    TO WorkPRSIClass
005470         MOVE ETSortCode     TO WorkSortCode
005480         MOVE ETAccountNo    TO WorkAccountNo
005483         MOVE ETPayType      TO WorkPayType
005486         MOVE ETHourlyRate   TO WorkHourlyRate
005490     END-IF
005500     IF ETAdd
005510         MOVE 'Y' TO Work-Active-Switch
005780         ETSortCode DELIMITED BY SIZE
005790         " ACCT=" DELIMITED BY SIZE
005800         ETAccountNo DELIMITED BY SIZE
005801         " PAYTYPE=" DELIMITED BY SIZE
005802         ETPayType DELIMITED BY SIZE
005803         " RATE=" DELIMITED BY SIZE
005804         ETHourlyRate DELIMITED BY SIZE
005805         " LEAVE=" DELIMITED BY SIZE
005806         ETLeaveEntitlementText DELIMITED BY SIZE
005807         " BANKCHG=" DELIMITED BY SIZE
005808         Bank-Change-Switch DELIMITED BY SIZE
005810         " DATE=" DELIMITED BY SIZE
005820         Log-Date DELIMITED BY SIZE
005830         " TIME=" DELIMITED BY SIZE
005860     WRITE Audit-Trail-Record
005870     .

005871******************************************************************
005872* 2700-UPDATE-LEAVE-MASTER - keep the employee's leave master row
005873* in step with the applied transaction: a starter's row is opened
005874* on this leave year, an entitlement keyed re-sets the days
005875* remaining against the days already taken, and a leaver's row is
005876* removed.
005877******************************************************************
005878 2700-UPDATE-LEAVE-MASTER.
005879     MOVE ETEmployeeID TO LV-EmployeeID
005880     IF ETDelete
005881         DELETE LeaveMasterFile RECORD
005882             INVALID KEY
005883                 CONTINUE
005884         END-DELETE
005885     ELSE
005886         READ LeaveMasterFile
005887             INVALID KEY
005888                 MOVE Leave-Run-Date (1:4) TO LV-LeaveYear
005889                 MOVE ZERO TO LV-Entitlement
005890                 MOVE ZERO TO LV-Taken
005891                 MOVE ZERO TO LV-Remaining
005892                 MOVE ZERO TO LV-SickDays
005893                 MOVE ZERO TO LV-LastWeekEnding
005894         END-READ
005895         MOVE ETEmployeeName TO LV-EmployeeName
005896         IF ETLeaveEntitlementText NOT = SPACES
005897             MOVE ETLeaveEntitlement TO LV-Entitlement
005898             IF LV-Taken > LV-Entitlement
005899                 MOVE ZERO TO LV-Remaining
005900             ELSE
005901                 COMPUTE LV-Remaining = LV-Entitlement - LV-Taken
005902             END-IF
005903         END-IF
005904         IF Leave-Master-File-Status = "23"
005905             WRITE Leave-Master-Record
005906         ELSE
005907             REWRITE Leave-Master-Record
005908         END-IF
005909     END-IF
005910     .

005911******************************************************************
005912* 3000-FINISH-AUDIT-RPT - print the control totals.
005913******************************************************************
005914 3000-FINISH-AUDIT-RPT.
005920     MOVE SPACES TO Audit-Rpt-Record
005930     WRITE Audit-Rpt-Record
005940     WRITE Audit-Rpt-Record FROM HorizontalLine
006090     IF Update-Ran
006100         CLOSE NewEmployeeFile
006110         CLOSE AuditTrailFile
006115         CLOSE LeaveMasterFile
006120     END-IF
006130     CLOSE AuditRptFile
006140     .
