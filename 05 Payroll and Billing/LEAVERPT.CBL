000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Month-end leave balance report: every employee's
000050*             annual leave entitlement, days taken and days
000060*             remaining off the LEAVEMST.DAT leave master PAYROLL
000070*             books timesheet leave against, with the sick days
000080*             booked this leave year.
000090* Tectonics: cobc
000100******************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. LEAVERPT.
000130 AUTHOR.     D. FENNESSY.
000140 DATE-WRITTEN.

000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   ----------  ----  ------------------------------------------
000190*               DF    New program: lists the leave master in
000200*                     employee order on LEAVE.RPT - entitlement,
000210*                     taken, remaining and sick days, flagging an
000220*                     employee with no entitlement or none left -
000230*                     with totals. A row PAYROLL has not yet
000240*                     rolled into this leave year is shown as it
000250*                     will roll: nothing taken, the whole
000260*                     entitlement remaining. A leave master not
000270*                     yet created prints an empty report.
000280*                     Read-only.
000290******************************************************************

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT LeaveMasterFile ASSIGN TO "LEAVEMST.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS LV-EmployeeID
000370         FILE STATUS IS Leave-Master-File-Status.

000380     SELECT LeaveRptFile ASSIGN TO "LEAVE.RPT"
000390         ORGANIZATION IS LINE SEQUENTIAL.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD LeaveMasterFile.
000430 01 Leave-Master-Record.
000440    02 LV-EmployeeID         PIC 9(5).
000450    02 LV-EmployeeName       PIC X(20).
000460    02 LV-LeaveYear          PIC 9(4).
000470    02 LV-Entitlement        PIC 9(2)V9.
000480    02 LV-Taken              PIC 9(2)V9.
000490    02 LV-Remaining          PIC 9(2)V9.
000500    02 LV-SickDays           PIC 9(3)V9.
000510    02 LV-LastWeekEnding     PIC 9(8).

000520 FD LeaveRptFile.
000530 01 Leave-Rpt-Record         PIC X(80).

000540 WORKING-STORAGE SECTION.
000550 77 Leave-Master-File-Status PIC X(02) VALUE '00'.
000560 01 Leave-Eof-Switch         PIC X(01) VALUE 'N'.
000570     88 Leave-Eof             VALUE 'Y'.
000580 01 Leave-Master-Open-Switch PIC X(01) VALUE 'N'.
000590     88 Leave-Master-Open     VALUE 'Y'.
000600 01 Report-Date              PIC 9(8)  VALUE ZERO.
000610 01 Report-Year              PIC 9(4)  VALUE ZERO.

000620 01 Employee-Count           PIC 9(5)     VALUE ZERO.
000630 01 Total-Entitlement        PIC 9(6)V9   VALUE ZERO.
000640 01 Total-Taken              PIC 9(6)V9   VALUE ZERO.
000650 01 Total-Remaining          PIC 9(6)V9   VALUE ZERO.
000660 01 Total-Sick-Days          PIC 9(6)V9   VALUE ZERO.

000670 01 Leave-Heading.
000680    02 FILLER                PIC X(25) VALUE SPACES.
000690    02 FILLER                PIC X(20)
000700       VALUE "LEAVE BALANCE REPORT".

000710 01 Leave-Date-Line.
000720    02 FILLER                PIC X(07) VALUE "AS AT:".
000730    02 HeadingReportDate     PIC 9(8).
000740    02 FILLER                PIC X(15) VALUE "   LEAVE YEAR:".
000750    02 HeadingReportYear     PIC 9(4).

000760 01 HorizontalLine.
000770    02 FILLER                PIC X(03) VALUE SPACES.
000780    02 FILLER                PIC X(70) VALUE ALL '-'.

000790 01 Leave-Columns.
000800    02 FILLER                PIC X(02) VALUE SPACES.
000810    02 FILLER                PIC X(07) VALUE "EMP-ID".
000820    02 FILLER                PIC X(21) VALUE "EMPLOYEE NAME".
000830    02 FILLER                PIC X(08) VALUE "ENTITLED".
000840    02 FILLER                PIC X(07) VALUE "  TAKEN".
000850    02 FILLER                PIC X(07) VALUE "   LEFT".
000860    02 FILLER                PIC X(07) VALUE "   SICK".
000870    02 FILLER                PIC X(02) VALUE SPACES.
000880    02 FILLER                PIC X(04) VALUE "NOTE".

000890 01 Leave-Line.
000900    02 FILLER                PIC X(02) VALUE SPACES.
000910    02 LineEmployeeID        PIC 9(5).
000920    02 FILLER                PIC X(02) VALUE SPACES.
000930    02 LineEmployeeName      PIC X(20).
000940    02 LineEntitlement       PIC BBBBZ9.9.
000950    02 LineTaken             PIC BBBZ9.9.
000960    02 LineRemaining         PIC BBBZ9.9.
000970    02 LineSickDays          PIC BBZZ9.9.
000980    02 FILLER                PIC X(02) VALUE SPACES.
000990    02 LineNote              PIC X(14).

001000 01 Leave-Total-Line-1.
001010    02 FILLER                PIC X(11) VALUE "EMPLOYEES:".
001020    02 TotalEmployees        PIC BZZZZ9.

001030 01 Leave-Total-Line-2.
001040    02 FILLER                PIC X(11) VALUE "ENTITLED:".
001050    02 TotalEntitlement      PIC BZZZ,ZZ9.9.
001060    02 FILLER                PIC X(09) VALUE "  TAKEN:".
001070    02 TotalTaken            PIC BZZZ,ZZ9.9.
001080    02 FILLER                PIC X(08) VALUE "  LEFT:".
001090    02 TotalRemaining        PIC BZZZ,ZZ9.9.
001100    02 FILLER                PIC X(08) VALUE "  SICK:".
001110    02 TotalSickDays         PIC BZZZ,ZZ9.9.

001120 01 Leave-Nothing-Line.
001130    02 FILLER                PIC X(02) VALUE SPACES.
001140    02 FILLER                PIC X(30)
001150       VALUE "NO EMPLOYEES ON LEAVE MASTER".

001160 PROCEDURE DIVISION.

001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE
001190     PERFORM 2000-PRINT-ONE-EMPLOYEE UNTIL Leave-Eof
001200     PERFORM 3000-PRINT-TOTALS
001210     PERFORM 8000-TERMINATE
001220     GOBACK.

001230******************************************************************
001240* 1000-INITIALIZE - open the leave master, print the heading and
001250* prime the first READ. No leave master yet is an empty report.
001260******************************************************************
001270 1000-INITIALIZE.
001280     OPEN OUTPUT LeaveRptFile
001290     ACCEPT Report-Date FROM DATE YYYYMMDD
001300     MOVE Report-Date (1:4) TO Report-Year
001310     WRITE Leave-Rpt-Record FROM Leave-Heading
001320     MOVE Report-Date TO HeadingReportDate
001330     MOVE Report-Year TO HeadingReportYear
001340     WRITE Leave-Rpt-Record FROM Leave-Date-Line
001350     WRITE Leave-Rpt-Record FROM HorizontalLine
001360     MOVE SPACES TO Leave-Rpt-Record
001370     WRITE Leave-Rpt-Record
001380     WRITE Leave-Rpt-Record FROM Leave-Columns
001390     OPEN INPUT LeaveMasterFile
001400     IF Leave-Master-File-Status NOT = "00"
001410         MOVE 'Y' TO Leave-Eof-Switch
001420     ELSE
001430         MOVE 'Y' TO Leave-Master-Open-Switch
001440         READ LeaveMasterFile
001450             AT END MOVE 'Y' TO Leave-Eof-Switch
001460         END-READ
001470     END-IF
001480     .

001490******************************************************************
001500* 2000-PRINT-ONE-EMPLOYEE - print one employee's balance, rolled
001510* to this leave year if PAYROLL has not yet done so, and add it to
001520* the totals.
001530******************************************************************
001540 2000-PRINT-ONE-EMPLOYEE.
001550     IF LV-LeaveYear < Report-Year
001560         MOVE ZERO TO LV-Taken
001570         MOVE ZERO TO LV-SickDays
001580         MOVE LV-Entitlement TO LV-Remaining
001590     END-IF
001600     MOVE LV-EmployeeID   TO LineEmployeeID
001610     MOVE LV-EmployeeName TO LineEmployeeName
001620     MOVE LV-Entitlement  TO LineEntitlement
001630     MOVE LV-Taken        TO LineTaken
001640     MOVE LV-Remaining    TO LineRemaining
001650     MOVE LV-SickDays     TO LineSickDays
001660     IF LV-Entitlement = ZERO
001670         MOVE "NO ENTITLEMENT" TO LineNote
001680     ELSE
001690         IF LV-Remaining = ZERO
001700             MOVE "NONE LEFT" TO LineNote
001710         ELSE
001720             MOVE SPACES TO LineNote
001730         END-IF
001740     END-IF
001750     WRITE Leave-Rpt-Record FROM Leave-Line
001760     ADD 1 TO Employee-Count
001770     ADD LV-Entitlement TO Total-Entitlement
001780     ADD LV-Taken       TO Total-Taken
001790     ADD LV-Remaining   TO Total-Remaining
001800     ADD LV-SickDays    TO Total-Sick-Days
001810     READ LeaveMasterFile
001820         AT END MOVE 'Y' TO Leave-Eof-Switch
001830     END-READ
001840     .

001850******************************************************************
001860* 3000-PRINT-TOTALS - print the employee count and day totals.
001870******************************************************************
001880 3000-PRINT-TOTALS.
001890     IF Employee-Count = ZERO
001900         WRITE Leave-Rpt-Record FROM Leave-Nothing-Line
001910     END-IF
001920     MOVE SPACES TO Leave-Rpt-Record
001930     WRITE Leave-Rpt-Record
001940     WRITE Leave-Rpt-Record FROM HorizontalLine
001950     MOVE Employee-Count    TO TotalEmployees
001960     WRITE Leave-Rpt-Record FROM Leave-Total-Line-1
001970     MOVE Total-Entitlement TO TotalEntitlement
001980     MOVE Total-Taken       TO TotalTaken
001990     MOVE Total-Remaining   TO TotalRemaining
002000     MOVE Total-Sick-Days   TO TotalSickDays
002010     WRITE Leave-Rpt-Record FROM Leave-Total-Line-2
002020     .

002030******************************************************************
002040* 8000-TERMINATE - close the files down.
002050******************************************************************
002060 8000-TERMINATE.
002070     IF Leave-Master-Open
002080         CLOSE LeaveMasterFile
002090     END-IF
002100     CLOSE LeaveRptFile
002110     .

002120 END PROGRAM LEAVERPT.
