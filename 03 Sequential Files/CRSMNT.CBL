000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Maintains the COURSES.DAT course catalogue that
000050*             STUDUPD validates enrolments against: applies a
000060*             file of add/change/delete transactions keyed on
000070*             the course code, writes an audit trail of who
000080*             changed what, and prints an audit report of
000090*             applied and rejected transactions, the same shape
000100*             SPMNT gives the salesperson master.
000110* Tectonics: cobc
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. CRSMNT.
000150 AUTHOR.     D. FENNESSY.
000160 DATE-WRITTEN.

000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*               DF    New program: COURSTRN.DAT carries A/C/D
000220*                     transactions with the course title,
000230*                     credits, pass mark, maximum places per
000240*                     term and up to three prerequisite course
000250*                     codes. A prerequisite must itself be on the
000260*                     catalogue and cannot be the course being
000270*                     maintained; a course still named as another
000280*                     course's prerequisite cannot be deleted.
000290*                     Applied changes go to CRSAUDT.DAT with
000300*                     before/after title and places, and
000310*                     CRSMNT.RPT lists applied and rejected
000320*                     transactions with control totals.
000330******************************************************************

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CourseTranFile ASSIGN TO "COURSTRN.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS Course-Tran-File-Status.

000400     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CR-CourseCode
000440         FILE STATUS IS Course-File-Status.

000450     SELECT AuditTrailFile ASSIGN TO "CRSAUDT.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS Audit-Trail-File-Status.

000480     SELECT AuditRptFile ASSIGN TO "CRSMNT.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD CourseTranFile.
000530 01 Course-Tran-Record.
000540    02 CTAction              PIC X(1).
000550       88 CTAdd                VALUE 'A'.
000560       88 CTChange             VALUE 'C'.
000570       88 CTDelete             VALUE 'D'.
000580    02 CTCourseCode          PIC X(10).
000590    02 CTTitle               PIC X(30).
000600    02 CTCredits             PIC 9(2).
000610    02 CTPassMark            PIC 9(3).
000620    02 CTMaxPlaces           PIC 9(3).
000630    02 CTPrereqCode          PIC X(10) OCCURS 3 TIMES.
000640    02 CTUserID              PIC X(8).

000650 FD CourseFile.
000660 01 Course-Record.
000670    02 CR-CourseCode         PIC X(10).
000680    02 CR-Title              PIC X(30).
000690    02 CR-Credits            PIC 9(2).
000700    02 CR-PassMark           PIC 9(3).
000710    02 CR-MaxPlaces          PIC 9(3).
000720    02 CR-PrereqCode         PIC X(10) OCCURS 3 TIMES.

000730 FD AuditTrailFile.
000740 01 Audit-Trail-Record       PIC X(200).

000750 FD AuditRptFile.
000760 01 Audit-Rpt-Record         PIC X(100).

000770 WORKING-STORAGE SECTION.
000780 01 Course-Tran-Eof-Switch  PIC X(01) VALUE 'N'.
000790     88 Course-Tran-Eof      VALUE 'Y'.
000800 01 Course-Tran-File-Status PIC X(02) VALUE SPACES.
000810 77 Course-File-Status      PIC X(02) VALUE '00'.
000820 77 Audit-Trail-File-Status PIC X(02) VALUE '00'.

000830 01 Tran-Valid-Switch       PIC X(01) VALUE 'Y'.
000840     88 Tran-Is-Valid        VALUE 'Y'.
000850 01 Master-Found-Switch     PIC X(01) VALUE 'N'.
000860     88 Master-Found         VALUE 'Y'.
000870 01 Course-Eof-Switch       PIC X(01) VALUE 'N'.
000880     88 Course-Eof           VALUE 'Y'.
000890 01 Reject-Reason-Text      PIC X(24) VALUE SPACES.
000900 01 Before-Course-Title     PIC X(30) VALUE SPACES.
000910 01 Before-Max-Places       PIC 9(3)  VALUE ZERO.
000920 01 Prereq-Sub              PIC 9(1)  VALUE ZERO.

000930 01 Log-Date                PIC 9(06).
000940 01 Log-Time                PIC 9(08).

000950 01 Trans-Read-Count        PIC 9(5)  VALUE ZERO.
000960 01 Trans-Applied-Count     PIC 9(5)  VALUE ZERO.
000970 01 Trans-Rejected-Count    PIC 9(5)  VALUE ZERO.

000980 01 FILLER                  PIC X(80) VALUE SPACES.
000990 01 Audit-Heading.
001000    02 FILLER                PIC X(25) VALUE SPACES.
001010    02 FILLER                PIC X(28)
001020       VALUE "COURSE CATALOGUE MAINTENANCE".

001030 01 HorizontalLine.
001040    02 FILLER                PIC X(03) VALUE SPACES.
001050    02 FILLER                PIC X(45) VALUE ALL '-'.

001060 01 Audit-Columns.
001070    02 FILLER                PIC X(02) VALUE SPACES.
001080    02 FILLER                PIC X(06) VALUE "ACTION".
001090    02 FILLER                PIC X(02) VALUE SPACES.
001100    02 FILLER                PIC X(10) VALUE "COURSE".
001110    02 FILLER                PIC X(02) VALUE SPACES.
001120    02 FILLER                PIC X(30) VALUE "COURSE TITLE".
001130    02 FILLER                PIC X(02) VALUE SPACES.
001140    02 FILLER                PIC X(08) VALUE "KEYED BY".
001150    02 FILLER                PIC X(02) VALUE SPACES.
001160    02 FILLER                PIC X(06) VALUE "RESULT".

001170 01 Audit-Line.
001180    02 FILLER                PIC X(04) VALUE SPACES.
001190    02 AuditAction           PIC X(1).
001200    02 FILLER                PIC X(05) VALUE SPACES.
001210    02 AuditCourseCode       PIC X(10).
001220    02 FILLER                PIC X(02) VALUE SPACES.
001230    02 AuditCourseTitle      PIC X(30).
001240    02 FILLER                PIC X(02) VALUE SPACES.
001250    02 AuditUserID           PIC X(8).
001260    02 FILLER                PIC X(02) VALUE SPACES.
001270    02 AuditResult           PIC X(09).
001280    02 AuditReason           PIC X(24).

001290 01 Audit-Total-Line.
001300    02 FILLER                PIC X(12) VALUE "TRANS READ:".
001310    02 AuditTransRead        PIC BZZZZ9.
001320    02 FILLER                PIC X(10) VALUE "  APPLIED:".
001330    02 AuditTransApplied     PIC BZZZZ9.
001340    02 FILLER                PIC X(11) VALUE "  REJECTED:".
001350    02 AuditTransRejected    PIC BZZZZ9.

001360 PROCEDURE DIVISION.

001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE
001390     IF Course-Tran-File-Status NOT = "00"
001400         MOVE 16 TO RETURN-CODE
001410     ELSE
001420         PERFORM 2000-APPLY-ONE-TRAN
001430             UNTIL Course-Tran-Eof
001440         PERFORM 3000-FINISH-AUDIT-RPT
001450     END-IF
001460     PERFORM 8000-TERMINATE
001470     GOBACK.

001480******************************************************************
001490* 1000-INITIALIZE - open the files and print the report heading.
001500* The catalogue and the audit trail are both created on the very
001510* first run if they do not exist yet.
001520******************************************************************
001530 1000-INITIALIZE.
001540     OPEN INPUT CourseTranFile
001550     OPEN OUTPUT AuditRptFile
001560     IF Course-Tran-File-Status = "00"
001570         OPEN I-O CourseFile
001580         IF Course-File-Status = "35"
001590             OPEN OUTPUT CourseFile
001600             CLOSE CourseFile
001610             OPEN I-O CourseFile
001620         END-IF
001630         OPEN EXTEND AuditTrailFile
001640         IF Audit-Trail-File-Status = "35"
001650             OPEN OUTPUT AuditTrailFile
001660             CLOSE AuditTrailFile
001670             OPEN EXTEND AuditTrailFile
001680         END-IF
001690         WRITE Audit-Rpt-Record FROM Audit-Heading
001700         WRITE Audit-Rpt-Record FROM HorizontalLine
001710         MOVE SPACES TO Audit-Rpt-Record
001720         WRITE Audit-Rpt-Record
001730         WRITE Audit-Rpt-Record FROM Audit-Columns
001740         READ CourseTranFile
001750             AT END MOVE 'Y' TO Course-Tran-Eof-Switch
001760         END-READ
001770     END-IF
001780     .

001790******************************************************************
001800* 2000-APPLY-ONE-TRAN - validate one maintenance transaction,
001810* apply it to the catalogue if it is good, write its audit trail
001820* line, and print its report line either way.
001830******************************************************************
001840 2000-APPLY-ONE-TRAN.
001850     ADD 1 TO Trans-Read-Count
001860     PERFORM 2100-CHECK-TRAN
001870     IF Tran-Is-Valid
001880         PERFORM 2200-APPLY-TO-MASTER
001890         PERFORM 2300-WRITE-AUDIT-TRAIL
001900         ADD 1 TO Trans-Applied-Count
001910         MOVE "APPLIED"  TO AuditResult
001920         MOVE SPACES     TO AuditReason
001930     ELSE
001940         ADD 1 TO Trans-Rejected-Count
001950         MOVE "REJECTED" TO AuditResult
001960         MOVE Reject-Reason-Text TO AuditReason
001970     END-IF
001980     MOVE CTAction     TO AuditAction
001990     MOVE CTCourseCode TO AuditCourseCode
002000     MOVE CTTitle      TO AuditCourseTitle
002010     MOVE CTUserID     TO AuditUserID
002020     WRITE Audit-Rpt-Record FROM Audit-Line
002030     READ CourseTranFile
002040         AT END MOVE 'Y' TO Course-Tran-Eof-Switch
002050     END-READ
002060     .

002070******************************************************************
002080* 2100-CHECK-TRAN - the action code, course code and user, then
002090* the field checks.
002100******************************************************************
002110 2100-CHECK-TRAN.
002120     MOVE 'Y' TO Tran-Valid-Switch
002130     IF NOT CTAdd AND NOT CTChange AND NOT CTDelete
002140         MOVE 'N' TO Tran-Valid-Switch
002150         MOVE "BAD ACTION CODE" TO Reject-Reason-Text
002160     ELSE
002170         IF CTCourseCode = SPACES
002180             MOVE 'N' TO Tran-Valid-Switch
002190             MOVE "MISSING COURSE CODE" TO Reject-Reason-Text
002200         ELSE
002210             IF CTUserID = SPACES
002220                 MOVE 'N' TO Tran-Valid-Switch
002230                 MOVE "MISSING USER ID" TO Reject-Reason-Text
002240             ELSE
002250                 PERFORM 2120-CHECK-TRAN-FIELDS
002260             END-IF
002270         END-IF
002280     END-IF
002290     .

002300******************************************************************
002310* 2120-CHECK-TRAN-FIELDS - title, credits, pass mark and places
002320* for an add or change, then the prerequisites, the master
002330* pairing and, for a delete, the courses that still need it.
002340******************************************************************
002350 2120-CHECK-TRAN-FIELDS.
002360     IF (CTAdd OR CTChange) AND CTTitle = SPACES
002370         MOVE 'N' TO Tran-Valid-Switch
002380         MOVE "MISSING TITLE" TO Reject-Reason-Text
002390     ELSE
002400         IF (CTAdd OR CTChange)
002410                 AND (CTCredits NOT NUMERIC
002420                     OR CTCredits = ZERO)
002430             MOVE 'N' TO Tran-Valid-Switch
002440             MOVE "BAD CREDITS" TO Reject-Reason-Text
002450         ELSE
002460             IF (CTAdd OR CTChange)
002470                     AND (CTPassMark NOT NUMERIC
002480                         OR CTPassMark > 100)
002490                 MOVE 'N' TO Tran-Valid-Switch
002500                 MOVE "PASS MARK OUTSIDE 0-100"
002510                     TO Reject-Reason-Text
002520             ELSE
002530                 IF (CTAdd OR CTChange)
002540                         AND (CTMaxPlaces NOT NUMERIC
002550                             OR CTMaxPlaces = ZERO)
002560                     MOVE 'N' TO Tran-Valid-Switch
002570                     MOVE "BAD MAXIMUM PLACES"
002580                         TO Reject-Reason-Text
002590                 END-IF
002600             END-IF
002610         END-IF
002620     END-IF
002630     IF Tran-Is-Valid AND (CTAdd OR CTChange)
002640         PERFORM 2130-CHECK-ONE-PREREQ
002650             VARYING Prereq-Sub FROM 1 BY 1
002660             UNTIL Prereq-Sub > 3 OR NOT Tran-Is-Valid
002670     END-IF
002680     IF Tran-Is-Valid
002690         PERFORM 2150-CHECK-MASTER
002700     END-IF
002710     IF Tran-Is-Valid AND CTDelete
002720         PERFORM 2170-CHECK-NOT-PREREQ
002730     END-IF
002740     .

002750******************************************************************
002760* 2130-CHECK-ONE-PREREQ - a prerequisite named on the
002770* transaction must be a different course already on the
002780* catalogue.
002790******************************************************************
002800 2130-CHECK-ONE-PREREQ.
002810     IF CTPrereqCode (Prereq-Sub) NOT = SPACES
002820         IF CTPrereqCode (Prereq-Sub) = CTCourseCode
002830             MOVE 'N' TO Tran-Valid-Switch
002840             MOVE "COURSE IS OWN PREREQ" TO Reject-Reason-Text
002850         ELSE
002860             MOVE CTPrereqCode (Prereq-Sub) TO CR-CourseCode
002870             READ CourseFile
002880                 INVALID KEY
002890                     MOVE 'N' TO Tran-Valid-Switch
002900                     MOVE "PREREQUISITE NOT ON FILE"
002910                         TO Reject-Reason-Text
002920             END-READ
002930         END-IF
002940     END-IF
002950     .

002960******************************************************************
002970* 2150-CHECK-MASTER - read the catalogue for the transaction's
002980* course and reject an add of a code already there, or a change
002990* or delete of one that is not. The title and places read are
003000* kept as the before images for the audit trail line.
003010******************************************************************
003020 2150-CHECK-MASTER.
003030     MOVE 'N'    TO Master-Found-Switch
003040     MOVE SPACES TO Before-Course-Title
003050     MOVE ZERO   TO Before-Max-Places
003060     MOVE CTCourseCode TO CR-CourseCode
003070     READ CourseFile
003080         INVALID KEY
003090             CONTINUE
003100         NOT INVALID KEY
003110             MOVE 'Y' TO Master-Found-Switch
003120             MOVE CR-Title     TO Before-Course-Title
003130             MOVE CR-MaxPlaces TO Before-Max-Places
003140     END-READ
003150     IF CTAdd AND Master-Found
003160         MOVE 'N' TO Tran-Valid-Switch
003170         MOVE "ALREADY ON FILE" TO Reject-Reason-Text
003180     END-IF
003190     IF (CTChange OR CTDelete) AND NOT Master-Found
003200         MOVE 'N' TO Tran-Valid-Switch
003210         MOVE "NOT ON FILE" TO Reject-Reason-Text
003220     END-IF
003230     .

003240******************************************************************
003250* 2170-CHECK-NOT-PREREQ - browse the whole catalogue and refuse
003260* the delete if any other course still names this one as a
003270* prerequisite.
003280******************************************************************
003290 2170-CHECK-NOT-PREREQ.
003300     MOVE 'N' TO Course-Eof-Switch
003310     MOVE LOW-VALUES TO CR-CourseCode
003320     START CourseFile KEY NOT < CR-CourseCode
003330         INVALID KEY MOVE 'Y' TO Course-Eof-Switch
003340     END-START
003350     IF NOT Course-Eof
003360         READ CourseFile NEXT RECORD
003370             AT END MOVE 'Y' TO Course-Eof-Switch
003380         END-READ
003390     END-IF
003400     PERFORM 2180-CHECK-ONE-COURSE
003410         UNTIL Course-Eof OR NOT Tran-Is-Valid
003420     .

003430******************************************************************
003440* 2180-CHECK-ONE-COURSE - one catalogue entry's prerequisites
003450* against the course being deleted.
003460******************************************************************
003470 2180-CHECK-ONE-COURSE.
003480     IF CR-PrereqCode (1) = CTCourseCode
003490             OR CR-PrereqCode (2) = CTCourseCode
003500             OR CR-PrereqCode (3) = CTCourseCode
003510         MOVE 'N' TO Tran-Valid-Switch
003520         MOVE "PREREQ OF OTHER COURSE" TO Reject-Reason-Text
003530     ELSE
003540         READ CourseFile NEXT RECORD
003550             AT END MOVE 'Y' TO Course-Eof-Switch
003560         END-READ
003570     END-IF
003580     .

003590******************************************************************
003600* 2200-APPLY-TO-MASTER - write, rewrite or delete the catalogue
003610* record for the validated transaction.
003620******************************************************************
003630 2200-APPLY-TO-MASTER.
003640     MOVE CTCourseCode TO CR-CourseCode
003650     IF CTAdd OR CTChange
003660         MOVE CTTitle          TO CR-Title
003670         MOVE CTCredits        TO CR-Credits
003680         MOVE CTPassMark       TO CR-PassMark
003690         MOVE CTMaxPlaces      TO CR-MaxPlaces
003700         MOVE CTPrereqCode (1) TO CR-PrereqCode (1)
003710         MOVE CTPrereqCode (2) TO CR-PrereqCode (2)
003720         MOVE CTPrereqCode (3) TO CR-PrereqCode (3)
003730     END-IF
003740     IF CTAdd
003750         WRITE Course-Record
003760     END-IF
003770     IF CTChange
003780         REWRITE Course-Record
003790     END-IF
003800     IF CTDelete
003810         DELETE CourseFile
003820     END-IF
003830     .

003840******************************************************************
003850* 2300-WRITE-AUDIT-TRAIL - append one line to CRSAUDT.DAT
003860* recording who applied what, with the before and after title
003870* and maximum places.
003880******************************************************************
003890 2300-WRITE-AUDIT-TRAIL.
003900     ACCEPT Log-Date FROM DATE
003910     ACCEPT Log-Time FROM TIME
003920     MOVE SPACES TO Audit-Trail-Record
003930     STRING "CRSMNT   " DELIMITED BY SIZE
003940         "USER=" DELIMITED BY SIZE
003950         CTUserID DELIMITED BY SIZE
003960         " ACTION=" DELIMITED BY SIZE
003970         CTAction DELIMITED BY SIZE
003980         " COURSE=" DELIMITED BY SIZE
003990         CTCourseCode DELIMITED BY SIZE
004000         " BEFORE=" DELIMITED BY SIZE
004010         Before-Course-Title DELIMITED BY SIZE
004020         " AFTER=" DELIMITED BY SIZE
004030         CTTitle DELIMITED BY SIZE
004040         " OLDPLACES=" DELIMITED BY SIZE
004050         Before-Max-Places DELIMITED BY SIZE
004060         " NEWPLACES=" DELIMITED BY SIZE
004070         CTMaxPlaces DELIMITED BY SIZE
004080         " DATE=" DELIMITED BY SIZE
004090         Log-Date DELIMITED BY SIZE
004100         " TIME=" DELIMITED BY SIZE
004110         Log-Time DELIMITED BY SIZE
004120         INTO Audit-Trail-Record
004130     WRITE Audit-Trail-Record
004140     .

004150******************************************************************
004160* 3000-FINISH-AUDIT-RPT - print the control totals.
004170******************************************************************
004180 3000-FINISH-AUDIT-RPT.
004190     MOVE SPACES TO Audit-Rpt-Record
004200     WRITE Audit-Rpt-Record
004210     WRITE Audit-Rpt-Record FROM HorizontalLine
004220     MOVE Trans-Read-Count     TO AuditTransRead
004230     MOVE Trans-Applied-Count  TO AuditTransApplied
004240     MOVE Trans-Rejected-Count TO AuditTransRejected
004250     WRITE Audit-Rpt-Record FROM Audit-Total-Line
004260     .

004270******************************************************************
004280* 8000-TERMINATE - close the files down.
004290******************************************************************
004300 8000-TERMINATE.
004310     IF Course-Tran-File-Status = "00"
004320         CLOSE CourseFile
004330         CLOSE AuditTrailFile
004340     END-IF
004350     CLOSE CourseTranFile
004360     CLOSE AuditRptFile
004370     .

004380 END PROGRAM CRSMNT.
