000410*                     controlled end, so a standalone start
000420*                     cannot update the shared files underneath
000430*                     a batch run in flight.
000431*               DF    Enrolments are now checked against the
000432*                     COURSES.DAT course catalogue CRSMNT
000433*                     maintains: an unknown course, a class
000434*                     already at its maximum places for the term,
000435*                     or a prerequisite the student has not taken
000436*                     or did not reach its pass mark in is
000437*                     rejected with the reason on STUDUPD.RPT. The
000438*                     places taken and the prerequisite results
000439*                     come off ENROLL.DAT, loaded into a table at
000440*                     start-up and kept up to date as enrolments
000441*                     are applied.
000442*               DF    Hands its record counts to STEPCNT for
000443*                     RUNALL's run history, and holds its
000444*                     return code across the closing CALLs,
000445*                     which set RETURN-CODE themselves.
000446*               DF    Once the enrolment table overflows, new
000447*                     enrolments are rejected ENROLMENT TABLE
000448*                     FULL, not checked against partial data.
000449******************************************************************

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS Enrolment-File-Status.

000601     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS CR-CourseCode
000605         FILE STATUS IS Course-File-Status.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD StudentFile.
000930    02 EN-Term              PIC X(6).
000940    02 EN-Grade             PIC 9(3).

000941 FD CourseFile.
000942 01 Course-Record.
000943    02 CR-CourseCode        PIC X(10).
000944    02 CR-Title             PIC X(30).
000945    02 CR-Credits           PIC 9(2).
000946    02 CR-PassMark          PIC 9(3).
000947    02 CR-MaxPlaces         PIC 9(3).
000948    02 CR-PrereqCode        PIC X(10) OCCURS 3 TIMES.

000950 WORKING-STORAGE SECTION.
000960* Run-lock plumbing: the RUNLOCK subprogram refuses this run
000970* when another batch invocation is already in flight.
000990 01 Lock-Step-Name           PIC X(20) VALUE "STUDUPD".
001000 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001010 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001011* The closing CALLs set RETURN-CODE themselves, so the
001012* step's own code is held here and restored after them.
001013 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001014 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001015 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001016 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001020 01 Student-Eof-Switch      PIC X(01) VALUE 'N'.
001030     88 Student-Eof          VALUE 'Y'.
001040 01 Tran-Eof-Switch         PIC X(01) VALUE 'N'.
001060 01 Student-File-Status     PIC X(02) VALUE SPACES.
001070 01 Student-Tran-File-Status PIC X(02) VALUE SPACES.
001080 77 Enrolment-File-Status   PIC X(02) VALUE '00'.
001081 77 Course-File-Status      PIC X(02) VALUE '00'.
001082 01 Course-File-Switch      PIC X(01) VALUE 'N'.
001083     88 Course-File-Open     VALUE 'Y'.
001084 01 Enrolment-Eof-Switch    PIC X(01) VALUE 'N'.
001085     88 Enrolment-Eof        VALUE 'Y'.

001086* Enrolment-Table carries every enrolment row on file plus those
001087* applied this run, for the class places and prerequisite checks.
001088 01 Enrolment-Table.
001089    02 Enrolment-Entry OCCURS 3000 TIMES.
001090       03 Tab-StudentID       PIC 9(5)  VALUE ZERO.
001091       03 Tab-Course          PIC X(10) VALUE SPACES.
001092       03 Tab-Term            PIC X(6)  VALUE SPACES.
001093       03 Tab-Grade           PIC 9(3)  VALUE ZERO.
001094 01 Enrolment-Count         PIC 9(4)  VALUE ZERO.
001095 77 Max-Enrolments          PIC 9(4)  VALUE 3000.
001096 01 Enrolments-Dropped-Count PIC 9(5) VALUE ZERO.
001097 01 Enrolment-Sub           PIC 9(4)  VALUE ZERO.

001098* The course being enrolled on, kept while its prerequisites are
001099* read from the same catalogue.
001100 01 Enrol-Course-Detail.
001101    02 Enrol-Max-Places     PIC 9(3)  VALUE ZERO.
001102    02 Enrol-Prereq-Code    PIC X(10) OCCURS 3 TIMES.
001103 01 Class-Place-Count       PIC 9(4)  VALUE ZERO.
001104 01 Prereq-Sub              PIC 9(1)  VALUE ZERO.
001105 01 Prereq-Found-Switch     PIC X(01) VALUE 'N'.
001106     88 Prereq-Found         VALUE 'Y'.
001107 01 Prereq-Best-Grade       PIC 9(3)  VALUE ZERO.
001108 01 Prereq-Pass-Mark        PIC 9(3)  VALUE ZERO.

001109* Work-Student is the balanced-line work area: the record for
001110* the key currently being built, live only while Work-Active.
001111 01 Work-Student.
001120    02 WorkStudentID        PIC 9(5).
001130    02 WorkStudentName      PIC X(20).
001140    02 WorkStudentCourse    PIC X(10).
001680    02 FILLER                PIC X(14) VALUE "  MASTERS OUT:".
001690    02 AuditMastersOut       PIC BZZZZ9.

001691 01 Audit-Dropped-Line.
001692    02 FILLER                PIC X(20)
001693       VALUE "ENROLMENTS DROPPED:".
001694    02 AuditDroppedCount     PIC BZZZZ9.
001695    02 FILLER                PIC X(14) VALUE " (TABLE LIMIT)".

001700 PROCEDURE DIVISION.

001710 0000-MAINLINE.
001900     IF Update-Ran
001910         PERFORM 9000-REPLACE-MASTER
001920     END-IF
001923     MOVE RETURN-CODE TO Step-Return-Code
001926     PERFORM 8900-REPORT-STEP-COUNTS
001930     MOVE 'R' TO Lock-Function
001940     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
001950         Lock-Run-Date, Lock-Return-Code
001955     MOVE Step-Return-Code TO RETURN-CODE
001960     GOBACK.

001970******************************************************************
002050     IF Student-File-Status = "00"
002060             AND Student-Tran-File-Status = "00"
002070         OPEN OUTPUT NewStudentFile
002075         PERFORM 1030-LOAD-ENROLMENTS
002080         PERFORM 1050-OPEN-ENROLMENT-FILE
002082         OPEN INPUT CourseFile
002084         IF Course-File-Status = "00"
002086             MOVE 'Y' TO Course-File-Switch
002088         END-IF
002090         WRITE Audit-Rpt-Record FROM Audit-Heading
002100         WRITE Audit-Rpt-Record FROM HorizontalLine
002110         MOVE SPACES TO Audit-Rpt-Record
002160     END-IF
002170     .

002171******************************************************************
002172* 1030-LOAD-ENROLMENTS - the enrolment rows already on file into
002173* the table, before the file is reopened for append. No file yet
002174* just means an empty table; overflow is counted and reported.
002175******************************************************************
002176 1030-LOAD-ENROLMENTS.
002177     OPEN INPUT EnrolmentFile
002178     IF Enrolment-File-Status NOT = "00"
002179         MOVE 'Y' TO Enrolment-Eof-Switch
002180     ELSE
002181         READ EnrolmentFile
002182             AT END MOVE 'Y' TO Enrolment-Eof-Switch
002183         END-READ
002184         PERFORM 1040-LOAD-ONE-ENROLMENT UNTIL Enrolment-Eof
002185         CLOSE EnrolmentFile
002186     END-IF
002187     .

002188******************************************************************
002189* 1040-LOAD-ONE-ENROLMENT - file one enrolment row.
002190******************************************************************
002191 1040-LOAD-ONE-ENROLMENT.
002192     PERFORM 2360-ADD-TO-TABLE
002193     READ EnrolmentFile
002194         AT END MOVE 'Y' TO Enrolment-Eof-Switch
002195     END-READ
002196     .

002197******************************************************************
002198* 1050-OPEN-ENROLMENT-FILE - open ENROLL.DAT for append,
002200* creating it on the very first run (the create-on-first-use
002210* idiom the suite's other history files follow).
002220******************************************************************
003270                         TO Reject-Reason-Text
003280                 ELSE
003290                     IF STEnrol
003291                         IF Enrolments-Dropped-Count > ZERO
003292                             MOVE 'N' TO Tran-Valid-Switch
003293                             MOVE "ENROLMENT TABLE FULL"
003294                                 TO Reject-Reason-Text
003295                         ELSE
003300                             PERFORM 2250-CHECK-ENROLMENT
003305                         END-IF
003310                     END-IF
003320                 END-IF
003330             END-IF

003370******************************************************************
003380* 2250-CHECK-ENROLMENT - an enrolment also needs its course and
003390* term filled in, then the catalogue checks.
003400******************************************************************
003410 2250-CHECK-ENROLMENT.
003420     IF STStudentCourse = SPACES
003460         IF STTerm = SPACES
003470             MOVE 'N' TO Tran-Valid-Switch
003480             MOVE "MISSING TERM" TO Reject-Reason-Text
003481         ELSE
003482             PERFORM 2260-CHECK-COURSE
003483         END-IF
003484     END-IF
003485     .

003486******************************************************************
003487* 2260-CHECK-COURSE - the course must be on the catalogue and
003488* have a place left for the term, and the student must have taken
003489* and passed each of its prerequisites.
003490******************************************************************
003491 2260-CHECK-COURSE.
003492     IF NOT Course-File-Open
003493         MOVE 'N' TO Tran-Valid-Switch
003494         MOVE "NO COURSE CATALOGUE" TO Reject-Reason-Text
003495     ELSE
003496         MOVE STStudentCourse TO CR-CourseCode
003497         READ CourseFile
003498             INVALID KEY
003499                 MOVE 'N' TO Tran-Valid-Switch
003500                 MOVE "UNKNOWN COURSE" TO Reject-Reason-Text
003501             NOT INVALID KEY
003502                 MOVE CR-MaxPlaces     TO Enrol-Max-Places
003503                 MOVE CR-PrereqCode (1) TO Enrol-Prereq-Code (1)
003504                 MOVE CR-PrereqCode (2) TO Enrol-Prereq-Code (2)
003505                 MOVE CR-PrereqCode (3) TO Enrol-Prereq-Code (3)
003506         END-READ
003507     END-IF
003508     IF Tran-Is-Valid
003509         MOVE ZERO TO Class-Place-Count
003510         PERFORM 2270-COUNT-ONE-PLACE
003511             VARYING Enrolment-Sub FROM 1 BY 1
003512             UNTIL Enrolment-Sub > Enrolment-Count
003513         IF Class-Place-Count NOT < Enrol-Max-Places
003514             MOVE 'N' TO Tran-Valid-Switch
003515             MOVE "CLASS FULL" TO Reject-Reason-Text
003516         END-IF
003517     END-IF
003518     IF Tran-Is-Valid
003519         PERFORM 2280-CHECK-ONE-PREREQ
003520             VARYING Prereq-Sub FROM 1 BY 1
003521             UNTIL Prereq-Sub > 3 OR NOT Tran-Is-Valid
003522     END-IF
003523     .

003524******************************************************************
003525* 2270-COUNT-ONE-PLACE - count one enrolment row if it is for the
003526* course and term being enrolled on.
003527******************************************************************
003528 2270-COUNT-ONE-PLACE.
003529     IF Tab-Course (Enrolment-Sub) = STStudentCourse
003530             AND Tab-Term (Enrolment-Sub) = STTerm
003531         ADD 1 TO Class-Place-Count
003532     END-IF
003533     .

003534******************************************************************
003535* 2280-CHECK-ONE-PREREQ - the student's best grade in one
003536* prerequisite against that course's pass mark. A prerequisite
003537* since taken off the catalogue keeps a pass mark of zero, so
003538* having taken it is enough.
003539******************************************************************
003540 2280-CHECK-ONE-PREREQ.
003541     IF Enrol-Prereq-Code (Prereq-Sub) NOT = SPACES
003542         MOVE ZERO TO Prereq-Pass-Mark
003543         MOVE Enrol-Prereq-Code (Prereq-Sub) TO CR-CourseCode
003544         READ CourseFile
003545             INVALID KEY CONTINUE
003546             NOT INVALID KEY MOVE CR-PassMark TO Prereq-Pass-Mark
003547         END-READ
003548         MOVE 'N'  TO Prereq-Found-Switch
003549         MOVE ZERO TO Prereq-Best-Grade
003550         PERFORM 2290-CHECK-ONE-RESULT
003551             VARYING Enrolment-Sub FROM 1 BY 1
003552             UNTIL Enrolment-Sub > Enrolment-Count
003553         IF NOT Prereq-Found
003554             MOVE 'N' TO Tran-Valid-Switch
003555             MOVE "PREREQUISITE NOT TAKEN" TO Reject-Reason-Text
003556         ELSE
003557             IF Prereq-Best-Grade < Prereq-Pass-Mark
003558                 MOVE 'N' TO Tran-Valid-Switch
003559                 MOVE "PREREQUISITE FAILED" TO Reject-Reason-Text
003560             END-IF
003561         END-IF
003562     END-IF
003563     .

003564******************************************************************
003565* 2290-CHECK-ONE-RESULT - keep the student's best grade in the
003566* prerequisite being checked.
003567******************************************************************
003568 2290-CHECK-ONE-RESULT.
003569     IF Tab-StudentID (Enrolment-Sub) = STStudentID
003570             AND Tab-Course (Enrolment-Sub)
003571                 = Enrol-Prereq-Code (Prereq-Sub)
003572         MOVE 'Y' TO Prereq-Found-Switch
003573         IF Tab-Grade (Enrolment-Sub) > Prereq-Best-Grade
003574             MOVE Tab-Grade (Enrolment-Sub) TO Prereq-Best-Grade
003575         END-IF
003576     END-IF
003577     .

003578******************************************************************
003579* 2300-APPLY-TO-WORK - apply the validated transaction to the
003580* work area.
003581******************************************************************
003582 2300-APPLY-TO-WORK.
003583     IF STAdd
003584         MOVE STStudentID     TO WorkStudentID
003590         MOVE STStudentName   TO WorkStudentName
003600         MOVE STStudentCourse TO WorkStudentCourse
003610         MOVE STStudentGrade  TO WorkStudentGrade
003750     .

003760******************************************************************
003770* 2350-WRITE-ENROLMENT - append the enrolment row and take its
003780* place in the table; the master record itself is left alone.
003790******************************************************************
003800 2350-WRITE-ENROLMENT.
003810     MOVE STStudentID     TO EN-StudentID
003830     MOVE STTerm          TO EN-Term
003840     MOVE STStudentGrade  TO EN-Grade
003850     WRITE Enrolment-Record
003851     PERFORM 2360-ADD-TO-TABLE
003852     .

003853******************************************************************
003854* 2360-ADD-TO-TABLE - file the enrolment row in the record area
003855* in the table, or count it dropped once the table is full.
003856******************************************************************
003857 2360-ADD-TO-TABLE.
003858     IF Enrolment-Count < Max-Enrolments
003859         ADD 1 TO Enrolment-Count
003860         MOVE EN-StudentID TO Tab-StudentID (Enrolment-Count)
003861         MOVE EN-Course    TO Tab-Course (Enrolment-Count)
003862         MOVE EN-Term      TO Tab-Term (Enrolment-Count)
003863         MOVE EN-Grade     TO Tab-Grade (Enrolment-Count)
003864     ELSE
003865         ADD 1 TO Enrolments-Dropped-Count
003866     END-IF
003867     .

003870******************************************************************
003880* 3000-FINISH-AUDIT-RPT - print the control totals.
003980     MOVE Masters-In-Count     TO AuditMastersIn
003990     MOVE Masters-Out-Count    TO AuditMastersOut
004000     WRITE Audit-Rpt-Record FROM Audit-Total-Line-2
004002     IF Enrolments-Dropped-Count > ZERO
004004         MOVE Enrolments-Dropped-Count TO AuditDroppedCount
004006         WRITE Audit-Rpt-Record FROM Audit-Dropped-Line
004008     END-IF
004010     .

004020******************************************************************
004090         CLOSE NewStudentFile
004100         CLOSE EnrolmentFile
004110     END-IF
004112     IF Course-File-Open
004114         CLOSE CourseFile
004116     END-IF
004120     CLOSE AuditRptFile
004130     .

004131******************************************************************
004132* 8900-REPORT-STEP-COUNTS - hand STEPCNT the transactions read
004133* and the master records written.
004134******************************************************************
004135 8900-REPORT-STEP-COUNTS.
004136     MOVE Trans-Read-Count TO Step-Records-In
004137     MOVE Masters-Out-Count TO Step-Records-Out
004138     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
004139         Step-Records-Out
004140     .

004141******************************************************************
004150* 9000-REPLACE-MASTER - copy the new generation back over
004160* STUDENTS.DAT so SEQRPT always prints from a master that went
004170* through this update's validation.
