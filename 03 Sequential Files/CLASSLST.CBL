000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Class lists: sorts the ENROLL.DAT enrolment file
000050*             STUDUPD maintains into course and term order and
000060*             prints, for each class, the students enrolled and
000070*             the places remaining against the maximum on the
000080*             COURSES.DAT course catalogue.
000090* Tectonics: cobc
000100******************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CLASSLST.
000130 AUTHOR.     D. FENNESSY.
000140 DATE-WRITTEN.

000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   ----------  ----  ------------------------------------------
000190*               DF    New program: sorts the enrolment rows by
000200*                     course, term and student and prints
000210*                     CLASSLST.RPT, one block per course and
000220*                     term with the course title, maximum places,
000230*                     each student's ID and name off
000240*                     STUDENTS.DAT, the number enrolled and the
000250*                     places remaining (negative where a class
000260*                     was filled past its maximum before the
000270*                     catalogue was in place). A course not on
000280*                     the catalogue is listed and flagged.
000290*                     Read-only.
000300******************************************************************

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EnrolmentFile ASSIGN TO "ENROLL.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS Enrolment-File-Status.

000370     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS Student-File-Status.

000400     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CR-CourseCode
000440         FILE STATUS IS Course-File-Status.

000450     SELECT SortedClassFile ASSIGN TO "SORTCLAS.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470     SELECT WorkFile ASSIGN TO "CLASWORK.TMP".

000480     SELECT ClassListRptFile ASSIGN TO "CLASSLST.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD EnrolmentFile.
000530 01 Enrolment-Record.
000540    02 EN-StudentID         PIC 9(5).
000550    02 EN-Course            PIC X(10).
000560    02 EN-Term              PIC X(6).
000570    02 EN-Grade             PIC 9(3).

000580 FD StudentFile.
000590 01 Student-Record.
000600    02 StudentID            PIC 9(5).
000610    02 StudentName          PIC X(20).
000620    02 StudentCourse        PIC X(10).
000630    02 StudentGrade         PIC 9(3).

000640 FD CourseFile.
000650 01 Course-Record.
000660    02 CR-CourseCode        PIC X(10).
000670    02 CR-Title             PIC X(30).
000680    02 CR-Credits           PIC 9(2).
000690    02 CR-PassMark          PIC 9(3).
000700    02 CR-MaxPlaces         PIC 9(3).
000710    02 CR-PrereqCode        PIC X(10) OCCURS 3 TIMES.

000720 FD SortedClassFile.
000730 01 Sorted-Class-Record.
000740    02 SC-Course            PIC X(10).
000750    02 SC-Term              PIC X(6).
000760    02 SC-StudentID         PIC 9(5).

000770 FD ClassListRptFile.
000780 01 Class-List-Rpt-Record   PIC X(80).

000790 SD WorkFile.
000800 01 Work.
000810    02 WCourse              PIC X(10).
000820    02 WTerm                PIC X(6).
000830    02 WStudentID           PIC 9(5).

000840 WORKING-STORAGE SECTION.
000850 01 Enrolment-Eof-Switch    PIC X(01) VALUE 'N'.
000860     88 Enrolment-Eof        VALUE 'Y'.
000870 01 Student-Eof-Switch      PIC X(01) VALUE 'N'.
000880     88 Student-Eof          VALUE 'Y'.
000890 01 Sorted-Eof-Switch       PIC X(01) VALUE 'N'.
000900     88 Sorted-Eof           VALUE 'Y'.
000910 01 Enrolment-Missing-Switch PIC X(01) VALUE 'N'.
000920     88 Enrolment-Missing    VALUE 'Y'.
000930 01 Course-File-Switch      PIC X(01) VALUE 'N'.
000940     88 Course-File-Open     VALUE 'Y'.
000950 01 Course-Found-Switch     PIC X(01) VALUE 'N'.
000960     88 Course-Found         VALUE 'Y'.
000970 01 Student-Found-Switch    PIC X(01) VALUE 'N'.
000980     88 Student-Found        VALUE 'Y'.
000990 77 Enrolment-File-Status   PIC X(02) VALUE '00'.
001000 77 Student-File-Status     PIC X(02) VALUE '00'.
001010 77 Course-File-Status      PIC X(02) VALUE '00'.

001020* Student-Table carries the master's IDs and names so each class
001030* line can be named without rereading the master.
001040 01 Student-Table.
001050    02 Student-Entry OCCURS 3000 TIMES.
001060       03 Tab-StudentID       PIC 9(5)  VALUE ZERO.
001070       03 Tab-StudentName     PIC X(20) VALUE SPACES.
001080 01 Student-Count           PIC 9(4)  VALUE ZERO.
001090 77 Max-Students            PIC 9(4)  VALUE 3000.
001100 01 Students-Dropped-Count  PIC 9(5)  VALUE ZERO.
001110 01 Student-Sub             PIC 9(4)  VALUE ZERO.

001120 01 Course-Hold             PIC X(10) VALUE SPACES.
001130 01 Term-Hold               PIC X(6)  VALUE SPACES.
001140 01 Class-Student-Count     PIC 9(4)  VALUE ZERO.
001150 01 Class-Max-Places        PIC 9(3)  VALUE ZERO.
001160 01 Places-Remaining        PIC S9(4) VALUE ZERO.
001170 01 Classes-Printed-Count   PIC 9(5)  VALUE ZERO.
001180 01 Enrolments-Listed-Count PIC 9(5)  VALUE ZERO.

001190 01 FILLER                  PIC X(80) VALUE SPACES.
001200 01 Class-List-Heading.
001210    02 FILLER                PIC X(30) VALUE SPACES.
001220    02 FILLER                PIC X(11) VALUE "CLASS LISTS".

001230 01 HorizontalLine.
001240    02 FILLER                PIC X(03) VALUE SPACES.
001250    02 FILLER                PIC X(45) VALUE ALL '-'.

001260 01 Class-Course-Line.
001270    02 FILLER                PIC X(08) VALUE "COURSE: ".
001280    02 ClsCourse             PIC X(10).
001290    02 FILLER                PIC X(02) VALUE SPACES.
001300    02 ClsTitle              PIC X(30).
001310    02 FILLER                PIC X(08) VALUE "  TERM: ".
001320    02 ClsTerm               PIC X(6).

001330 01 Class-Places-Line.
001340    02 FILLER                PIC X(12) VALUE "MAX PLACES:".
001350    02 ClsMaxPlaces          PIC ZZ9.

001360 01 Class-Columns.
001370    02 FILLER                PIC X(04) VALUE SPACES.
001380    02 FILLER                PIC X(10) VALUE "STUDENT-ID".
001390    02 FILLER                PIC X(03) VALUE SPACES.
001400    02 FILLER                PIC X(20) VALUE "STUDENT NAME".

001410 01 Class-Student-Line.
001420    02 FILLER                PIC X(06) VALUE SPACES.
001430    02 ClsStudentID          PIC 9(5).
001440    02 FILLER                PIC X(06) VALUE SPACES.
001450    02 ClsStudentName        PIC X(20).

001460 01 Class-Total-Line.
001470    02 FILLER                PIC X(10) VALUE "ENROLLED:".
001480    02 ClsEnrolled           PIC ZZZ9.
001490    02 FILLER                PIC X(21)
001500       VALUE "   PLACES REMAINING:".
001510    02 ClsRemaining          PIC ZZZ9-.

001520 01 Class-Unknown-Line.
001530    02 FILLER                PIC X(10) VALUE "ENROLLED:".
001540    02 ClsUnknownEnrolled    PIC ZZZ9.
001550    02 FILLER                PIC X(27)
001560       VALUE "   NOT ON COURSE CATALOGUE".

001570 01 Class-Grand-Line.
001580    02 FILLER                PIC X(09) VALUE "CLASSES:".
001590    02 ClsClassCount         PIC BZZZZ9.
001600    02 FILLER                PIC X(14) VALUE "   ENROLMENTS:".
001610    02 ClsEnrolmentCount     PIC BZZZZ9.

001620 01 Class-Dropped-Line.
001630    02 FILLER                PIC X(18)
001640       VALUE "STUDENTS DROPPED:".
001650    02 ClsDroppedCount       PIC BZZZZ9.
001660    02 FILLER                PIC X(14) VALUE " (TABLE LIMIT)".

001670 PROCEDURE DIVISION.

001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE
001700     IF Enrolment-Missing
001710         MOVE 16 TO RETURN-CODE
001720     ELSE
001730         SORT WorkFile
001740             ON ASCENDING KEY WCourse
001750             ON ASCENDING KEY WTerm
001760             ON ASCENDING KEY WStudentID
001770             INPUT PROCEDURE IS 2000-RELEASE-ENROLMENTS
001780                 THRU 2000-RELEASE-ENROLMENTS-EXIT
001790             GIVING SortedClassFile
001800         PERFORM 3000-PRINT-CLASS-LISTS
001810         PERFORM 3900-PRINT-CONTROLS
001820     END-IF
001830     PERFORM 8000-TERMINATE
001840     GOBACK.

001850******************************************************************
001860* 1000-INITIALIZE - check the enrolment file is there, load the
001870* student names, open the catalogue and print the heading. No
001880* student master or catalogue just leaves names or titles blank.
001890******************************************************************
001900 1000-INITIALIZE.
001910     OPEN OUTPUT ClassListRptFile
001920     WRITE Class-List-Rpt-Record FROM Class-List-Heading
001930     WRITE Class-List-Rpt-Record FROM HorizontalLine
001940     OPEN INPUT EnrolmentFile
001950     IF Enrolment-File-Status NOT = "00"
001960         MOVE 'Y' TO Enrolment-Missing-Switch
001970     ELSE
001980         CLOSE EnrolmentFile
001990         PERFORM 1100-LOAD-STUDENTS
002000         OPEN INPUT CourseFile
002010         IF Course-File-Status = "00"
002020             MOVE 'Y' TO Course-File-Switch
002030         END-IF
002040     END-IF
002050     .

002060******************************************************************
002070* 1100-LOAD-STUDENTS - the master's IDs and names into the
002080* table, overflow counted and reported.
002090******************************************************************
002100 1100-LOAD-STUDENTS.
002110     OPEN INPUT StudentFile
002120     IF Student-File-Status NOT = "00"
002130         MOVE 'Y' TO Student-Eof-Switch
002140     ELSE
002150         READ StudentFile
002160             AT END MOVE 'Y' TO Student-Eof-Switch
002170         END-READ
002180         PERFORM 1110-LOAD-ONE-STUDENT UNTIL Student-Eof
002190         CLOSE StudentFile
002200     END-IF
002210     .

002220******************************************************************
002230* 1110-LOAD-ONE-STUDENT - file one student's ID and name.
002240******************************************************************
002250 1110-LOAD-ONE-STUDENT.
002260     IF Student-Count < Max-Students
002270         ADD 1 TO Student-Count
002280         MOVE StudentID   TO Tab-StudentID (Student-Count)
002290         MOVE StudentName TO Tab-StudentName (Student-Count)
002300     ELSE
002310         ADD 1 TO Students-Dropped-Count
002320     END-IF
002330     READ StudentFile
002340         AT END MOVE 'Y' TO Student-Eof-Switch
002350     END-READ
002360     .

002370******************************************************************
002380* 2000-RELEASE-ENROLMENTS - the sort's input: every enrolment
002390* row on file.
002400******************************************************************
002410 2000-RELEASE-ENROLMENTS.
002420     OPEN INPUT EnrolmentFile
002430     MOVE 'N' TO Enrolment-Eof-Switch
002440     READ EnrolmentFile
002450         AT END MOVE 'Y' TO Enrolment-Eof-Switch
002460     END-READ
002470     PERFORM 2100-RELEASE-ONE-ENROLMENT UNTIL Enrolment-Eof
002480     CLOSE EnrolmentFile
002490     .
002500 2000-RELEASE-ENROLMENTS-EXIT.
002510     EXIT.

002520******************************************************************
002530* 2100-RELEASE-ONE-ENROLMENT - release one enrolment row.
002540******************************************************************
002550 2100-RELEASE-ONE-ENROLMENT.
002560     MOVE EN-Course    TO WCourse
002570     MOVE EN-Term      TO WTerm
002580     MOVE EN-StudentID TO WStudentID
002590     RELEASE Work
002600     READ EnrolmentFile
002610         AT END MOVE 'Y' TO Enrolment-Eof-Switch
002620     END-READ
002630     .

002640******************************************************************
002650* 3000-PRINT-CLASS-LISTS - print the sorted rows with a class
002660* heading and total on each change of course or term.
002670******************************************************************
002680 3000-PRINT-CLASS-LISTS.
002690     MOVE 'N' TO Sorted-Eof-Switch
002700     MOVE ZERO TO Class-Student-Count
002710     OPEN INPUT SortedClassFile
002720     READ SortedClassFile
002730         AT END MOVE 'Y' TO Sorted-Eof-Switch
002740     END-READ
002750     PERFORM 3100-PRINT-ONE-STUDENT UNTIL Sorted-Eof
002760     IF Class-Student-Count > ZERO
002770         PERFORM 3300-PRINT-CLASS-TOTAL
002780     END-IF
002790     CLOSE SortedClassFile
002800     .

002810******************************************************************
002820* 3100-PRINT-ONE-STUDENT - break on course and term, then print
002830* the student with their name off the table.
002840******************************************************************
002850 3100-PRINT-ONE-STUDENT.
002860     IF Class-Student-Count = ZERO
002870         PERFORM 3200-START-CLASS
002880     ELSE
002890         IF SC-Course NOT = Course-Hold
002900                 OR SC-Term NOT = Term-Hold
002910             PERFORM 3300-PRINT-CLASS-TOTAL
002920             PERFORM 3200-START-CLASS
002930         END-IF
002940     END-IF
002950     MOVE 'N' TO Student-Found-Switch
002960     MOVE SPACES TO ClsStudentName
002970     PERFORM 3150-FIND-ONE-STUDENT
002980         VARYING Student-Sub FROM 1 BY 1
002990         UNTIL Student-Sub > Student-Count OR Student-Found
003000     IF NOT Student-Found
003010         MOVE "NOT ON MASTER" TO ClsStudentName
003020     END-IF
003030     MOVE SC-StudentID TO ClsStudentID
003040     WRITE Class-List-Rpt-Record FROM Class-Student-Line
003050     ADD 1 TO Class-Student-Count
003060     ADD 1 TO Enrolments-Listed-Count
003070     READ SortedClassFile
003080         AT END MOVE 'Y' TO Sorted-Eof-Switch
003090     END-READ
003100     .

003110******************************************************************
003120* 3150-FIND-ONE-STUDENT - pick up the name if this table entry
003130* is the student being listed.
003140******************************************************************
003150 3150-FIND-ONE-STUDENT.
003160     IF Tab-StudentID (Student-Sub) = SC-StudentID
003170         MOVE 'Y' TO Student-Found-Switch
003180         MOVE Tab-StudentName (Student-Sub) TO ClsStudentName
003190     END-IF
003200     .

003210******************************************************************
003220* 3200-START-CLASS - look the course up on the catalogue and
003230* print the class heading.
003240******************************************************************
003250 3200-START-CLASS.
003260     MOVE SC-Course TO Course-Hold
003270     MOVE SC-Term   TO Term-Hold
003280     MOVE ZERO      TO Class-Student-Count
003290     MOVE 'N'       TO Course-Found-Switch
003300     MOVE ZERO      TO Class-Max-Places
003310     MOVE SPACES    TO ClsTitle
003320     IF Course-File-Open
003330         MOVE SC-Course TO CR-CourseCode
003340         READ CourseFile
003350             INVALID KEY
003360                 CONTINUE
003370             NOT INVALID KEY
003380                 MOVE 'Y' TO Course-Found-Switch
003390                 MOVE CR-Title     TO ClsTitle
003400                 MOVE CR-MaxPlaces TO Class-Max-Places
003410         END-READ
003420     END-IF
003430     MOVE SPACES TO Class-List-Rpt-Record
003440     WRITE Class-List-Rpt-Record
003450     MOVE SC-Course TO ClsCourse
003460     MOVE SC-Term   TO ClsTerm
003470     WRITE Class-List-Rpt-Record FROM Class-Course-Line
003480     IF Course-Found
003490         MOVE Class-Max-Places TO ClsMaxPlaces
003500         WRITE Class-List-Rpt-Record FROM Class-Places-Line
003510     END-IF
003520     WRITE Class-List-Rpt-Record FROM Class-Columns
003530     .

003540******************************************************************
003550* 3300-PRINT-CLASS-TOTAL - the number enrolled and the places
003560* left, or the catalogue flag for a course it does not carry.
003570******************************************************************
003580 3300-PRINT-CLASS-TOTAL.
003590     IF Course-Found
003600         COMPUTE Places-Remaining =
003610             Class-Max-Places - Class-Student-Count
003620         MOVE Class-Student-Count TO ClsEnrolled
003630         MOVE Places-Remaining    TO ClsRemaining
003640         WRITE Class-List-Rpt-Record FROM Class-Total-Line
003650     ELSE
003660         MOVE Class-Student-Count TO ClsUnknownEnrolled
003670         WRITE Class-List-Rpt-Record FROM Class-Unknown-Line
003680     END-IF
003690     ADD 1 TO Classes-Printed-Count
003700     .

003710******************************************************************
003720* 3900-PRINT-CONTROLS - the control totals.
003730******************************************************************
003740 3900-PRINT-CONTROLS.
003750     MOVE SPACES TO Class-List-Rpt-Record
003760     WRITE Class-List-Rpt-Record
003770     WRITE Class-List-Rpt-Record FROM HorizontalLine
003780     MOVE Classes-Printed-Count   TO ClsClassCount
003790     MOVE Enrolments-Listed-Count TO ClsEnrolmentCount
003800     WRITE Class-List-Rpt-Record FROM Class-Grand-Line
003810     IF Students-Dropped-Count > ZERO
003820         MOVE Students-Dropped-Count TO ClsDroppedCount
003830         WRITE Class-List-Rpt-Record FROM Class-Dropped-Line
003840     END-IF
003850     .

003860******************************************************************
003870* 8000-TERMINATE - close the files down.
003880******************************************************************
003890 8000-TERMINATE.
003900     IF Course-File-Open
003910         CLOSE CourseFile
003920     END-IF
003930     CLOSE ClassListRptFile
003940     .

003950 END PROGRAM CLASSLST.
