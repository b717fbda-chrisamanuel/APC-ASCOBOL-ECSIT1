000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Exam board results: weights each student's grades
000050*             on ENROLL.DAT by the course credits on the
000060*             COURSES.DAT catalogue, decides progression for the
000070*             board's term (pass, repeat named courses, or
000080*             withdraw), classifies the award for students who
000090*             have finished, prints the board's broadsheet by
000100*             course of study with borderline cases flagged, and
000110*             files the agreed outcome on EXAMOUT.DAT for the
000120*             transcripts.
000130* Tectonics: cobc
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. EXAMBRD.
000170 AUTHOR.     D. FENNESSY.
000180 DATE-WRITTEN.

000190******************************************************************
000200* MODIFICATION HISTORY
000210*   DATE        INIT  DESCRIPTION
000220*   ----------  ----  ------------------------------------------
000230*               DF    New program: EXAMPARM.DAT names the board's
000240*                     term and carries the award boundaries
000250*                     (distinction, merit, pass), the borderline
000260*                     margin, the credits that finish the award,
000270*                     the most failed courses a student may
000280*                     repeat, and the pass mark for a course not
000290*                     on the catalogue; any boundary missing or
000300*                     out of order drops the set back to the
000310*                     defaults and the broadsheet says so. Every
000320*                     term grade below its course's pass mark is
000330*                     a failed course: none is a pass, up to the
000340*                     repeat limit is repeat-those-courses, and
000350*                     more is withdraw. A passing student with
000360*                     the award credits passed (best attempt per
000370*                     course) is classed on the credit-weighted
000380*                     average of those best attempts. A fail or
000390*                     average within the margin below a mark is
000400*                     flagged BORDERLINE. The board's agreed
000410*                     changes are keyed on BOARDDEC.DAT and
000420*                     override the calculated outcome. Outcomes
000430*                     are written or rewritten on EXAMOUT.DAT
000440*                     keyed by student and term, so the board
000450*                     can rerun the term until it is agreed.
000460*                     Students with no enrolment in the term are
000470*                     not on the broadsheet.
000480******************************************************************

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ExamParmFile ASSIGN TO "EXAMPARM.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS Exam-Parm-File-Status.

000550     SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS Student-File-Status.

000580     SELECT EnrolmentFile ASSIGN TO "ENROLL.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS Enrolment-File-Status.

000610     SELECT CourseFile ASSIGN TO "COURSES.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CR-CourseCode
000650         FILE STATUS IS Course-File-Status.

000660     SELECT BoardDecisionFile ASSIGN TO "BOARDDEC.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS Board-Decision-File-Status.

000690     SELECT OutcomeFile ASSIGN TO "EXAMOUT.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS EO-OutcomeKey
000730         FILE STATUS IS Outcome-File-Status.

000740     SELECT SortedStudentFile ASSIGN TO "SORTEXAM.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL.

000760     SELECT WorkFile ASSIGN TO "EXAMWORK.TMP".

000770     SELECT BroadsheetFile ASSIGN TO "EXAMBRD.RPT"
000780         ORGANIZATION IS LINE SEQUENTIAL.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD ExamParmFile.
000820 01 Exam-Parm-Record.
000830    02 EP-Term              PIC X(6).
000840    02 EP-DistinctionMark   PIC 9(3).
000850    02 EP-MeritMark         PIC 9(3).
000860    02 EP-PassMark          PIC 9(3).
000870    02 EP-BorderMargin      PIC 9(2).
000880    02 EP-AwardCredits      PIC 9(3).
000890    02 EP-MaxRepeats        PIC 9(1).
000900    02 EP-DefaultPassMark   PIC 9(3).

000910 FD StudentFile.
000920 01 Student-Record.
000930    02 StudentID            PIC 9(5).
000940    02 StudentName          PIC X(20).
000950    02 StudentCourse        PIC X(10).
000960    02 StudentGrade         PIC 9(3).

000970 FD EnrolmentFile.
000980 01 Enrolment-Record.
000990    02 EN-StudentID         PIC 9(5).
001000    02 EN-Course            PIC X(10).
001010    02 EN-Term              PIC X(6).
001020    02 EN-Grade             PIC 9(3).

001030 FD CourseFile.
001040 01 Course-Record.
001050    02 CR-CourseCode        PIC X(10).
001060    02 CR-Title             PIC X(30).
001070    02 CR-Credits           PIC 9(2).
001080    02 CR-PassMark          PIC 9(3).
001090    02 CR-MaxPlaces         PIC 9(3).
001100    02 CR-PrereqCode        PIC X(10) OCCURS 3 TIMES.

001110 FD BoardDecisionFile.
001120 01 Board-Decision-Record.
001130    02 BD-StudentID         PIC 9(5).
001140    02 BD-Term              PIC X(6).
001150    02 BD-Decision          PIC X(1).
001160    02 BD-AwardClass        PIC X(1).
001170    02 BD-UserID            PIC X(8).

001180 FD OutcomeFile.
001190 01 Outcome-Record.
001200    02 EO-OutcomeKey.
001210       03 EO-StudentID      PIC 9(5).
001220       03 EO-Term           PIC X(6).
001230    02 EO-CourseOfStudy     PIC X(10).
001240    02 EO-TermCredits       PIC 9(3).
001250    02 EO-TermAverage       PIC 9(3)V99.
001260    02 EO-CreditsPassed     PIC 9(3).
001270    02 EO-OverallAverage    PIC 9(3)V99.
001280    02 EO-Decision          PIC X(1).
001290       88 EO-Pass             VALUE 'P'.
001300       88 EO-Repeat           VALUE 'R'.
001310       88 EO-Withdraw         VALUE 'W'.
001320    02 EO-RepeatCourse      PIC X(10) OCCURS 3 TIMES.
001330    02 EO-AwardClass        PIC X(1).
001340       88 EO-Distinction      VALUE 'D'.
001350       88 EO-Merit            VALUE 'M'.
001360       88 EO-AwardPass        VALUE 'P'.
001370       88 EO-NoAward          VALUE 'N'.
001380    02 EO-Borderline        PIC X(1).
001390    02 EO-Source            PIC X(1).
001400       88 EO-Calculated       VALUE 'C'.
001410       88 EO-BoardAgreed      VALUE 'B'.

001420 FD SortedStudentFile.
001430 01 Sorted-Student-Record.
001440    02 SS-CourseOfStudy     PIC X(10).
001450    02 SS-StudentID         PIC 9(5).
001460    02 SS-StudentName       PIC X(20).

001470 FD BroadsheetFile.
001480 01 Broadsheet-Record       PIC X(100).

001490 SD WorkFile.
001500 01 Work.
001510    02 WCourseOfStudy       PIC X(10).
001520    02 WStudentID           PIC 9(5).
001530    02 WStudentName         PIC X(20).

001540 WORKING-STORAGE SECTION.
001550 01 Student-Eof-Switch      PIC X(01) VALUE 'N'.
001560     88 Student-Eof          VALUE 'Y'.
001570 01 Enrolment-Eof-Switch    PIC X(01) VALUE 'N'.
001580     88 Enrolment-Eof        VALUE 'Y'.
001590 01 Board-Eof-Switch        PIC X(01) VALUE 'N'.
001600     88 Board-Eof            VALUE 'Y'.
001610 01 Sorted-Eof-Switch       PIC X(01) VALUE 'N'.
001620     88 Sorted-Eof           VALUE 'Y'.
001630 01 Parm-Missing-Switch     PIC X(01) VALUE 'N'.
001640     88 Parm-Missing         VALUE 'Y'.
001650 01 Input-Missing-Switch    PIC X(01) VALUE 'N'.
001660     88 Input-Missing        VALUE 'Y'.
001670 01 Boundaries-Default-Switch PIC X(01) VALUE 'N'.
001680     88 Boundaries-Defaulted VALUE 'Y'.
001690 01 Course-File-Switch      PIC X(01) VALUE 'N'.
001700     88 Course-File-Open     VALUE 'Y'.
001710 01 Term-Row-Switch         PIC X(01) VALUE 'N'.
001720     88 Term-Row-Found       VALUE 'Y'.
001730 01 Course-Entry-Switch     PIC X(01) VALUE 'N'.
001740     88 Course-Entry-Found   VALUE 'Y'.
001750 01 Board-Found-Switch      PIC X(01) VALUE 'N'.
001760     88 Board-Found          VALUE 'Y'.
001770 77 Exam-Parm-File-Status   PIC X(02) VALUE '00'.
001780 77 Student-File-Status     PIC X(02) VALUE '00'.
001790 77 Enrolment-File-Status   PIC X(02) VALUE '00'.
001800 77 Course-File-Status      PIC X(02) VALUE '00'.
001810 77 Board-Decision-File-Status PIC X(02) VALUE '00'.
001820 77 Outcome-File-Status     PIC X(02) VALUE '00'.

001830* The board's rules: the term it sits for and the marks it
001840* decides on. The values here stand when EXAMPARM.DAT does not
001850* carry a usable set.
001860 01 Board-Term              PIC X(6)  VALUE SPACES.
001870 01 Board-Rules.
001880    02 Distinction-Mark     PIC 9(3)  VALUE 70.
001890    02 Merit-Mark           PIC 9(3)  VALUE 60.
001900    02 Award-Pass-Mark      PIC 9(3)  VALUE 40.
001910    02 Border-Margin        PIC 9(2)  VALUE 2.
001920    02 Award-Credits        PIC 9(3)  VALUE 180.
001930    02 Max-Repeats          PIC 9(1)  VALUE 2.
001940    02 Default-Pass-Mark    PIC 9(3)  VALUE 40.

001950* Enrolment-Table carries the whole enrolment file; each
001960* student's rows are pulled out of it as they are decided.
001970 01 Enrolment-Table.
001980    02 Enrolment-Entry OCCURS 3000 TIMES.
001990       03 Tab-StudentID       PIC 9(5)  VALUE ZERO.
002000       03 Tab-Course          PIC X(10) VALUE SPACES.
002010       03 Tab-Term            PIC X(6)  VALUE SPACES.
002020       03 Tab-Grade           PIC 9(3)  VALUE ZERO.
002030 01 Enrolment-Count         PIC 9(4)  VALUE ZERO.
002040 77 Max-Enrolments          PIC 9(4)  VALUE 3000.
002050 01 Enrolments-Dropped-Count PIC 9(5) VALUE ZERO.
002060 01 Enrolment-Sub           PIC 9(4)  VALUE ZERO.

002070* Board-Table carries the board's agreed decisions for the term.
002080 01 Board-Table.
002090    02 Board-Entry OCCURS 200 TIMES.
002100       03 Brd-StudentID       PIC 9(5)  VALUE ZERO.
002110       03 Brd-Decision        PIC X(1)  VALUE SPACE.
002120       03 Brd-AwardClass      PIC X(1)  VALUE SPACE.
002130 01 Board-Count             PIC 9(3)  VALUE ZERO.
002140 77 Max-Board-Decisions     PIC 9(3)  VALUE 200.
002150 01 Board-Ignored-Count     PIC 9(5)  VALUE ZERO.
002160 01 Board-Sub               PIC 9(3)  VALUE ZERO.

002170* Student-Course-Table holds one student's courses with the best
002180* grade over every attempt, for the award average.
002190 01 Student-Course-Table.
002200    02 Student-Course-Entry OCCURS 40 TIMES.
002210       03 Sct-Course          PIC X(10) VALUE SPACES.
002220       03 Sct-Credits         PIC 9(2)  VALUE ZERO.
002230       03 Sct-PassMark        PIC 9(3)  VALUE ZERO.
002240       03 Sct-BestGrade       PIC 9(3)  VALUE ZERO.
002250 01 Student-Course-Count    PIC 9(2)  VALUE ZERO.
002260 77 Max-Student-Courses     PIC 9(2)  VALUE 40.
002270 01 Student-Course-Sub      PIC 9(2)  VALUE ZERO.

002280* One student's working figures.
002290 01 Row-Credits             PIC 9(2)  VALUE ZERO.
002300 01 Row-Pass-Mark           PIC 9(3)  VALUE ZERO.
002310 01 Mark-Short              PIC 9(3)  VALUE ZERO.
002320 01 Term-Credits            PIC 9(3)  VALUE ZERO.
002330 01 Term-Points             PIC 9(6)  VALUE ZERO.
002340 01 Term-Average            PIC 9(3)V99 VALUE ZERO.
002350 01 Overall-Credits         PIC 9(3)  VALUE ZERO.
002360 01 Overall-Points          PIC 9(6)  VALUE ZERO.
002370 01 Overall-Average         PIC 9(3)V99 VALUE ZERO.
002380 01 Credits-Passed          PIC 9(3)  VALUE ZERO.
002390 01 Failed-Count            PIC 9(2)  VALUE ZERO.
002400 01 Repeat-List.
002410    02 Repeat-Course        PIC X(10) OCCURS 3 TIMES.
002420 01 Decision-Code           PIC X(1)  VALUE SPACE.
002430     88 Decision-Pass        VALUE 'P'.
002440     88 Decision-Repeat      VALUE 'R'.
002450     88 Decision-Withdraw    VALUE 'W'.
002460 01 Award-Code              PIC X(1)  VALUE SPACE.
002470     88 Award-Distinction    VALUE 'D'.
002480     88 Award-Merit          VALUE 'M'.
002490     88 Award-Pass           VALUE 'P'.
002500     88 Award-None           VALUE 'N'.
002510 01 Borderline-Flag         PIC X(1)  VALUE 'N'.
002520     88 Is-Borderline        VALUE 'Y'.
002530 01 Source-Code             PIC X(1)  VALUE 'C'.
002540     88 Source-Board         VALUE 'B'.

002550 01 Course-Of-Study-Hold    PIC X(10) VALUE SPACES.
002560* Decision-Tally (1) is the current course of study, (2) the
002570* whole board.
002580 01 Decision-Tally-Table.
002590    02 Decision-Tally OCCURS 2 TIMES.
002600       03 Tally-Students      PIC 9(5)  VALUE ZERO.
002610       03 Tally-Pass          PIC 9(5)  VALUE ZERO.
002620       03 Tally-Repeat        PIC 9(5)  VALUE ZERO.
002630       03 Tally-Withdraw      PIC 9(5)  VALUE ZERO.
002640       03 Tally-Distinction   PIC 9(5)  VALUE ZERO.
002650       03 Tally-Merit         PIC 9(5)  VALUE ZERO.
002660       03 Tally-Award-Pass    PIC 9(5)  VALUE ZERO.
002670       03 Tally-Borderline    PIC 9(5)  VALUE ZERO.
002680 01 Tally-Sub               PIC 9(1)  VALUE ZERO.

002690 01 FILLER                  PIC X(80) VALUE SPACES.
002700 01 Broadsheet-Heading.
002710    02 FILLER                PIC X(30) VALUE SPACES.
002720    02 FILLER                PIC X(21)
002730       VALUE "EXAM BOARD BROADSHEET".

002740 01 HorizontalLine.
002750    02 FILLER                PIC X(03) VALUE SPACES.
002760    02 FILLER                PIC X(45) VALUE ALL '-'.

002770 01 Broadsheet-Term-Line.
002780    02 FILLER                PIC X(06) VALUE "TERM: ".
002790    02 BrdTerm               PIC X(6).
002800    02 FILLER                PIC X(16) VALUE "   DISTINCTION:".
002810    02 BrdDistinction        PIC ZZ9.
002820    02 FILLER                PIC X(10) VALUE "   MERIT:".
002830    02 BrdMerit              PIC ZZ9.
002840    02 FILLER                PIC X(09) VALUE "   PASS:".
002850    02 BrdPass               PIC ZZ9.
002860    02 FILLER                PIC X(11) VALUE "   MARGIN:".
002870    02 BrdMargin             PIC Z9.
002880    02 FILLER                PIC X(12) VALUE "   CREDITS:".
002890    02 BrdAwardCredits       PIC ZZ9.

002900 01 Broadsheet-Default-Line.
002910    02 FILLER                PIC X(43)
002920       VALUE "EXAMPARM.DAT BOUNDARIES UNUSABLE - DEFAULTS".

002930 01 Broadsheet-Group-Line.
002940    02 FILLER                PIC X(17) VALUE "COURSE OF STUDY: ".
002950    02 BrdCourseOfStudy      PIC X(10).

002960 01 Broadsheet-Columns.
002970    02 FILLER                PIC X(02) VALUE SPACES.
002980    02 FILLER                PIC X(07) VALUE "STUDENT".
002990    02 FILLER                PIC X(20) VALUE "NAME".
003000    02 FILLER                PIC X(08) VALUE " CREDITS".
003010    02 FILLER                PIC X(09) VALUE " TERM AVG".
003020    02 FILLER                PIC X(09) VALUE " OVERALL".
003030    02 FILLER                PIC X(10) VALUE " DECISION".
003040    02 FILLER                PIC X(12) VALUE " AWARD".
003050    02 FILLER                PIC X(20) VALUE "FLAGS".

003060 01 Broadsheet-Line.
003070    02 FILLER                PIC X(02) VALUE SPACES.
003080    02 BrdStudentID          PIC 9(5).
003090    02 FILLER                PIC X(02) VALUE SPACES.
003100    02 BrdStudentName        PIC X(20).
003110    02 BrdTermCredits        PIC BBBBZZ9.
003120    02 BrdTermAverage        PIC BBBZZ9.99.
003130    02 BrdOverallAverage     PIC BBBZZ9.99.
003140    02 FILLER                PIC X(02) VALUE SPACES.
003150    02 BrdDecision           PIC X(08).
003160    02 FILLER                PIC X(02) VALUE SPACES.
003170    02 BrdAward              PIC X(11).
003180    02 FILLER                PIC X(01) VALUE SPACES.
003190    02 BrdBorderline         PIC X(10).
003200    02 FILLER                PIC X(01) VALUE SPACES.
003210    02 BrdSource             PIC X(05).

003220 01 Broadsheet-Repeat-Line.
003230    02 FILLER                PIC X(38) VALUE SPACES.
003240    02 FILLER                PIC X(08) VALUE "REPEAT: ".
003250    02 BrdRepeat1            PIC X(10).
003260    02 FILLER                PIC X(01) VALUE SPACES.
003270    02 BrdRepeat2            PIC X(10).
003280    02 FILLER                PIC X(01) VALUE SPACES.
003290    02 BrdRepeat3            PIC X(10).

003300 01 Broadsheet-Tally-Line.
003310    02 BrdTallyLabel         PIC X(10).
003320    02 FILLER                PIC X(10) VALUE "STUDENTS:".
003330    02 BrdTallyStudents      PIC ZZZZ9.
003340    02 FILLER                PIC X(07) VALUE "  PASS:".
003350    02 BrdTallyPass          PIC ZZZZ9.
003360    02 FILLER                PIC X(09) VALUE "  REPEAT:".
003370    02 BrdTallyRepeat        PIC ZZZZ9.
003380    02 FILLER                PIC X(11) VALUE "  WITHDRAW:".
003390    02 BrdTallyWithdraw      PIC ZZZZ9.

003400 01 Broadsheet-Award-Line.
003410    02 FILLER                PIC X(10) VALUE SPACES.
003420    02 FILLER                PIC X(13) VALUE "DISTINCTION:".
003430    02 BrdTallyDistinction   PIC ZZZZ9.
003440    02 FILLER                PIC X(08) VALUE "  MERIT:".
003450    02 BrdTallyMerit         PIC ZZZZ9.
003460    02 FILLER                PIC X(07) VALUE "  PASS:".
003470    02 BrdTallyAwardPass     PIC ZZZZ9.
003480    02 FILLER                PIC X(13) VALUE "  BORDERLINE:".
003490    02 BrdTallyBorderline    PIC ZZZZ9.

003500 01 Broadsheet-Dropped-Line.
003510    02 FILLER                PIC X(20)
003520       VALUE "ENROLMENTS DROPPED:".
003530    02 BrdDroppedCount       PIC BZZZZ9.
003540    02 FILLER                PIC X(14) VALUE " (TABLE LIMIT)".

003550 01 Broadsheet-Ignored-Line.
003560    02 FILLER                PIC X(25)
003570       VALUE "BOARD DECISIONS IGNORED:".
003580    02 BrdIgnoredCount       PIC BZZZZ9.

003590 PROCEDURE DIVISION.

003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE
003620     IF Parm-Missing OR Input-Missing
003630         MOVE 16 TO RETURN-CODE
003640     ELSE
003650         SORT WorkFile
003660             ON ASCENDING KEY WCourseOfStudy
003670             ON ASCENDING KEY WStudentID
003680             INPUT PROCEDURE IS 2000-RELEASE-TERM-STUDENTS
003690                 THRU 2000-RELEASE-TERM-STUDENTS-EXIT
003700             GIVING SortedStudentFile
003710         PERFORM 3000-PRINT-BROADSHEET
003720         PERFORM 3900-PRINT-CONTROLS
003730     END-IF
003740     PERFORM 8000-TERMINATE
003750     GOBACK.

003760******************************************************************
003770* 1000-INITIALIZE - read the board's parameters, check the
003780* student master and enrolments are there, load the enrolments
003790* and the board's decisions, open the catalogue and the outcome
003800* file, and print the heading.
003810******************************************************************
003820 1000-INITIALIZE.
003830     OPEN OUTPUT BroadsheetFile
003840     WRITE Broadsheet-Record FROM Broadsheet-Heading
003850     WRITE Broadsheet-Record FROM HorizontalLine
003860     PERFORM 1100-READ-PARAMETERS
003870     OPEN INPUT StudentFile
003880     IF Student-File-Status NOT = "00"
003890         MOVE 'Y' TO Input-Missing-Switch
003900     ELSE
003910         CLOSE StudentFile
003920     END-IF
003930     OPEN INPUT EnrolmentFile
003940     IF Enrolment-File-Status NOT = "00"
003950         MOVE 'Y' TO Input-Missing-Switch
003960     ELSE
003970         CLOSE EnrolmentFile
003980     END-IF
003990     IF NOT Parm-Missing AND NOT Input-Missing
004000         PERFORM 1200-LOAD-ENROLMENTS
004010         PERFORM 1300-LOAD-BOARD-DECISIONS
004020         OPEN INPUT CourseFile
004030         IF Course-File-Status = "00"
004040             MOVE 'Y' TO Course-File-Switch
004050         END-IF
004060         OPEN I-O OutcomeFile
004070         IF Outcome-File-Status = "35"
004080             OPEN OUTPUT OutcomeFile
004090             CLOSE OutcomeFile
004100             OPEN I-O OutcomeFile
004110         END-IF
004120         MOVE Board-Term        TO BrdTerm
004130         MOVE Distinction-Mark  TO BrdDistinction
004140         MOVE Merit-Mark        TO BrdMerit
004150         MOVE Award-Pass-Mark   TO BrdPass
004160         MOVE Border-Margin     TO BrdMargin
004170         MOVE Award-Credits     TO BrdAwardCredits
004180         WRITE Broadsheet-Record FROM Broadsheet-Term-Line
004190         IF Boundaries-Defaulted
004200             WRITE Broadsheet-Record FROM Broadsheet-Default-Line
004210         END-IF
004220     END-IF
004230     .

004240******************************************************************
004250* 1100-READ-PARAMETERS - the term is essential; the boundaries
004260* are taken only as a complete, numeric set with distinction
004270* above merit above pass and a repeat limit of at most three,
004280* otherwise the defaults stand.
004290******************************************************************
004300 1100-READ-PARAMETERS.
004310     OPEN INPUT ExamParmFile
004320     IF Exam-Parm-File-Status NOT = "00"
004330         MOVE 'Y' TO Parm-Missing-Switch
004340     ELSE
004350         READ ExamParmFile
004360             AT END MOVE 'Y' TO Parm-Missing-Switch
004370         END-READ
004380         CLOSE ExamParmFile
004390     END-IF
004400     IF NOT Parm-Missing
004410         IF EP-Term = SPACES
004420             MOVE 'Y' TO Parm-Missing-Switch
004430         ELSE
004440             MOVE EP-Term TO Board-Term
004450             IF EP-DistinctionMark NUMERIC
004460                     AND EP-MeritMark NUMERIC
004470                     AND EP-PassMark NUMERIC
004480                     AND EP-BorderMargin NUMERIC
004490                     AND EP-AwardCredits NUMERIC
004500                     AND EP-MaxRepeats NUMERIC
004510                     AND EP-DefaultPassMark NUMERIC
004520                     AND EP-DistinctionMark NOT > 100
004530                     AND EP-DistinctionMark > EP-MeritMark
004540                     AND EP-MeritMark > EP-PassMark
004550                     AND EP-MaxRepeats NOT > 3
004560                 MOVE EP-DistinctionMark TO Distinction-Mark
004570                 MOVE EP-MeritMark       TO Merit-Mark
004580                 MOVE EP-PassMark        TO Award-Pass-Mark
004590                 MOVE EP-BorderMargin    TO Border-Margin
004600                 MOVE EP-AwardCredits    TO Award-Credits
004610                 MOVE EP-MaxRepeats      TO Max-Repeats
004620                 MOVE EP-DefaultPassMark TO Default-Pass-Mark
004630             ELSE
004640                 MOVE 'Y' TO Boundaries-Default-Switch
004650             END-IF
004660         END-IF
004670     END-IF
004680     .

004690******************************************************************
004700* 1200-LOAD-ENROLMENTS - the whole enrolment file into the
004710* table, overflow counted and reported.
004720******************************************************************
004730 1200-LOAD-ENROLMENTS.
004740     OPEN INPUT EnrolmentFile
004750     READ EnrolmentFile
004760         AT END MOVE 'Y' TO Enrolment-Eof-Switch
004770     END-READ
004780     PERFORM 1210-LOAD-ONE-ENROLMENT UNTIL Enrolment-Eof
004790     CLOSE EnrolmentFile
004800     .

004810******************************************************************
004820* 1210-LOAD-ONE-ENROLMENT - file one enrolment row.
004830******************************************************************
004840 1210-LOAD-ONE-ENROLMENT.
004850     IF Enrolment-Count < Max-Enrolments
004860         ADD 1 TO Enrolment-Count
004870         MOVE EN-StudentID TO Tab-StudentID (Enrolment-Count)
004880         MOVE EN-Course    TO Tab-Course (Enrolment-Count)
004890         MOVE EN-Term      TO Tab-Term (Enrolment-Count)
004900         MOVE EN-Grade     TO Tab-Grade (Enrolment-Count)
004910     ELSE
004920         ADD 1 TO Enrolments-Dropped-Count
004930     END-IF
004940     READ EnrolmentFile
004950         AT END MOVE 'Y' TO Enrolment-Eof-Switch
004960     END-READ
004970     .

004980******************************************************************
004990* 1300-LOAD-BOARD-DECISIONS - the board's agreed decisions for
005000* this term. No file just means nothing has been agreed yet.
005010******************************************************************
005020 1300-LOAD-BOARD-DECISIONS.
005030     OPEN INPUT BoardDecisionFile
005040     IF Board-Decision-File-Status = "00"
005050         READ BoardDecisionFile
005060             AT END MOVE 'Y' TO Board-Eof-Switch
005070         END-READ
005080         PERFORM 1310-LOAD-ONE-DECISION UNTIL Board-Eof
005090         CLOSE BoardDecisionFile
005100     END-IF
005110     .

005120******************************************************************
005130* 1310-LOAD-ONE-DECISION - file one decision for the board's
005140* term. A bad decision or award code, a missing user, or a
005150* full table is counted as ignored.
005160******************************************************************
005170 1310-LOAD-ONE-DECISION.
005180     IF BD-Term = Board-Term
005190         IF (BD-Decision = 'P' OR 'R' OR 'W')
005200                 AND (BD-AwardClass = 'D' OR 'M' OR 'P' OR 'N'
005210                     OR SPACE)
005220                 AND BD-UserID NOT = SPACES
005230                 AND Board-Count < Max-Board-Decisions
005240             ADD 1 TO Board-Count
005250             MOVE BD-StudentID  TO Brd-StudentID (Board-Count)
005260             MOVE BD-Decision   TO Brd-Decision (Board-Count)
005270             MOVE BD-AwardClass TO Brd-AwardClass (Board-Count)
005280         ELSE
005290             ADD 1 TO Board-Ignored-Count
005300         END-IF
005310     END-IF
005320     READ BoardDecisionFile
005330         AT END MOVE 'Y' TO Board-Eof-Switch
005340     END-READ
005350     .

005360******************************************************************
005370* 2000-RELEASE-TERM-STUDENTS - the sort's input: every student
005380* on the master with at least one enrolment in the board's term.
005390******************************************************************
005400 2000-RELEASE-TERM-STUDENTS.
005410     OPEN INPUT StudentFile
005420     MOVE 'N' TO Student-Eof-Switch
005430     READ StudentFile
005440         AT END MOVE 'Y' TO Student-Eof-Switch
005450     END-READ
005460     PERFORM 2100-RELEASE-ONE-STUDENT UNTIL Student-Eof
005470     CLOSE StudentFile
005480     .
005490 2000-RELEASE-TERM-STUDENTS-EXIT.
005500     EXIT.

005510******************************************************************
005520* 2100-RELEASE-ONE-STUDENT - release the student under their
005530* course of study if they sat anything this term.
005540******************************************************************
005550 2100-RELEASE-ONE-STUDENT.
005560     MOVE 'N' TO Term-Row-Switch
005570     PERFORM 2110-CHECK-ONE-ROW
005580         VARYING Enrolment-Sub FROM 1 BY 1
005590         UNTIL Enrolment-Sub > Enrolment-Count OR Term-Row-Found
005600     IF Term-Row-Found
005610         MOVE StudentCourse TO WCourseOfStudy
005620         MOVE StudentID     TO WStudentID
005630         MOVE StudentName   TO WStudentName
005640         RELEASE Work
005650     END-IF
005660     READ StudentFile
005670         AT END MOVE 'Y' TO Student-Eof-Switch
005680     END-READ
005690     .

005700******************************************************************
005710* 2110-CHECK-ONE-ROW - is this row the student's, in the term?
005720******************************************************************
005730 2110-CHECK-ONE-ROW.
005740     IF Tab-StudentID (Enrolment-Sub) = StudentID
005750             AND Tab-Term (Enrolment-Sub) = Board-Term
005760         MOVE 'Y' TO Term-Row-Switch
005770     END-IF
005780     .

005790******************************************************************
005800* 3000-PRINT-BROADSHEET - decide and print each sorted student,
005810* with a heading and tally on each change of course of study.
005820******************************************************************
005830 3000-PRINT-BROADSHEET.
005840     MOVE 'N' TO Sorted-Eof-Switch
005850     MOVE ZERO TO Tally-Students (1)
005860     OPEN INPUT SortedStudentFile
005870     READ SortedStudentFile
005880         AT END MOVE 'Y' TO Sorted-Eof-Switch
005890     END-READ
005900     PERFORM 3100-DECIDE-ONE-STUDENT UNTIL Sorted-Eof
005910     IF Tally-Students (1) > ZERO
005920         PERFORM 3800-PRINT-GROUP-TALLY
005930     END-IF
005940     CLOSE SortedStudentFile
005950     .

005960******************************************************************
005970* 3100-DECIDE-ONE-STUDENT - break on course of study, work out
005980* the student's figures, decision and award, print them and
005990* file the outcome.
006000******************************************************************
006010 3100-DECIDE-ONE-STUDENT.
006020     IF Tally-Students (1) = ZERO
006030         PERFORM 3050-START-GROUP
006040     ELSE
006050         IF SS-CourseOfStudy NOT = Course-Of-Study-Hold
006060             PERFORM 3800-PRINT-GROUP-TALLY
006070             PERFORM 3050-START-GROUP
006080         END-IF
006090     END-IF
006100     PERFORM 3200-GATHER-RESULTS
006110     PERFORM 3300-DECIDE-PROGRESSION
006120     PERFORM 3400-CLASSIFY-AWARD
006130     PERFORM 3500-APPLY-BOARD-DECISION
006140     PERFORM 3600-PRINT-STUDENT
006150     PERFORM 3700-WRITE-OUTCOME
006160     READ SortedStudentFile
006170         AT END MOVE 'Y' TO Sorted-Eof-Switch
006180     END-READ
006190     .

006200******************************************************************
006210* 3050-START-GROUP - print the course of study heading and clear
006220* its tally.
006230******************************************************************
006240 3050-START-GROUP.
006250     MOVE SS-CourseOfStudy TO Course-Of-Study-Hold
006260     MOVE ZERO TO Tally-Students (1) Tally-Pass (1)
006270         Tally-Repeat (1) Tally-Withdraw (1)
006280         Tally-Distinction (1) Tally-Merit (1)
006290         Tally-Award-Pass (1) Tally-Borderline (1)
006300     MOVE SPACES TO Broadsheet-Record
006310     WRITE Broadsheet-Record
006320     MOVE SS-CourseOfStudy TO BrdCourseOfStudy
006330     WRITE Broadsheet-Record FROM Broadsheet-Group-Line
006340     WRITE Broadsheet-Record FROM Broadsheet-Columns
006350     .

006360******************************************************************
006370* 3200-GATHER-RESULTS - run the student's enrolment rows: the
006380* term's credits, weighted points and failed courses, and the
006390* best attempt at every course for the award average.
006400******************************************************************
006410 3200-GATHER-RESULTS.
006420     MOVE ZERO   TO Term-Credits Term-Points Term-Average
006430     MOVE ZERO   TO Overall-Credits Overall-Points
006440     MOVE ZERO   TO Overall-Average Credits-Passed
006450     MOVE ZERO   TO Failed-Count Student-Course-Count
006460     MOVE SPACES TO Repeat-List
006470     MOVE 'N'    TO Borderline-Flag
006480     PERFORM 3210-TAKE-ONE-ROW
006490         VARYING Enrolment-Sub FROM 1 BY 1
006500         UNTIL Enrolment-Sub > Enrolment-Count
006510     PERFORM 3260-TOTAL-ONE-COURSE
006520         VARYING Student-Course-Sub FROM 1 BY 1
006530         UNTIL Student-Course-Sub > Student-Course-Count
006540     IF Term-Credits > ZERO
006550         COMPUTE Term-Average ROUNDED =
006560             Term-Points / Term-Credits
006570     END-IF
006580     IF Overall-Credits > ZERO
006590         COMPUTE Overall-Average ROUNDED =
006600             Overall-Points / Overall-Credits
006610     END-IF
006620     .

006630******************************************************************
006640* 3210-TAKE-ONE-ROW - one of the student's rows: a term row
006650* counts towards the term and is checked against its pass mark
006660* (a fail within the margin is borderline), and every row
006670* competes for the course's best attempt.
006680******************************************************************
006690 3210-TAKE-ONE-ROW.
006700     IF Tab-StudentID (Enrolment-Sub) = SS-StudentID
006710         PERFORM 3220-LOOK-UP-COURSE
006720         IF Tab-Term (Enrolment-Sub) = Board-Term
006730             ADD Row-Credits TO Term-Credits
006740             COMPUTE Term-Points = Term-Points
006750                 + (Tab-Grade (Enrolment-Sub) * Row-Credits)
006760             IF Tab-Grade (Enrolment-Sub) < Row-Pass-Mark
006770                 ADD 1 TO Failed-Count
006780                 IF Failed-Count NOT > 3
006790                     MOVE Tab-Course (Enrolment-Sub)
006800                         TO Repeat-Course (Failed-Count)
006810                 END-IF
006820                 COMPUTE Mark-Short =
006830                     Row-Pass-Mark - Tab-Grade (Enrolment-Sub)
006840                 IF Mark-Short NOT > Border-Margin
006850                     MOVE 'Y' TO Borderline-Flag
006860                 END-IF
006870             END-IF
006880         END-IF
006890         PERFORM 3230-KEEP-BEST-ATTEMPT
006900     END-IF
006910     .

006920******************************************************************
006930* 3220-LOOK-UP-COURSE - credits and pass mark off the catalogue;
006940* a course not on it weighs one credit at the default pass mark.
006950******************************************************************
006960 3220-LOOK-UP-COURSE.
006970     MOVE 1                 TO Row-Credits
006980     MOVE Default-Pass-Mark TO Row-Pass-Mark
006990     IF Course-File-Open
007000         MOVE Tab-Course (Enrolment-Sub) TO CR-CourseCode
007010         READ CourseFile
007020             INVALID KEY
007030                 CONTINUE
007040             NOT INVALID KEY
007050                 MOVE CR-Credits  TO Row-Credits
007060                 MOVE CR-PassMark TO Row-Pass-Mark
007070         END-READ
007080     END-IF
007090     .

007100******************************************************************
007110* 3230-KEEP-BEST-ATTEMPT - find the course among the student's
007120* courses so far and keep the better grade, or add it.
007130******************************************************************
007140 3230-KEEP-BEST-ATTEMPT.
007150     MOVE 'N' TO Course-Entry-Switch
007160     PERFORM 3240-MATCH-ONE-COURSE
007170         VARYING Student-Course-Sub FROM 1 BY 1
007180         UNTIL Student-Course-Sub > Student-Course-Count
007190             OR Course-Entry-Found
007200     IF NOT Course-Entry-Found
007210             AND Student-Course-Count < Max-Student-Courses
007220         ADD 1 TO Student-Course-Count
007230         MOVE Tab-Course (Enrolment-Sub)
007240             TO Sct-Course (Student-Course-Count)
007250         MOVE Row-Credits   TO Sct-Credits (Student-Course-Count)
007260         MOVE Row-Pass-Mark TO Sct-PassMark (Student-Course-Count)
007270         MOVE Tab-Grade (Enrolment-Sub)
007280             TO Sct-BestGrade (Student-Course-Count)
007290     END-IF
007300     .

007310******************************************************************
007320* 3240-MATCH-ONE-COURSE - keep the better of two attempts.
007330******************************************************************
007340 3240-MATCH-ONE-COURSE.
007350     IF Sct-Course (Student-Course-Sub)
007360             = Tab-Course (Enrolment-Sub)
007370         MOVE 'Y' TO Course-Entry-Switch
007380         IF Tab-Grade (Enrolment-Sub)
007390                 > Sct-BestGrade (Student-Course-Sub)
007400             MOVE Tab-Grade (Enrolment-Sub)
007410                 TO Sct-BestGrade (Student-Course-Sub)
007420         END-IF
007430     END-IF
007440     .

007450******************************************************************
007460* 3260-TOTAL-ONE-COURSE - weight one best attempt into the
007470* award average and count its credits if it is a pass.
007480******************************************************************
007490 3260-TOTAL-ONE-COURSE.
007500     ADD Sct-Credits (Student-Course-Sub) TO Overall-Credits
007510     COMPUTE Overall-Points = Overall-Points
007520         + (Sct-BestGrade (Student-Course-Sub)
007530             * Sct-Credits (Student-Course-Sub))
007540     IF Sct-BestGrade (Student-Course-Sub)
007550             NOT < Sct-PassMark (Student-Course-Sub)
007560         ADD Sct-Credits (Student-Course-Sub) TO Credits-Passed
007570     END-IF
007580     .

007590******************************************************************
007600* 3300-DECIDE-PROGRESSION - nothing failed is a pass; up to the
007610* repeat limit is repeat the named courses; more is withdraw.
007620******************************************************************
007630 3300-DECIDE-PROGRESSION.
007640     MOVE 'C' TO Source-Code
007650     IF Failed-Count = ZERO
007660         MOVE 'P' TO Decision-Code
007670     ELSE
007680         IF Failed-Count NOT > Max-Repeats
007690             MOVE 'R' TO Decision-Code
007700         ELSE
007710             MOVE 'W' TO Decision-Code
007720         END-IF
007730     END-IF
007740     .

007750******************************************************************
007760* 3400-CLASSIFY-AWARD - a passing student with the award credits
007770* passed has finished and is classed on the overall average; an
007780* average within the margin below the next class up is
007790* borderline.
007800******************************************************************
007810 3400-CLASSIFY-AWARD.
007820     MOVE SPACE TO Award-Code
007830     IF Decision-Pass AND Credits-Passed NOT < Award-Credits
007840         IF Overall-Average NOT < Distinction-Mark
007850             MOVE 'D' TO Award-Code
007860         ELSE
007870             IF Overall-Average NOT < Merit-Mark
007880                 MOVE 'M' TO Award-Code
007890                 IF Overall-Average + Border-Margin
007900                         NOT < Distinction-Mark
007910                     MOVE 'Y' TO Borderline-Flag
007920                 END-IF
007930             ELSE
007940                 IF Overall-Average NOT < Award-Pass-Mark
007950                     MOVE 'P' TO Award-Code
007960                     IF Overall-Average + Border-Margin
007970                             NOT < Merit-Mark
007980                         MOVE 'Y' TO Borderline-Flag
007990                     END-IF
008000                 ELSE
008010                     MOVE 'N' TO Award-Code
008020                     IF Overall-Average + Border-Margin
008030                             NOT < Award-Pass-Mark
008040                         MOVE 'Y' TO Borderline-Flag
008050                     END-IF
008060                 END-IF
008070             END-IF
008080         END-IF
008090     END-IF
008100     .

008110******************************************************************
008120* 3500-APPLY-BOARD-DECISION - the board's agreed decision and
008130* award, where it has keyed one, stand over the calculated ones.
008140******************************************************************
008150 3500-APPLY-BOARD-DECISION.
008160     MOVE 'N' TO Board-Found-Switch
008170     PERFORM 3510-MATCH-ONE-DECISION
008180         VARYING Board-Sub FROM 1 BY 1
008190         UNTIL Board-Sub > Board-Count OR Board-Found
008200     .

008210******************************************************************
008220* 3510-MATCH-ONE-DECISION - take the board's decision if this
008230* entry is the student's.
008240******************************************************************
008250 3510-MATCH-ONE-DECISION.
008260     IF Brd-StudentID (Board-Sub) = SS-StudentID
008270         MOVE 'Y' TO Board-Found-Switch
008280         MOVE 'B' TO Source-Code
008290         MOVE Brd-Decision (Board-Sub)   TO Decision-Code
008300         MOVE Brd-AwardClass (Board-Sub) TO Award-Code
008310         IF NOT Decision-Repeat
008320             MOVE SPACES TO Repeat-List
008330         END-IF
008340     END-IF
008350     .

008360******************************************************************
008370* 3600-PRINT-STUDENT - the broadsheet line, the courses to
008380* repeat under it, and the tallies.
008390******************************************************************
008400 3600-PRINT-STUDENT.
008410     MOVE SS-StudentID    TO BrdStudentID
008420     MOVE SS-StudentName  TO BrdStudentName
008430     MOVE Term-Credits    TO BrdTermCredits
008440     MOVE Term-Average    TO BrdTermAverage
008450     MOVE Overall-Average TO BrdOverallAverage
008460     MOVE SPACES          TO BrdAward
008470     MOVE SPACES          TO BrdBorderline
008480     MOVE SPACES          TO BrdSource
008490     ADD 1 TO Tally-Students (1)
008500     IF Decision-Pass
008510         MOVE "PASS"     TO BrdDecision
008520         ADD 1 TO Tally-Pass (1)
008530     END-IF
008540     IF Decision-Repeat
008550         MOVE "REPEAT"   TO BrdDecision
008560         ADD 1 TO Tally-Repeat (1)
008570     END-IF
008580     IF Decision-Withdraw
008590         MOVE "WITHDRAW" TO BrdDecision
008600         ADD 1 TO Tally-Withdraw (1)
008610     END-IF
008620     IF Award-Distinction
008630         MOVE "DISTINCTION" TO BrdAward
008640         ADD 1 TO Tally-Distinction (1)
008650     END-IF
008660     IF Award-Merit
008670         MOVE "MERIT"       TO BrdAward
008680         ADD 1 TO Tally-Merit (1)
008690     END-IF
008700     IF Award-Pass
008710         MOVE "PASS"        TO BrdAward
008720         ADD 1 TO Tally-Award-Pass (1)
008730     END-IF
008740     IF Award-None
008750         MOVE "NO AWARD"    TO BrdAward
008760     END-IF
008770     IF Is-Borderline
008780         MOVE "BORDERLINE" TO BrdBorderline
008790         ADD 1 TO Tally-Borderline (1)
008800     END-IF
008810     IF Source-Board
008820         MOVE "BOARD" TO BrdSource
008830     END-IF
008840     WRITE Broadsheet-Record FROM Broadsheet-Line
008850     IF Decision-Repeat AND Repeat-List NOT = SPACES
008860         MOVE Repeat-Course (1) TO BrdRepeat1
008870         MOVE Repeat-Course (2) TO BrdRepeat2
008880         MOVE Repeat-Course (3) TO BrdRepeat3
008890         WRITE Broadsheet-Record FROM Broadsheet-Repeat-Line
008900     END-IF
008910     .

008920******************************************************************
008930* 3700-WRITE-OUTCOME - write the student's outcome for the term,
008940* or rewrite it over an earlier sitting of the same board.
008950******************************************************************
008960 3700-WRITE-OUTCOME.
008970     MOVE SS-StudentID TO EO-StudentID
008980     MOVE Board-Term   TO EO-Term
008990     READ OutcomeFile
009000         INVALID KEY CONTINUE
009010     END-READ
009020     MOVE SS-StudentID      TO EO-StudentID
009030     MOVE Board-Term        TO EO-Term
009040     MOVE SS-CourseOfStudy  TO EO-CourseOfStudy
009050     MOVE Term-Credits      TO EO-TermCredits
009060     MOVE Term-Average      TO EO-TermAverage
009070     MOVE Credits-Passed    TO EO-CreditsPassed
009080     MOVE Overall-Average   TO EO-OverallAverage
009090     MOVE Decision-Code     TO EO-Decision
009100     MOVE Repeat-Course (1) TO EO-RepeatCourse (1)
009110     MOVE Repeat-Course (2) TO EO-RepeatCourse (2)
009120     MOVE Repeat-Course (3) TO EO-RepeatCourse (3)
009130     MOVE Award-Code        TO EO-AwardClass
009140     MOVE Borderline-Flag   TO EO-Borderline
009150     MOVE Source-Code       TO EO-Source
009160     IF Outcome-File-Status = "23"
009170         WRITE Outcome-Record
009180     ELSE
009190         REWRITE Outcome-Record
009200     END-IF
009210     .

009220******************************************************************
009230* 3800-PRINT-GROUP-TALLY - the course of study's tally, added
009240* into the board's.
009250******************************************************************
009260 3800-PRINT-GROUP-TALLY.
009270     MOVE "  TOTAL:" TO BrdTallyLabel
009280     MOVE 1 TO Tally-Sub
009290     PERFORM 3850-PRINT-ONE-TALLY
009300     ADD Tally-Students (1)    TO Tally-Students (2)
009310     ADD Tally-Pass (1)        TO Tally-Pass (2)
009320     ADD Tally-Repeat (1)      TO Tally-Repeat (2)
009330     ADD Tally-Withdraw (1)    TO Tally-Withdraw (2)
009340     ADD Tally-Distinction (1) TO Tally-Distinction (2)
009350     ADD Tally-Merit (1)       TO Tally-Merit (2)
009360     ADD Tally-Award-Pass (1)  TO Tally-Award-Pass (2)
009370     ADD Tally-Borderline (1)  TO Tally-Borderline (2)
009380     .

009390******************************************************************
009400* 3850-PRINT-ONE-TALLY - print the decision and award counts for
009410* the tally in Tally-Sub.
009420******************************************************************
009430 3850-PRINT-ONE-TALLY.
009440     MOVE Tally-Students (Tally-Sub)    TO BrdTallyStudents
009450     MOVE Tally-Pass (Tally-Sub)        TO BrdTallyPass
009460     MOVE Tally-Repeat (Tally-Sub)      TO BrdTallyRepeat
009470     MOVE Tally-Withdraw (Tally-Sub)    TO BrdTallyWithdraw
009480     MOVE Tally-Distinction (Tally-Sub) TO BrdTallyDistinction
009490     MOVE Tally-Merit (Tally-Sub)       TO BrdTallyMerit
009500     MOVE Tally-Award-Pass (Tally-Sub)  TO BrdTallyAwardPass
009510     MOVE Tally-Borderline (Tally-Sub)  TO BrdTallyBorderline
009520     WRITE Broadsheet-Record FROM Broadsheet-Tally-Line
009530     WRITE Broadsheet-Record FROM Broadsheet-Award-Line
009540     .

009550******************************************************************
009560* 3900-PRINT-CONTROLS - the board's totals and any rows the
009570* tables could not hold or the board keyed badly.
009580******************************************************************
009590 3900-PRINT-CONTROLS.
009600     MOVE SPACES TO Broadsheet-Record
009610     WRITE Broadsheet-Record
009620     WRITE Broadsheet-Record FROM HorizontalLine
009630     MOVE "BOARD:" TO BrdTallyLabel
009640     MOVE 2 TO Tally-Sub
009650     PERFORM 3850-PRINT-ONE-TALLY
009660     IF Enrolments-Dropped-Count > ZERO
009670         MOVE Enrolments-Dropped-Count TO BrdDroppedCount
009680         WRITE Broadsheet-Record FROM Broadsheet-Dropped-Line
009690     END-IF
009700     IF Board-Ignored-Count > ZERO
009710         MOVE Board-Ignored-Count TO BrdIgnoredCount
009720         WRITE Broadsheet-Record FROM Broadsheet-Ignored-Line
009730     END-IF
009740     .

009750******************************************************************
009760* 8000-TERMINATE - close the files down.
009770******************************************************************
009780 8000-TERMINATE.
009790     IF NOT Parm-Missing AND NOT Input-Missing
009800         CLOSE OutcomeFile
009810         IF Course-File-Open
009820             CLOSE CourseFile
009830         END-IF
009840     END-IF
009850     CLOSE BroadsheetFile
009860     .

009870 END PROGRAM EXAMBRD.
