000250*                     course and grade the master itself still
000260*                     carries, so the report covers everyone
000270*                     during the changeover.
000271*               DF    Prints the exam board's official outcome
000272*                     under the average: for every term the board
000273*                     has sat on the student, off the EXAMOUT.DAT
000274*                     file EXAMBRD keeps, the decision (pass,
000275*                     repeat with the courses named, or withdraw),
000276*                     the award class where one was given, and
000277*                     the credit-weighted average it was made on.
000280******************************************************************

000290 ENVIRONMENT DIVISION.
000380     SELECT TranscriptFile ASSIGN TO "TRNSCRPT.RPT"
000390         ORGANIZATION IS LINE SEQUENTIAL.

000391     SELECT OutcomeFile ASSIGN TO "EXAMOUT.DAT"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS EO-OutcomeKey
000395         FILE STATUS IS Outcome-File-Status.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD StudentFile.
000540 FD TranscriptFile.
000550 01 Transcript-Record       PIC X(80).

000551 FD OutcomeFile.
000552 01 Outcome-Record.
000553    02 EO-OutcomeKey.
000554       03 EO-StudentID      PIC 9(5).
000555       03 EO-Term           PIC X(6).
000556    02 EO-CourseOfStudy     PIC X(10).
000557    02 EO-TermCredits       PIC 9(3).
000558    02 EO-TermAverage       PIC 9(3)V99.
000559    02 EO-CreditsPassed     PIC 9(3).
000560    02 EO-OverallAverage    PIC 9(3)V99.
000561    02 EO-Decision          PIC X(1).
000562       88 EO-Pass             VALUE 'P'.
000563       88 EO-Repeat           VALUE 'R'.
000564       88 EO-Withdraw         VALUE 'W'.
000565    02 EO-RepeatCourse      PIC X(10) OCCURS 3 TIMES.
000566    02 EO-AwardClass        PIC X(1).
000567       88 EO-Distinction      VALUE 'D'.
000568       88 EO-Merit            VALUE 'M'.
000569       88 EO-AwardPass        VALUE 'P'.
000570       88 EO-NoAward          VALUE 'N'.
000571    02 EO-Borderline        PIC X(1).
000572    02 EO-Source            PIC X(1).
000573       88 EO-Calculated       VALUE 'C'.
000574       88 EO-BoardAgreed      VALUE 'B'.

000575 WORKING-STORAGE SECTION.
000576 01 Student-Eof-Switch      PIC X(01) VALUE 'N'.
000580     88 Student-Eof          VALUE 'Y'.
000590 01 Enrolment-Eof-Switch    PIC X(01) VALUE 'N'.
000600     88 Enrolment-Eof        VALUE 'Y'.
000610 01 Student-File-Status     PIC X(02) VALUE SPACES.
000620 77 Enrolment-File-Status   PIC X(02) VALUE '00'.
000621 77 Outcome-File-Status     PIC X(02) VALUE '00'.
000622 01 Outcome-File-Switch     PIC X(01) VALUE 'N'.
000623     88 Outcome-File-Open    VALUE 'Y'.
000624 01 Outcome-Eof-Switch      PIC X(01) VALUE 'N'.
000625     88 Outcome-Eof          VALUE 'Y'.

000630* Enrolment-Table carries the whole enrolment file; the master
000640* pass pulls each student's rows out of it in file order.
001070       VALUE "OVERALL AVERAGE:".
001080    02 TrnAverage            PIC BZZ9.99.

001081 01 Transcript-Outcome-Line.
001082    02 FILLER                PIC X(12) VALUE "BOARD TERM ".
001083    02 TrnOutcomeTerm        PIC X(6).
001084    02 FILLER                PIC X(02) VALUE ": ".
001085    02 TrnDecision           PIC X(08).
001086    02 FILLER                PIC X(09) VALUE "  AWARD: ".
001087    02 TrnAward              PIC X(11).
001088    02 FILLER                PIC X(15) VALUE "  WEIGHTED AVG:".
001089    02 TrnWeightedAverage    PIC BZZ9.99.

001090 01 Transcript-Repeat-Line.
001091    02 FILLER                PIC X(12) VALUE SPACES.
001092    02 FILLER                PIC X(08) VALUE "REPEAT: ".
001093    02 TrnRepeat1            PIC X(10).
001094    02 FILLER                PIC X(01) VALUE SPACES.
001095    02 TrnRepeat2            PIC X(10).
001096    02 FILLER                PIC X(01) VALUE SPACES.
001097    02 TrnRepeat3            PIC X(10).

001098 01 Transcript-Total-Line.
001100    02 FILLER                PIC X(13) VALUE "TRANSCRIPTS:".
001110    02 TrnStudentCount       PIC BZZZZ9.

001360     OPEN OUTPUT TranscriptFile
001370     IF Student-File-Status = "00"
001380         PERFORM 1100-LOAD-ENROLMENTS
001382         OPEN INPUT OutcomeFile
001384         IF Outcome-File-Status = "00"
001386             MOVE 'Y' TO Outcome-File-Switch
001388         END-IF
001390         WRITE Transcript-Record FROM Transcript-Heading
001400         WRITE Transcript-Record FROM HorizontalLine
001410         READ StudentFile
002050         Student-Grade-Points / Student-Course-Count
002060     MOVE Student-Average TO TrnAverage
002070     WRITE Transcript-Record FROM Transcript-Average-Line
002072     IF Outcome-File-Open
002074         PERFORM 2200-PRINT-OUTCOMES
002076     END-IF
002080     ADD 1 TO Students-Printed-Count
002090     READ StudentFile
002100         AT END MOVE 'Y' TO Student-Eof-Switch
002260     END-IF
002270     .

002271******************************************************************
002272* 2200-PRINT-OUTCOMES - browse the student's outcome rows, one per
002273* term the board has sat on them.
002274******************************************************************
002275 2200-PRINT-OUTCOMES.
002276     MOVE 'N'       TO Outcome-Eof-Switch
002277     MOVE StudentID TO EO-StudentID
002278     MOVE LOW-VALUES TO EO-Term
002279     START OutcomeFile KEY NOT < EO-OutcomeKey
002280         INVALID KEY MOVE 'Y' TO Outcome-Eof-Switch
002281     END-START
002282     IF NOT Outcome-Eof
002283         READ OutcomeFile NEXT RECORD
002284             AT END MOVE 'Y' TO Outcome-Eof-Switch
002285         END-READ
002286     END-IF
002287     PERFORM 2210-PRINT-ONE-OUTCOME
002288         UNTIL Outcome-Eof OR EO-StudentID NOT = StudentID
002289     .

002290******************************************************************
002291* 2210-PRINT-ONE-OUTCOME - the decision and award for one term.
002292******************************************************************
002293 2210-PRINT-ONE-OUTCOME.
002294     MOVE EO-Term           TO TrnOutcomeTerm
002295     MOVE EO-OverallAverage TO TrnWeightedAverage
002296     MOVE SPACES            TO TrnDecision
002297     MOVE SPACES            TO TrnAward
002298     IF EO-Pass
002299         MOVE "PASS"     TO TrnDecision
002300     END-IF
002301     IF EO-Repeat
002302         MOVE "REPEAT"   TO TrnDecision
002303     END-IF
002304     IF EO-Withdraw
002305         MOVE "WITHDRAW" TO TrnDecision
002306     END-IF
002307     IF EO-Distinction
002308         MOVE "DISTINCTION" TO TrnAward
002309     END-IF
002310     IF EO-Merit
002311         MOVE "MERIT"       TO TrnAward
002312     END-IF
002313     IF EO-AwardPass
002314         MOVE "PASS"        TO TrnAward
002315     END-IF
002316     IF EO-NoAward
002317         MOVE "NO AWARD"    TO TrnAward
002318     END-IF
002319     WRITE Transcript-Record FROM Transcript-Outcome-Line
002320     IF EO-Repeat
002321         MOVE EO-RepeatCourse (1) TO TrnRepeat1
002322         MOVE EO-RepeatCourse (2) TO TrnRepeat2
002323         MOVE EO-RepeatCourse (3) TO TrnRepeat3
002324         WRITE Transcript-Record FROM Transcript-Repeat-Line
002325     END-IF
002326     READ OutcomeFile NEXT RECORD
002327         AT END MOVE 'Y' TO Outcome-Eof-Switch
002328     END-READ
002329     .

002330******************************************************************
002331* 3000-FINISH-TRANSCRIPT-RPT - the control totals.
002332******************************************************************
002333 3000-FINISH-TRANSCRIPT-RPT.
002334     MOVE SPACES TO Transcript-Record
002335     WRITE Transcript-Record
002340     WRITE Transcript-Record FROM HorizontalLine
002350     MOVE Students-Printed-Count TO TrnStudentCount
002360     WRITE Transcript-Record FROM Transcript-Total-Line
002440******************************************************************
002450 8000-TERMINATE.
002460     CLOSE StudentFile
002462     IF Outcome-File-Open
002464         CLOSE OutcomeFile
002466     END-IF
002470     CLOSE TranscriptFile
002480     .

