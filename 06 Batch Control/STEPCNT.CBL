000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    CALLable step record-count routine: a batch step
000050*             hands over the records it read and wrote, and the
000060*             RUNALL driver collects them for the run-history
000070*             file once the step has returned.
000080* Tectonics: cobc
000090******************************************************************
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STEPCNT.
000120 AUTHOR.     D. FENNESSY.
000130 DATE-WRITTEN.

000140******************************************************************
000150* MODIFICATION HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   ----------  ----  ------------------------------------------
000180*               DF    New subprogram, kept loaded between CALLs
000190*                     the way RUNLOCK is, so the counts live in
000200*                     its own storage and no file is needed.
000210*                     Functions: 'C' the driver clears the
000220*                     counts before CALLing a step; 'P' the step
000230*                     puts its records in and out; 'G' the
000240*                     driver gets them back after the step. A
000250*                     step run standalone puts its counts and
000260*                     nobody asks for them.
000270******************************************************************

000280 ENVIRONMENT DIVISION.

000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310 01 Held-Records-In          PIC 9(9)  VALUE ZERO.
000320 01 Held-Records-Out         PIC 9(9)  VALUE ZERO.

000330 LINKAGE SECTION.
000340 01 Step-Count-Function      PIC X(1).
000350     88 Step-Clear-Counts     VALUE 'C'.
000360     88 Step-Put-Counts       VALUE 'P'.
000370     88 Step-Get-Counts       VALUE 'G'.
000380 01 Step-Records-In          PIC 9(9).
000390 01 Step-Records-Out         PIC 9(9).

000400 PROCEDURE DIVISION USING Step-Count-Function, Step-Records-In,
000410         Step-Records-Out.

000420 0000-MAINLINE.
000430     IF Step-Clear-Counts
000440         MOVE ZERO TO Held-Records-In Held-Records-Out
000450     ELSE
000460         IF Step-Put-Counts
000470             MOVE Step-Records-In  TO Held-Records-In
000480             MOVE Step-Records-Out TO Held-Records-Out
000490         ELSE
000500             IF Step-Get-Counts
000510                 MOVE Held-Records-In  TO Step-Records-In
000520                 MOVE Held-Records-Out TO Step-Records-Out
000530             END-IF
000540         END-IF
000550     END-IF
000560     GOBACK.

000570 END PROGRAM STEPCNT.
