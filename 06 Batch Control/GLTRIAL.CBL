000340*                     the postings loop and printed after the
000350*                     source section, inside the report layout,
000360*                     instead of landing above the heading.
000362*               DF    Source-Table widened from 10 to 30 posting
000364*                     programs now that APPOST and APPAYRUN post
000366*                     the supplier side to GLPOST.DAT as well.
000367*               DF    GLCHART.DAT rows carry the account type and
000368*                     the reporting line FINSTMT groups them by;
000369*                     the FD takes the longer row, this run still
000370*                     reads only the code and name.
000371*               DF    Hands its record counts to STEPCNT for
000372*                     RUNALL's run history, and holds its
000373*                     return code across that CALL, which
000374*                     sets RETURN-CODE itself.
000375******************************************************************

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000590 01 Gl-Chart-Record.
000600    02 GC-AccountCode       PIC X(6).
000610    02 GC-AccountName       PIC X(20).
000611    02 GC-AccountType       PIC X(1).
000612    02 GC-ReportLine        PIC X(3).
000613    02 GC-LineName          PIC X(20).

000620 FD TrialRptFile.
000630 01 Trial-Rpt-Record        PIC X(90).
000860 77 Max-Accounts            PIC 9(2)  VALUE 50.

000870 01 Source-Table.
000880    02 Source-Entry OCCURS 30 TIMES
000890             INDEXED BY Source-Index.
000900       03 Src-Name            PIC X(8)     VALUE SPACES.
000910       03 Src-Debits          PIC 9(11)V99 VALUE ZERO.
000920       03 Src-Credits         PIC 9(11)V99 VALUE ZERO.
000930 01 Source-Count            PIC 9(2)  VALUE ZERO.
000940 77 Max-Sources             PIC 9(2)  VALUE 30.

000950 01 Rows-Read-Count         PIC 9(7)  VALUE ZERO.
000951* The closing CALL to STEPCNT sets RETURN-CODE, so the
000952* step's own code is held here and restored after it.
000953 01 Step-Return-Code        PIC 9(02) VALUE ZERO.
000954 01 Step-Count-Function     PIC X(01) VALUE 'P'.
000955 01 Step-Records-In         PIC 9(09) VALUE ZERO.
000956 01 Step-Records-Out        PIC 9(09) VALUE ZERO.
000960 01 Unknown-Account-Count   PIC 9(5)  VALUE ZERO.

000970* Unknown-Table buffers the rows whose account is not on the
001790         END-IF
001800     END-IF
001810     PERFORM 8000-TERMINATE
001812     MOVE RETURN-CODE TO Step-Return-Code
001814     PERFORM 8900-REPORT-STEP-COUNTS
001816     MOVE Step-Return-Code TO RETURN-CODE
001820     GOBACK.

001830******************************************************************
003820     CLOSE TrialRptFile
003830     .

003831******************************************************************
003832* 8900-REPORT-STEP-COUNTS - hand STEPCNT the GL rows read and
003833* posted to the trial balance.
003834******************************************************************
003835 8900-REPORT-STEP-COUNTS.
003836     MOVE Rows-Read-Count TO Step-Records-In
003837     MOVE Rows-Read-Count TO Step-Records-Out
003838     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
003839         Step-Records-Out
003840     .

003841 END PROGRAM GLTRIAL.
