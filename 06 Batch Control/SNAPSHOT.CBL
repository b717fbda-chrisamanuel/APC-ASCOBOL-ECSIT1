000290*                     keeps all 3). A master that does not exist
000300*                     yet is skipped, not failed - a fresh
000310*                     install has nothing to protect.
000313*               DF    Stock master key widened to branch and
000316*                     oil now stock is held by branch.
000317*               DF    Payroll YTD record widened for the
000318*                     employer PRSI year-to-date PAYROLL now
000319*                     accumulates.
000320*               DF    Hands its record counts to STEPCNT for
000321*                     RUNALL's run history, and holds its
000322*                     return code across that CALL, which
000323*                     sets RETURN-CODE itself.
000324******************************************************************

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000460     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ST-StockKey
000500         FILE STATUS IS Master-File-Status.

000510     SELECT PayrollYtdFile ASSIGN TO "PAYYTD.DAT"

000830 FD StockMasterFile.
000840 01 Stock-Master-Record.
000850    02 ST-StockKey          PIC X(6).
000860    02 FILLER               PIC X(24).

000870 FD PayrollYtdFile.
000880 01 Payroll-Ytd-Record.
000890    02 PYTD-EmployeeID      PIC 9(5).
000900    02 FILLER               PIC X(85).

000910 FD ArItemsFile.
000920 01 Ar-Open-Item.
001230 01 Master-Eof-Switch       PIC X(01) VALUE 'N'.
001240     88 Master-Eof           VALUE 'Y'.
001250 01 Rows-Dumped-Count       PIC 9(7)  VALUE ZERO.
001251* The closing CALL to STEPCNT sets RETURN-CODE, so the
001252* step's own code is held here and restored after it.
001253 01 Step-Return-Code        PIC 9(02) VALUE ZERO.
001254 01 Step-Count-Function     PIC X(01) VALUE 'P'.
001255 01 Step-Records-In         PIC 9(09) VALUE ZERO.
001256 01 Step-Records-Out        PIC 9(09) VALUE ZERO.
001260 01 Masters-Dumped-Count    PIC 9(2)  VALUE ZERO.

001270 01 FILLER                  PIC X(80) VALUE SPACES.
001540     PERFORM 2500-SNAPSHOT-MEMBSTAT
001550     PERFORM 3000-FINISH-SNAPSHOT-RPT
001560     PERFORM 8000-TERMINATE
001562     MOVE RETURN-CODE TO Step-Return-Code
001564     PERFORM 8900-REPORT-STEP-COUNTS
001566     MOVE Step-Return-Code TO RETURN-CODE
001570     GOBACK.

001580******************************************************************
004480     CLOSE SnapshotRptFile
004490     .

004491******************************************************************
004492* 8900-REPORT-STEP-COUNTS - hand STEPCNT the rows read and
004493* dumped.
004494******************************************************************
004495 8900-REPORT-STEP-COUNTS.
004496     MOVE Rows-Dumped-Count TO Step-Records-In
004497     MOVE Rows-Dumped-Count TO Step-Records-Out
004498     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
004499         Step-Records-Out
004500     .

004501 END PROGRAM SNAPSHOT.
