000320*                     and releases it at the controlled end,
000330*                     so this run cannot update the masters
000340*                     underneath a batch run in flight.
000341*               DF    Stock master key widened to branch and
000342*                     oil now stock is held by branch.
000343*               DF    Payroll YTD record widened for the
000344*                     employer PRSI year-to-date PAYROLL now
000345*                     accumulates.
000346*               DF    Holds its return code across the RUNLOCK
000347*                     release, which sets RETURN-CODE itself.
000350******************************************************************

000360 ENVIRONMENT DIVISION.
000500     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ST-StockKey
000540         FILE STATUS IS Master-File-Status.

000550     SELECT PayrollYtdFile ASSIGN TO "PAYYTD.DAT"

000920 FD StockMasterFile.
000930 01 Stock-Master-Record.
000940    02 ST-StockKey          PIC X(6).
000950    02 FILLER               PIC X(24).

000960 FD PayrollYtdFile.
000970 01 Payroll-Ytd-Record.
000980    02 PYTD-EmployeeID      PIC 9(5).
000990    02 FILLER               PIC X(85).

001000 FD ArItemsFile.
001010 01 Ar-Open-Item.
001180 01 Lock-Step-Name           PIC X(20) VALUE "BACKOUT".
001190 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001200 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001202* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001204* step's own code is held here and restored after it.
001206 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001210 01 Backout-Request-File-Status PIC X(02) VALUE SPACES.
001220 01 Gen-In-File-Status      PIC X(02) VALUE SPACES.
001230 01 Master-File-Status      PIC X(02) VALUE SPACES.
001850         END-IF
001860     END-IF
001870     PERFORM 8000-TERMINATE
001875     MOVE RETURN-CODE TO Step-Return-Code
001880     MOVE 'R' TO Lock-Function
001890     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
001900         Lock-Run-Date, Lock-Return-Code
001905     MOVE Step-Return-Code TO RETURN-CODE
001910     GOBACK.

001920******************************************************************
