000510*                     and releases it at the controlled end,
000520*                     so this run cannot update the masters
000530*                     underneath a batch run in flight.
000531*               DF    A GRCVHST.DAT row for the sending leg of a
000532*                     branch stock transfer takes its units off
000533*                     the stock carry-forward, matching RECON.
000534*               DF    Row buffers widened to PIC X(200) so the
000535*                     longer CUSTAUDT.DAT lines, which now carry
000536*                     the approver, archive whole.
000537*               DF    Row buffers widened to PIC X(320) for the
000538*                     CUSTAUDT.DAT lines that now carry the
000539*                     delivery preference and addresses.
000540*               DF    Row buffers widened to PIC X(340) for the
000541*                     CUSTAUDT.DAT lines that now carry the credit
000542*                     limit before the change.
000543*               DF    Holds its return code across the RUNLOCK
000544*                     release, which sets RETURN-CODE itself.
000545******************************************************************

000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000960    02 RP-PeriodStatus      PIC X(1).

000970 FD LiveInFile.
000980 01 Live-In-Record          PIC X(340).

000990 FD WorkOutFile.
001000 01 Work-Out-Record         PIC X(340).

001010 FD ArchiveFile.
001020 01 Archive-Record.
001030    02 ARC-ArchiveDate      PIC 9(8).
001040    02 ARC-RowImage         PIC X(340).

001050 FD ArItemsFile.
001060 01 Ar-Open-Item.
001360 01 Lock-Step-Name           PIC X(20) VALUE "HISTARCH".
001370 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001380 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001382* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001384* step's own code is held here and restored after it.
001386 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001390 77 Retention-Rules-File-Status PIC X(02) VALUE '00'.
001400 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
001410 01 Live-In-File-Status     PIC X(02) VALUE SPACES.
002180 01 Row-Date                PIC 9(8)  VALUE ZERO.
002190 01 Row-In-Window-Switch    PIC X(01) VALUE 'Y'.
002200     88 Row-In-Window        VALUE 'Y'.
002210 01 Unstring-Front          PIC X(340) VALUE SPACES.
002220 01 Unstring-Tail           PIC X(340) VALUE SPACES.
002230 01 Audit-Stamp-Date        PIC X(6)  VALUE SPACES.
002240 01 Audit-Stamp-Numeric     PIC 9(6)  VALUE ZERO.

002780         PERFORM 5000-SAVE-RECON-CARRIES
002790     END-IF
002800     PERFORM 8000-TERMINATE
002805     MOVE RETURN-CODE TO Step-Return-Code
002810     MOVE 'R' TO Lock-Function
002820     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002830         Lock-Run-Date, Lock-Return-Code
002835     MOVE Step-Return-Code TO RETURN-CODE
002840     GOBACK.

002850******************************************************************
006070     IF Kind-Receipts
006080         MOVE Live-In-Record (12:5) TO Parse-Rcv-Units-X
006090         IF Parse-Rcv-Units-X NUMERIC
006093             IF Live-In-Record (26:1) = 'O'
006096                 SUBTRACT Parse-Rcv-Units FROM Carry-Stock
006099             ELSE
006102                 ADD Parse-Rcv-Units TO Carry-Stock
006105             END-IF
006110         END-IF
006120     END-IF
006130     IF Kind-Stock-Adjust
