000310*               DF    A full Group-Table now reports the
000320*                     entries it dropped on the analysis page
000330*                     instead of counting them silently.
000333*               DF    RUNALL's STEP OVERRUN warnings are counted
000336*                     as their own error type.
000340******************************************************************

000350 ENVIRONMENT DIVISION.
002670                 MOVE "CLASS NOT ON TAXRULES"
002680                     TO This-ErrorType
002690             ELSE
002692                 MOVE ZERO TO Scan-Tally
002694                 INSPECT Exception-Log-Record TALLYING Scan-Tally
002696                     FOR ALL "STEP OVERRUN"
002698                 IF Scan-Tally > ZERO
002700                     MOVE "STEP OVERRUN" TO This-ErrorType
002702                 ELSE
002704                     MOVE "OTHER" TO This-ErrorType
002706                 END-IF
002710             END-IF
002720         END-IF
002730     END-IF
