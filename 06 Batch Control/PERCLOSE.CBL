000330*                     fifth refused gate now - an anonymous
000340*                     close would leave OPER= empty on the log
000350*                     the close exists to prove.
000351*               DF    Two more refused gates: AUDCTL.DAT must
000352*                     show a CHGAUDIT scan covering the whole
000353*                     period, run on or after its last day, and
000354*                     AUDFLAGS.DAT must hold no flag on a change
000355*                     dated in or before the period that is still
000356*                     awaiting sign-off.
000360******************************************************************

000370 ENVIRONMENT DIVISION.
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS Close-Log-File-Status.

000541     SELECT AuditControlFile ASSIGN TO "AUDCTL.DAT"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS Audit-Control-File-Status.

000544     SELECT AuditFlagFile ASSIGN TO "AUDFLAGS.DAT"
000545         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS Audit-Flag-File-Status.

000550     SELECT CloseRptFile ASSIGN TO "PERCLOSE.RPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.

000840 FD CloseLogFile.
000850 01 Close-Log-Record        PIC X(120).

000851 FD AuditControlFile.
000852 01 Audit-Control-Record.
000853    02 AC-FromDate          PIC 9(8).
000854    02 AC-ToDate            PIC 9(8).
000855    02 AC-ScannedDate       PIC 9(8).

000860 FD CloseRptFile.
000870 01 Close-Rpt-Record        PIC X(80).

000871 FD AuditFlagFile.
000872 01 Audit-Flag-Record.
000873    02 FILLER               PIC X(26).
000874    02 FL-ChangeDate        PIC 9(8).
000875    02 FILLER               PIC X(76).
000876    02 FL-SignedBy          PIC X(8).
000877    02 FILLER               PIC X(38).

000880 WORKING-STORAGE SECTION.
000890 01 Close-Request-File-Status PIC X(02) VALUE SPACES.
000900 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
000910 77 Job-State-File-Status   PIC X(02) VALUE '00'.
000920 77 Late-Sales-File-Status  PIC X(02) VALUE '00'.
000930 77 Close-Log-File-Status   PIC X(02) VALUE '00'.
000933 77 Audit-Control-File-Status PIC X(02) VALUE '00'.
000936 77 Audit-Flag-File-Status  PIC X(02) VALUE '00'.
000940 01 Request-Eof-Switch      PIC X(01) VALUE 'N'.
000950     88 Request-Eof          VALUE 'Y'.
000960 01 Request-Missing-Switch  PIC X(01) VALUE 'N'.
001030     88 State-Clean          VALUE 'Y'.
001040 01 Backlog-Clean-Switch    PIC X(01) VALUE 'Y'.
001050     88 Backlog-Clean        VALUE 'Y'.
001051 01 Audit-Covered-Switch    PIC X(01) VALUE 'N'.
001052     88 Audit-Covered        VALUE 'Y'.
001053 01 Flags-Clear-Switch      PIC X(01) VALUE 'Y'.
001054     88 Flags-Clear          VALUE 'Y'.
001055 01 Flag-Eof-Switch         PIC X(01) VALUE 'N'.
001056     88 Flag-Eof             VALUE 'Y'.

001060 01 Old-Period-Start        PIC 9(8)  VALUE ZERO.
001070 01 Old-Period-End          PIC 9(8)  VALUE ZERO.
002060     PERFORM 2200-CHECK-JOB-STATE
002070     PERFORM 2300-CHECK-LATE-BACKLOG
002080     PERFORM 2400-CHECK-NEW-DATES
002083     PERFORM 2500-CHECK-CHANGE-AUDIT
002086     PERFORM 2600-CHECK-AUDIT-FLAGS
002090     .

002100******************************************************************
003100     WRITE Close-Rpt-Record FROM Close-Check-Line
003110     .

003111******************************************************************
003112* 2500-CHECK-CHANGE-AUDIT - CHGAUDIT must have scanned the whole
003113* period being closed, on or after its last day, so no change
003114* made in it has gone unreviewed.
003115******************************************************************
003116 2500-CHECK-CHANGE-AUDIT.
003117     MOVE 'N' TO Audit-Covered-Switch
003118     OPEN INPUT AuditControlFile
003119     IF Audit-Control-File-Status = "00"
003120         READ AuditControlFile
003121             AT END CONTINUE
003122             NOT AT END
003123                 IF AC-FromDate NOT > Old-Period-Start
003124                         AND AC-ToDate NOT < Old-Period-End
003125                         AND AC-ScannedDate NOT < Old-Period-End
003126                     MOVE 'Y' TO Audit-Covered-Switch
003127                 END-IF
003128         END-READ
003129         CLOSE AuditControlFile
003130     END-IF
003131     MOVE "CHANGE AUDIT COVERS THE PERIOD" TO CheckDescription
003132     IF Audit-Covered
003133         MOVE "OK"     TO CheckResult
003134     ELSE
003135         MOVE "FAILED" TO CheckResult
003136         MOVE 'Y' TO Close-Refused-Switch
003137     END-IF
003138     WRITE Close-Rpt-Record FROM Close-Check-Line
003139     .

003140******************************************************************
003141* 2600-CHECK-AUDIT-FLAGS - every change-audit flag on a change
003142* dated in or before the period must be signed off by someone
003143* other than the flagged user before the period closes.
003144******************************************************************
003145 2600-CHECK-AUDIT-FLAGS.
003146     MOVE 'Y' TO Flags-Clear-Switch
003147     MOVE 'N' TO Flag-Eof-Switch
003148     OPEN INPUT AuditFlagFile
003149     IF Audit-Flag-File-Status = "00"
003150         READ AuditFlagFile
003151             AT END MOVE 'Y' TO Flag-Eof-Switch
003152         END-READ
003153         PERFORM 2610-CHECK-ONE-FLAG UNTIL Flag-Eof
003154         CLOSE AuditFlagFile
003155     END-IF
003156     MOVE "AUDIT FLAGS SIGNED OFF" TO CheckDescription
003157     IF Flags-Clear
003158         MOVE "OK"     TO CheckResult
003159     ELSE
003160         MOVE "FAILED" TO CheckResult
003161         MOVE 'Y' TO Close-Refused-Switch
003162     END-IF
003163     WRITE Close-Rpt-Record FROM Close-Check-Line
003164     .

003165******************************************************************
003166* 2610-CHECK-ONE-FLAG - one register row.
003167******************************************************************
003168 2610-CHECK-ONE-FLAG.
003169     IF FL-SignedBy = SPACES
003170             AND FL-ChangeDate NOT > Old-Period-End
003171         MOVE 'N' TO Flags-Clear-Switch
003172     END-IF
003173     READ AuditFlagFile
003174         AT END MOVE 'Y' TO Flag-Eof-Switch
003175     END-READ
003176     .

003177******************************************************************
003178* 3000-CLOSE-AND-OPEN - rewrite RUNPARM.DAT with the next period
003179* open, log the close, and empty the request file.
003180******************************************************************
003181 3000-CLOSE-AND-OPEN.
003182     OPEN OUTPUT RunParmFile
003183     MOVE Old-Run-Date      TO RP-RunDate
003190     MOVE CR-NewPeriodStart TO RP-PeriodStart
003200     MOVE CR-NewPeriodEnd   TO RP-PeriodEnd
003210     MOVE 'O'               TO RP-PeriodStatus
