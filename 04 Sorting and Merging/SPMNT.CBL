000300*                     inactive rather than deleted so their
000310*                     history still names them; D is for keying
000320*                     errors.
000321*               DF    SPTRAN.DAT and the master carry the
000322*                     salesperson's system logon ID (appended) so
000323*                     a change keyed under it can be told apart;
000324*                     a change with the logon blank keeps the one
000325*                     on file. The audit trail carries LOGON= and
000326*                     is widened to PIC X(180).
000330******************************************************************

000340 ENVIRONMENT DIVISION.
000630       88 SPTActive            VALUE 'A'.
000640       88 SPTInactive          VALUE 'I'.
000650    02 SPTUserID             PIC X(8).
000655    02 SPTLogonID            PIC X(8).

000660 FD SalespersonMasterFile.
000670 01 Salesperson-Master-Record.
000720    02 SP-ActiveFlag         PIC X(1).
000730       88 SP-Active            VALUE 'A'.
000740       88 SP-Inactive          VALUE 'I'.
000745    02 SP-LogonID            PIC X(8).

000750 FD AuditTrailFile.
000760 01 Audit-Trail-Record       PIC X(180).

000770 FD AuditRptFile.
000780 01 Audit-Rpt-Record         PIC X(80).

002890******************************************************************
002900* 2200-APPLY-TO-MASTER - write, rewrite or delete the master
002906* record for the validated transaction. A change with the logon
002912* ID blank keeps the one already on the master.
002920******************************************************************
002930 2200-APPLY-TO-MASTER.
002940     MOVE SPTSalespersonID TO SP-SalespersonID
002970         MOVE SPTBranchID   TO SP-BranchID
002980         MOVE SPTCommRate   TO SP-CommRate
002990         MOVE SPTActiveFlag TO SP-ActiveFlag
002995         MOVE SPTLogonID    TO SP-LogonID
003000         WRITE Salesperson-Master-Record
003010     END-IF
003020     IF SPChange
003040         MOVE SPTBranchID   TO SP-BranchID
003050         MOVE SPTCommRate   TO SP-CommRate
003060         MOVE SPTActiveFlag TO SP-ActiveFlag
003062         IF SPTLogonID NOT = SPACES
003064             MOVE SPTLogonID TO SP-LogonID
003066         END-IF
003070         REWRITE Salesperson-Master-Record
003080     END-IF
003090     IF SPDelete
003130******************************************************************
003140* 2300-WRITE-AUDIT-TRAIL - append one line to SPAUDT.DAT
003150* recording who applied what, with the before and after name
003160* and rate, and the salesperson's logon ID as filed.
003170******************************************************************
003180 2300-WRITE-AUDIT-TRAIL.
003190     ACCEPT Log-Date FROM DATE
003340         Before-Sp-Rate DELIMITED BY SIZE
003350         " NEWRATE=" DELIMITED BY SIZE
003360         SPTCommRate DELIMITED BY SIZE
003363         " LOGON=" DELIMITED BY SIZE
003366         SP-LogonID DELIMITED BY SIZE
003370         " DATE=" DELIMITED BY SIZE
003380         Log-Date DELIMITED BY SIZE
003390         " TIME=" DELIMITED BY SIZE
