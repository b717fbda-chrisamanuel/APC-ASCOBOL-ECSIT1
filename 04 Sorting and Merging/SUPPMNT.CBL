000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Maintains the SUPPMAST.DAT supplier master that the
000050*             purchase orders, the supplier invoice match and the
000060*             creditors payment run all work from: applies a file
000070*             of add/change/delete transactions keyed on the
000080*             5-digit supplier ID, writes an audit trail of who
000090*             changed what, and prints an audit report of applied
000100*             and rejected transactions, the same shape CUSTMNT
000110*             gives the customer master.
000120* Tectonics: cobc
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. SUPPMNT.
000160 AUTHOR.     D. FENNESSY.
000170 DATE-WRITTEN.

000180******************************************************************
000190* MODIFICATION HISTORY
000200*   DATE        INIT  DESCRIPTION
000210*   ----------  ----  ------------------------------------------
000220*               DF    New program: SUPPTRAN.DAT carries A/C/D
000230*                     transactions with the supplier's name, the
000240*                     bank sort code and account the payment run
000250*                     pays into, the payment terms in days and a
000260*                     hold flag (H on hold / N, blank filed N)
000270*                     that keeps the supplier out of the payment
000280*                     run. Applied changes go to SUPPAUDT.DAT
000290*                     with the before and after name and bank
000300*                     details, and SUPPMNT.RPT lists applied and
000310*                     rejected transactions with control totals.
000320******************************************************************

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SuppTranFile ASSIGN TO "SUPPTRAN.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS Supp-Tran-File-Status.

000390     SELECT SupplierMasterFile ASSIGN TO "SUPPMAST.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SU-SupplierID
000430         FILE STATUS IS Supp-Master-File-Status.

000440     SELECT AuditTrailFile ASSIGN TO "SUPPAUDT.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS Audit-Trail-File-Status.

000470     SELECT AuditRptFile ASSIGN TO "SUPPMNT.RPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD SuppTranFile.
000520 01 Supp-Tran-Record.
000530    02 SUTAction             PIC X(1).
000540       88 SUTAdd               VALUE 'A'.
000550       88 SUTChange            VALUE 'C'.
000560       88 SUTDelete            VALUE 'D'.
000570    02 SUTSupplierID         PIC 9(5).
000580    02 SUTSupplierName       PIC X(20).
000590    02 SUTUserID             PIC X(8).
000600    02 SUTSortCode           PIC 9(6).
000610    02 SUTAccountNo          PIC 9(8).
000620    02 SUTTermsDays          PIC 9(3).
000630    02 SUTHoldFlag           PIC X(1).
000640       88 SUTHoldOn            VALUE 'H'.
000650       88 SUTHoldOff           VALUE 'N'.

000660 FD SupplierMasterFile.
000670 01 Supplier-Master-Record.
000680    02 SU-SupplierID         PIC 9(5).
000690    02 SU-SupplierName       PIC X(20).
000700    02 SU-SortCode           PIC 9(6).
000710    02 SU-AccountNo          PIC 9(8).
000720    02 SU-TermsDays          PIC 9(3).
000730    02 SU-HoldFlag           PIC X(1).
000740       88 SU-On-Hold           VALUE 'H'.

000750 FD AuditTrailFile.
000760 01 Audit-Trail-Record       PIC X(200).

000770 FD AuditRptFile.
000780 01 Audit-Rpt-Record         PIC X(80).

000790 WORKING-STORAGE SECTION.
000800 01 Supp-Tran-Eof-Switch     PIC X(01) VALUE 'N'.
000810     88 Supp-Tran-Eof         VALUE 'Y'.
000820 01 Supp-Tran-File-Status    PIC X(02) VALUE SPACES.
000830 77 Supp-Master-File-Status  PIC X(02) VALUE '00'.
000840 77 Audit-Trail-File-Status  PIC X(02) VALUE '00'.

000850 01 Tran-Valid-Switch        PIC X(01) VALUE 'Y'.
000860     88 Tran-Is-Valid         VALUE 'Y'.
000870 01 Master-Found-Switch      PIC X(01) VALUE 'N'.
000880     88 Master-Found          VALUE 'Y'.
000890 01 Reject-Reason-Text       PIC X(24) VALUE SPACES.
000900 01 Before-Supplier-Name     PIC X(20) VALUE SPACES.
000910 01 Before-Sort-Code         PIC 9(6)  VALUE ZERO.
000920 01 Before-Account-No        PIC 9(8)  VALUE ZERO.

000930 01 Log-Date                 PIC 9(06).
000940 01 Log-Time                 PIC 9(08).

000950 01 Trans-Read-Count         PIC 9(5)  VALUE ZERO.
000960 01 Trans-Applied-Count      PIC 9(5)  VALUE ZERO.
000970 01 Trans-Rejected-Count     PIC 9(5)  VALUE ZERO.

000980 01 FILLER                   PIC X(80) VALUE SPACES.
000990 01 Audit-Heading.
001000    02 FILLER                 PIC X(25) VALUE SPACES.
001010    02 FILLER                 PIC X(27)
001020       VALUE "SUPPLIER MASTER MAINTENANCE".

001030 01 HorizontalLine.
001040    02 FILLER                 PIC X(03) VALUE SPACES.
001050    02 FILLER                 PIC X(45) VALUE ALL '-'.

001060 01 Audit-Columns.
001070    02 FILLER                 PIC X(02) VALUE SPACES.
001080    02 FILLER                 PIC X(06) VALUE "ACTION".
001090    02 FILLER                 PIC X(03) VALUE SPACES.
001100    02 FILLER                 PIC X(07) VALUE "SUPP-ID".
001110    02 FILLER                 PIC X(03) VALUE SPACES.
001120    02 FILLER                 PIC X(20) VALUE "SUPPLIER NAME".
001130    02 FILLER                 PIC X(02) VALUE SPACES.
001140    02 FILLER                 PIC X(08) VALUE "KEYED BY".
001150    02 FILLER                 PIC X(03) VALUE SPACES.
001160    02 FILLER                 PIC X(06) VALUE "RESULT".

001170 01 Audit-Line.
001180    02 FILLER                 PIC X(04) VALUE SPACES.
001190    02 AuditAction            PIC X(1).
001200    02 FILLER                 PIC X(06) VALUE SPACES.
001210    02 AuditSupplierID        PIC 9(5).
001220    02 FILLER                 PIC X(03) VALUE SPACES.
001230    02 AuditSupplierName      PIC X(20).
001240    02 FILLER                 PIC X(02) VALUE SPACES.
001250    02 AuditUserID            PIC X(8).
001260    02 FILLER                 PIC X(02) VALUE SPACES.
001270    02 AuditResult            PIC X(09).
001280    02 AuditReason            PIC X(20).

001290 01 Audit-Total-Line.
001300    02 FILLER                 PIC X(12) VALUE "TRANS READ:".
001310    02 AuditTransRead         PIC BZZZZ9.
001320    02 FILLER                 PIC X(10) VALUE "  APPLIED:".
001330    02 AuditTransApplied      PIC BZZZZ9.
001340    02 FILLER                 PIC X(11) VALUE "  REJECTED:".
001350    02 AuditTransRejected     PIC BZZZZ9.

001360 PROCEDURE DIVISION.

001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE
001390     IF Supp-Tran-File-Status NOT = "00"
001400         MOVE 16 TO RETURN-CODE
001410     ELSE
001420         PERFORM 2000-APPLY-ONE-TRAN
001430             UNTIL Supp-Tran-Eof
001440         PERFORM 3000-FINISH-AUDIT-RPT
001450     END-IF
001460     PERFORM 8000-TERMINATE
001470     GOBACK.

001480******************************************************************
001490* 1000-INITIALIZE - open the files and print the report heading.
001500* The master and the audit trail are both created on the very
001510* first run if they do not exist yet.
001520******************************************************************
001530 1000-INITIALIZE.
001540     OPEN INPUT SuppTranFile
001550     OPEN OUTPUT AuditRptFile
001560     IF Supp-Tran-File-Status = "00"
001570         OPEN I-O SupplierMasterFile
001580         IF Supp-Master-File-Status = "35"
001590             OPEN OUTPUT SupplierMasterFile
001600             CLOSE SupplierMasterFile
001610             OPEN I-O SupplierMasterFile
001620         END-IF
001630         OPEN EXTEND AuditTrailFile
001640         IF Audit-Trail-File-Status = "35"
001650             OPEN OUTPUT AuditTrailFile
001660             CLOSE AuditTrailFile
001670             OPEN EXTEND AuditTrailFile
001680         END-IF
001690         WRITE Audit-Rpt-Record FROM Audit-Heading
001700         WRITE Audit-Rpt-Record FROM HorizontalLine
001710         MOVE SPACES TO Audit-Rpt-Record
001720         WRITE Audit-Rpt-Record
001730         WRITE Audit-Rpt-Record FROM Audit-Columns
001740         READ SuppTranFile
001750             AT END MOVE 'Y' TO Supp-Tran-Eof-Switch
001760         END-READ
001770     END-IF
001780     .

001790******************************************************************
001800* 2000-APPLY-ONE-TRAN - validate one maintenance transaction,
001810* apply it to the master if it is good, write its audit trail
001820* line, and print its report line either way.
001830******************************************************************
001840 2000-APPLY-ONE-TRAN.
001850     ADD 1 TO Trans-Read-Count
001860     PERFORM 2100-CHECK-TRAN
001870     IF Tran-Is-Valid
001880         PERFORM 2200-APPLY-TO-MASTER
001890         PERFORM 2300-WRITE-AUDIT-TRAIL
001900         ADD 1 TO Trans-Applied-Count
001910         MOVE "APPLIED"  TO AuditResult
001920         MOVE SPACES     TO AuditReason
001930     ELSE
001940         ADD 1 TO Trans-Rejected-Count
001950         MOVE "REJECTED" TO AuditResult
001960         MOVE Reject-Reason-Text TO AuditReason
001970     END-IF
001980     MOVE SUTAction       TO AuditAction
001990     MOVE SUTSupplierID   TO AuditSupplierID
002000     MOVE SUTSupplierName TO AuditSupplierName
002010     MOVE SUTUserID       TO AuditUserID
002020     WRITE Audit-Rpt-Record FROM Audit-Line
002030     READ SuppTranFile
002040         AT END MOVE 'Y' TO Supp-Tran-Eof-Switch
002050     END-READ
002060     .

002070******************************************************************
002080* 2100-CHECK-TRAN - validate the action code, supplier ID, name,
002090* user ID, bank details, terms and hold flag on the current
002100* transaction, then check the master for the add-of-existing /
002110* change-or-delete-of-missing cases.
002120******************************************************************
002130 2100-CHECK-TRAN.
002140     MOVE 'Y' TO Tran-Valid-Switch
002150     IF SUTHoldFlag = SPACE
002160         MOVE 'N' TO SUTHoldFlag
002170     END-IF
002180     IF NOT SUTAdd AND NOT SUTChange AND NOT SUTDelete
002190         MOVE 'N' TO Tran-Valid-Switch
002200         MOVE "BAD ACTION CODE" TO Reject-Reason-Text
002210     ELSE
002220         IF SUTSupplierID NOT NUMERIC OR SUTSupplierID = ZERO
002230             MOVE 'N' TO Tran-Valid-Switch
002240             MOVE "BAD SUPPLIER ID" TO Reject-Reason-Text
002250         ELSE
002260             IF SUTUserID = SPACES
002270                 MOVE 'N' TO Tran-Valid-Switch
002280                 MOVE "MISSING USER ID" TO Reject-Reason-Text
002290             ELSE
002300                 IF NOT SUTDelete
002310                     PERFORM 2120-CHECK-TRAN-DETAILS
002320                 END-IF
002330                 IF Tran-Is-Valid
002340                     PERFORM 2150-CHECK-MASTER
002350                 END-IF
002360             END-IF
002370         END-IF
002380     END-IF
002390     .

002400******************************************************************
002410* 2120-CHECK-TRAN-DETAILS - the name, bank details, terms and
002420* hold flag an add or change must carry. A supplier paid by
002430* credit transfer needs a non-zero sort code and account.
002440******************************************************************
002450 2120-CHECK-TRAN-DETAILS.
002460     IF SUTSupplierName = SPACES
002470         MOVE 'N' TO Tran-Valid-Switch
002480         MOVE "MISSING SUPPLIER NAME" TO Reject-Reason-Text
002490     ELSE
002500         IF SUTSortCode NOT NUMERIC OR SUTSortCode = ZERO
002510                 OR SUTAccountNo NOT NUMERIC
002520                 OR SUTAccountNo = ZERO
002530             MOVE 'N' TO Tran-Valid-Switch
002540             MOVE "BAD BANK DETAILS" TO Reject-Reason-Text
002550         ELSE
002560             IF SUTTermsDays NOT NUMERIC
002570                 MOVE 'N' TO Tran-Valid-Switch
002580                 MOVE "BAD PAYMENT TERMS" TO Reject-Reason-Text
002590             ELSE
002600                 IF NOT SUTHoldOn AND NOT SUTHoldOff
002610                     MOVE 'N' TO Tran-Valid-Switch
002620                     MOVE "BAD HOLD FLAG" TO Reject-Reason-Text
002630                 END-IF
002640             END-IF
002650         END-IF
002660     END-IF
002670     .

002680******************************************************************
002690* 2150-CHECK-MASTER - read the master for the transaction's ID
002700* and reject an add of an ID already there, or a change or delete
002710* of an ID that is not. The name and bank details read are kept
002720* as the before image for the audit trail line.
002730******************************************************************
002740 2150-CHECK-MASTER.
002750     MOVE 'N'    TO Master-Found-Switch
002760     MOVE SPACES TO Before-Supplier-Name
002770     MOVE ZERO   TO Before-Sort-Code
002780     MOVE ZERO   TO Before-Account-No
002790     MOVE SUTSupplierID TO SU-SupplierID
002800     READ SupplierMasterFile
002810         INVALID KEY
002820             CONTINUE
002830         NOT INVALID KEY
002840             MOVE 'Y' TO Master-Found-Switch
002850             MOVE SU-SupplierName TO Before-Supplier-Name
002860             MOVE SU-SortCode     TO Before-Sort-Code
002870             MOVE SU-AccountNo    TO Before-Account-No
002880     END-READ
002890     IF SUTAdd AND Master-Found
002900         MOVE 'N' TO Tran-Valid-Switch
002910         MOVE "SUPPLIER ALREADY ON FILE" TO Reject-Reason-Text
002920     END-IF
002930     IF (SUTChange OR SUTDelete) AND NOT Master-Found
002940         MOVE 'N' TO Tran-Valid-Switch
002950         MOVE "SUPPLIER NOT ON FILE" TO Reject-Reason-Text
002960     END-IF
002970     .

002980******************************************************************
002990* 2200-APPLY-TO-MASTER - write, rewrite or delete the master
003000* record for the validated transaction.
003010******************************************************************
003020 2200-APPLY-TO-MASTER.
003030     MOVE SUTSupplierID TO SU-SupplierID
003040     IF SUTAdd OR SUTChange
003050         MOVE SUTSupplierName TO SU-SupplierName
003060         MOVE SUTSortCode     TO SU-SortCode
003070         MOVE SUTAccountNo    TO SU-AccountNo
003080         MOVE SUTTermsDays    TO SU-TermsDays
003090         MOVE SUTHoldFlag     TO SU-HoldFlag
003100     END-IF
003110     IF SUTAdd
003120         WRITE Supplier-Master-Record
003130     END-IF
003140     IF SUTChange
003150         REWRITE Supplier-Master-Record
003160     END-IF
003170     IF SUTDelete
003180         DELETE SupplierMasterFile
003190     END-IF
003200     .

003210******************************************************************
003220* 2300-WRITE-AUDIT-TRAIL - append one line to SUPPAUDT.DAT
003230* recording who applied what, with the before and after name and
003240* bank details.
003250******************************************************************
003260 2300-WRITE-AUDIT-TRAIL.
003270     ACCEPT Log-Date FROM DATE
003280     ACCEPT Log-Time FROM TIME
003290     MOVE SPACES TO Audit-Trail-Record
003300     STRING "SUPPMNT  " DELIMITED BY SIZE
003310         "USER=" DELIMITED BY SIZE
003320         SUTUserID DELIMITED BY SIZE
003330         " ACTION=" DELIMITED BY SIZE
003340         SUTAction DELIMITED BY SIZE
003350         " SUPP-ID=" DELIMITED BY SIZE
003360         SUTSupplierID DELIMITED BY SIZE
003370         " BEFORE=" DELIMITED BY SIZE
003380         Before-Supplier-Name DELIMITED BY SIZE
003390         " AFTER=" DELIMITED BY SIZE
003400         SUTSupplierName DELIMITED BY SIZE
003410         " OLD-BANK=" DELIMITED BY SIZE
003420         Before-Sort-Code DELIMITED BY SIZE
003430         "/" DELIMITED BY SIZE
003440         Before-Account-No DELIMITED BY SIZE
003450         " NEW-BANK=" DELIMITED BY SIZE
003460         SUTSortCode DELIMITED BY SIZE
003470         "/" DELIMITED BY SIZE
003480         SUTAccountNo DELIMITED BY SIZE
003490         " TERMS=" DELIMITED BY SIZE
003500         SUTTermsDays DELIMITED BY SIZE
003510         " HOLD=" DELIMITED BY SIZE
003520         SUTHoldFlag DELIMITED BY SIZE
003530         " DATE=" DELIMITED BY SIZE
003540         Log-Date DELIMITED BY SIZE
003550         " TIME=" DELIMITED BY SIZE
003560         Log-Time DELIMITED BY SIZE
003570         INTO Audit-Trail-Record
003580     WRITE Audit-Trail-Record
003590     .

003600******************************************************************
003610* 3000-FINISH-AUDIT-RPT - print the read/applied/rejected control
003620* totals.
003630******************************************************************
003640 3000-FINISH-AUDIT-RPT.
003650     MOVE SPACES TO Audit-Rpt-Record
003660     WRITE Audit-Rpt-Record
003670     WRITE Audit-Rpt-Record FROM HorizontalLine
003680     MOVE Trans-Read-Count     TO AuditTransRead
003690     MOVE Trans-Applied-Count  TO AuditTransApplied
003700     MOVE Trans-Rejected-Count TO AuditTransRejected
003710     WRITE Audit-Rpt-Record FROM Audit-Total-Line
003720     .

003730******************************************************************
003740* 8000-TERMINATE - close the files down.
003750******************************************************************
003760 8000-TERMINATE.
003770     CLOSE SupplierMasterFile
003780     CLOSE AuditTrailFile
003790     CLOSE SuppTranFile
003800     CLOSE AuditRptFile
003810     .

003820 END PROGRAM SUPPMNT.
