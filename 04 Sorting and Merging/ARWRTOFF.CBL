000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Bad-debt write-off run: applies the authorised
000050*             write-offs and later recoveries keyed on WRTOFF.DAT
000060*             to the ARITEMS.DAT open-items master, claims the
000070*             VAT bad-debt relief through VATTRANS.DAT, posts the
000080*             bad-debt journal to GLPOST.DAT and prints the
000090*             write-off register for the auditors.
000100* Tectonics: cobc
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. ARWRTOFF.
000140 AUTHOR.     D. FENNESSY.
000150 DATE-WRITTEN.

000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ------------------------------------------
000200*               DF    New program: each WRTOFF.DAT entry names the
000210*                     customer, invoice, amount and authorising
000220*                     manager; above the WOPARM.DAT limit (1000.00
000230*                     when the file is missing) a second,
000240*                     different authoriser is required. A
000250*                     write-off reduces the open item the way a
000260*                     payment does, closing it once nothing is
000270*                     left outstanding, and is added to
000280*                     ARPAYHST.DAT so the AR PAID check in RECON
000290*                     still balances and HISTARCH can purge the
000300*                     item once it ages out. The VAT share of the
000310*                     amount, in the invoice register's own
000320*                     VAT-to-gross proportion, goes to
000330*                     VATTRANS.DAT as a 'B' relief row dated on
000340*                     the invoice date so VATRPT reclaims it at
000350*                     the rate charged. A recovery ('R') of a
000360*                     written-off debt comes back through the same
000370*                     route: a 'V' row repays its VAT share and
000380*                     the journal reverses the expense against the
000390*                     bank. BADDEBT.DAT keeps the running
000400*                     written-off and recovered figures per
000410*                     invoice and is listed on WRTOFF.RPT after
000420*                     tonight's entries. The transaction file is
000430*                     emptied once applied.
000431*               DF    INVREG.DAT rows carry the VAT band,
000432*                     country code and VAT number INVGEN now
000433*                     files for reverse-charged EU customers; the
000434*                     record layout follows. Relief is still
000435*                     worked off the VAT on the row, so a
000436*                     reverse-charged invoice claims none.
000437*               DF    Hands its record counts to STEPCNT for
000438*                     RUNALL's run history, and holds its
000439*                     return code across the closing CALLs,
000440*                     which set RETURN-CODE themselves.
000441******************************************************************

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT WriteOffFile ASSIGN TO "WRTOFF.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Write-Off-File-Status.

000510     SELECT WriteOffParmFile ASSIGN TO "WOPARM.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS Write-Off-Parm-File-Status.

000540     SELECT ArItemsFile ASSIGN TO "ARITEMS.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS AR-ItemKey
000580         FILE STATUS IS Ar-Items-File-Status.

000590     SELECT BadDebtFile ASSIGN TO "BADDEBT.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS BD-ItemKey
000630         FILE STATUS IS Bad-Debt-File-Status.

000640     SELECT InvoiceRegisterFile ASSIGN TO "INVREG.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS Register-File-Status.

000670     SELECT PaymentHistoryFile ASSIGN TO "ARPAYHST.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS Payment-History-File-Status.

000700     SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS Vat-Trans-File-Status.

000730     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS Gl-Posting-File-Status.

000760     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS Run-Parm-File-Status.

000790     SELECT WriteOffRptFile ASSIGN TO "WRTOFF.RPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD WriteOffFile.
000840 01 Write-Off-Record.
000850    02 WO-Action            PIC X(1).
000860       88 WO-Write-Off        VALUE 'W'.
000870       88 WO-Recovery         VALUE 'R'.
000880    02 WO-CustomerID        PIC 9(5).
000890    02 WO-InvoiceNo         PIC 9(6).
000900    02 WO-Amount            PIC 9(7)V99.
000910    02 WO-Authoriser1       PIC X(8).
000920    02 WO-Authoriser2       PIC X(8).
000930    02 WO-Reason            PIC X(30).

000940 FD WriteOffParmFile.
000950 01 Write-Off-Parm-Record.
000960    02 WP-DualAuthLimit     PIC 9(7)V99.

000970 FD ArItemsFile.
000980 01 Ar-Open-Item.
000990    02 AR-ItemKey.
001000       03 AR-CustomerID     PIC 9(5).
001010       03 AR-InvoiceNo      PIC 9(6).
001020    02 AR-InvoiceDate       PIC 9(8).
001030    02 AR-GrossValue        PIC 9(7)V99.
001040    02 AR-PaidValue         PIC 9(7)V99.
001050    02 AR-StatusCode        PIC X(1).
001060       88 AR-Item-Open        VALUE 'O'.
001070       88 AR-Item-Paid        VALUE 'P'.
001080    02 AR-DocType           PIC X(1).
001090       88 AR-Doc-Invoice      VALUE 'I'.
001100       88 AR-Doc-Credit       VALUE 'C'.
001110    02 AR-CurrencyCode      PIC X(3).
001120    02 AR-ForeignValue      PIC 9(7)V99.
001130    02 AR-RevalAdjust       PIC S9(7)V99.

001140 FD BadDebtFile.
001150 01 Bad-Debt-Record.
001160    02 BD-ItemKey.
001170       03 BD-CustomerID     PIC 9(5).
001180       03 BD-InvoiceNo      PIC 9(6).
001190    02 BD-InvoiceDate       PIC 9(8).
001200    02 BD-WrittenOff        PIC 9(7)V99.
001210    02 BD-VatRelief         PIC 9(7)V99.
001220    02 BD-Recovered         PIC 9(7)V99.
001230    02 BD-VatRepaid         PIC 9(7)V99.
001240    02 BD-FirstDate         PIC 9(8).
001250    02 BD-LastDate          PIC 9(8).

001260 FD InvoiceRegisterFile.
001270 01 Invoice-Register-Record.
001280    02 REG-InvoiceNo        PIC 9(6).
001290    02 REG-CustomerID       PIC 9(5).
001300    02 REG-InvoiceDate      PIC 9(8).
001310    02 REG-NetValue         PIC 9(7)V99.
001320    02 REG-VatValue         PIC 9(7)V99.
001330    02 REG-GrossValue       PIC 9(7)V99.
001340    02 REG-DocType          PIC X(1).
001350       88 REG-Doc-Credit      VALUE 'C'.
001352    02 REG-VatBand          PIC X(1).
001354    02 REG-CountryCode      PIC X(2).
001356    02 REG-VatNumber        PIC X(14).

001360 FD PaymentHistoryFile.
001370 01 Payment-History-Record.
001380    02 PH-CustomerID        PIC 9(5).
001390    02 PH-InvoiceNo         PIC 9(6).
001400    02 PH-PayDate           PIC 9(8).
001410    02 PH-Amount            PIC 9(7)V99.

001420 FD VatTransFile.
001430 01 Vat-Trans-Record.
001440    02 VT-TransID           PIC 9(6).
001450    02 VT-RateCode          PIC X(1).
001460    02 VT-Sales             PIC 9(6)V99.
001470    02 VT-Date              PIC 9(8).
001480    02 VT-DocType           PIC X(1).

001490 FD GlPostingFile.
001500 01 Gl-Posting-Record.
001510    02 GL-RunDate           PIC 9(8).
001520    02 GL-Source            PIC X(8).
001530    02 GL-AccountCode       PIC X(6).
001540    02 GL-DebitAmount       PIC 9(9)V99.
001550    02 GL-CreditAmount      PIC 9(9)V99.

001560 FD RunParmFile.
001570 01 Run-Parm-Record.
001580    02 RP-RunDate           PIC 9(8).
001590    02 RP-PeriodStart       PIC 9(8).
001600    02 RP-PeriodEnd         PIC 9(8).
001610    02 RP-PeriodStatus      PIC X(1).

001620 FD WriteOffRptFile.
001630 01 Write-Off-Rpt-Record    PIC X(100).

001640 WORKING-STORAGE SECTION.
001650* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001660* when another batch invocation is already in flight.
001670 01 Lock-Function            PIC X(01) VALUE SPACE.
001680 01 Lock-Step-Name           PIC X(20) VALUE "ARWRTOFF".
001690 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001700 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001701* The closing CALLs set RETURN-CODE themselves, so the
001702* step's own code is held here and restored after them.
001703 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001704 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001705 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001706 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001710 77 Write-Off-File-Status    PIC X(02) VALUE '00'.
001720 77 Write-Off-Parm-File-Status PIC X(02) VALUE '00'.
001730 77 Ar-Items-File-Status     PIC X(02) VALUE '00'.
001740 77 Bad-Debt-File-Status     PIC X(02) VALUE '00'.
001750 77 Register-File-Status     PIC X(02) VALUE '00'.
001760 77 Payment-History-File-Status PIC X(02) VALUE '00'.
001770 77 Vat-Trans-File-Status    PIC X(02) VALUE '00'.
001780 77 Gl-Posting-File-Status   PIC X(02) VALUE '00'.
001790 77 Run-Parm-File-Status     PIC X(02) VALUE '00'.
001800 01 Write-Off-Eof-Switch     PIC X(01) VALUE 'N'.
001810     88 Write-Off-Eof         VALUE 'Y'.
001820 01 Register-Eof-Switch      PIC X(01) VALUE 'N'.
001830     88 Register-Eof          VALUE 'Y'.
001840 01 Ledger-Eof-Switch        PIC X(01) VALUE 'N'.
001850     88 Ledger-Eof            VALUE 'Y'.
001860 01 Run-Parm-Missing-Switch  PIC X(01) VALUE 'N'.
001870     88 Run-Parm-Missing      VALUE 'Y'.
001880 01 Items-Open-Ok-Switch     PIC X(01) VALUE 'N'.
001890     88 Items-Open-Ok         VALUE 'Y'.
001900 01 Trans-Present-Switch     PIC X(01) VALUE 'N'.
001910     88 Trans-Present         VALUE 'Y'.
001920 01 Limit-Defaulted-Switch   PIC X(01) VALUE 'N'.
001930     88 Limit-Defaulted       VALUE 'Y'.
001940 01 Item-Found-Switch        PIC X(01) VALUE 'N'.
001950     88 Item-Found            VALUE 'Y'.
001960 01 Bad-Debt-Found-Switch    PIC X(01) VALUE 'N'.
001970     88 Bad-Debt-Found        VALUE 'Y'.
001980 01 Register-Found-Switch    PIC X(01) VALUE 'N'.
001990     88 Register-Found        VALUE 'Y'.

002000 01 Run-Date                 PIC 9(8)  VALUE ZERO.
002010 01 Gl-Run-Date              PIC 9(8)  VALUE ZERO.

002020* Dual-Auth-Limit is the amount above which a write-off needs a
002030* second authoriser, different from the first; WOPARM.DAT
002040* overrides the default when it holds a numeric amount.
002050 01 Dual-Auth-Limit          PIC 9(7)V99 VALUE 1000.00.

002060* Entry-Vat and Entry-Net split one entry's amount into the VAT
002070* relieved (or repaid) and the net that goes to the bad-debt
002080* expense account; Entry-Vat-Date is the original invoice date
002090* the VATTRANS.DAT row carries, so VATRPT prices it at the rate
002100* that was charged.
002110 01 Item-Outstanding         PIC S9(7)V99 VALUE ZERO.
002120 01 Recoverable-Amount       PIC S9(7)V99 VALUE ZERO.
002130 01 Vat-Unrepaid             PIC S9(7)V99 VALUE ZERO.
002140 01 Entry-Vat                PIC 9(7)V99 VALUE ZERO.
002150 01 Entry-Net                PIC 9(7)V99 VALUE ZERO.
002160 01 Entry-Vat-Date           PIC 9(8)    VALUE ZERO.
002170 01 Reject-Reason            PIC X(26)   VALUE SPACES.
002180 01 Result-Text              PIC X(26)   VALUE SPACES.

002190 77 Relief-Doc-Type          PIC X(01)   VALUE 'B'.
002200 77 Repaid-Doc-Type          PIC X(01)   VALUE 'V'.
002210 77 Bad-Debt-Account         PIC X(06)   VALUE "680000".

002220 01 Gl-Work-Account          PIC X(6)    VALUE SPACES.
002230 01 Gl-Work-Debit            PIC 9(9)V99 VALUE ZERO.
002240 01 Gl-Work-Credit           PIC 9(9)V99 VALUE ZERO.

002250 01 Entries-Read-Count       PIC 9(5)    VALUE ZERO.
002260 01 Entries-Rejected-Count   PIC 9(5)    VALUE ZERO.
002270 01 Write-Offs-Applied-Count PIC 9(5)    VALUE ZERO.
002280 01 Recoveries-Applied-Count PIC 9(5)    VALUE ZERO.
002290 01 Items-Closed-Count       PIC 9(5)    VALUE ZERO.
002300 01 Relief-Rows-Count        PIC 9(5)    VALUE ZERO.
002310 01 Write-Off-Gross-Total    PIC 9(9)V99 VALUE ZERO.
002320 01 Write-Off-Vat-Total      PIC 9(9)V99 VALUE ZERO.
002330 01 Write-Off-Net-Total      PIC 9(9)V99 VALUE ZERO.
002340 01 Recovery-Gross-Total     PIC 9(9)V99 VALUE ZERO.
002350 01 Recovery-Vat-Total       PIC 9(9)V99 VALUE ZERO.
002360 01 Recovery-Net-Total       PIC 9(9)V99 VALUE ZERO.
002370 01 Ledger-Rows-Count        PIC 9(5)    VALUE ZERO.
002380 01 Ledger-Written-Total     PIC 9(9)V99 VALUE ZERO.
002390 01 Ledger-Recovered-Total   PIC 9(9)V99 VALUE ZERO.
002400 01 Ledger-Relief-Total      PIC 9(9)V99 VALUE ZERO.
002410 01 Ledger-Repaid-Total      PIC 9(9)V99 VALUE ZERO.

002420 01 Write-Off-Heading.
002430    02 FILLER                PIC X(25) VALUE SPACES.
002440    02 FILLER                PIC X(30)
002450       VALUE "BAD DEBT WRITE-OFF REGISTER".

002460 01 HorizontalLine.
002470    02 FILLER                PIC X(03) VALUE SPACES.
002480    02 FILLER                PIC X(90) VALUE ALL '-'.

002490 01 Write-Off-Date-Line.
002500    02 FILLER                PIC X(25) VALUE SPACES.
002510    02 FILLER                PIC X(10) VALUE "RUN DATE:".
002520    02 HeadingRunDate        PIC 9(8).

002530 01 Write-Off-Limit-Line.
002540    02 FILLER                PIC X(25) VALUE SPACES.
002550    02 FILLER                PIC X(20) VALUE "SECOND AUTH ABOVE:".
002560    02 HeadingLimit          PIC Z,ZZZ,ZZ9.99.
002570    02 HeadingLimitNote      PIC X(12).

002580 01 Write-Off-Columns.
002590    02 FILLER                PIC X(02) VALUE SPACES.
002600    02 FILLER                PIC X(04) VALUE "ACT".
002610    02 FILLER                PIC X(07) VALUE "CUST".
002620    02 FILLER                PIC X(08) VALUE "INVOICE".
002630    02 FILLER                PIC X(13) VALUE "       AMOUNT".
002640    02 FILLER                PIC X(11) VALUE "        VAT".
002650    02 FILLER                PIC X(09) VALUE "  AUTH 1".
002660    02 FILLER                PIC X(09) VALUE "  AUTH 2".
002670    02 FILLER                PIC X(02) VALUE SPACES.
002680    02 FILLER                PIC X(26) VALUE "RESULT".

002690 01 Write-Off-Line.
002700    02 FILLER                PIC X(03) VALUE SPACES.
002710    02 WoLineAction          PIC X(01).
002720    02 FILLER                PIC X(02) VALUE SPACES.
002730    02 WoLineCustomerID      PIC 9(5).
002740    02 FILLER                PIC X(02) VALUE SPACES.
002750    02 WoLineInvoiceNo       PIC 9(6).
002760    02 WoLineAmount          PIC BZ,ZZZ,ZZ9.99.
002770    02 WoLineVat             PIC BZZZ,ZZ9.99.
002780    02 FILLER                PIC X(01) VALUE SPACES.
002790    02 WoLineAuth1           PIC X(8).
002800    02 FILLER                PIC X(01) VALUE SPACES.
002810    02 WoLineAuth2           PIC X(8).
002820    02 FILLER                PIC X(02) VALUE SPACES.
002830    02 WoLineResult          PIC X(26).

002840 01 Write-Off-Reason-Line.
002850    02 FILLER                PIC X(21) VALUE SPACES.
002860    02 FILLER                PIC X(08) VALUE "REASON:".
002870    02 WoLineReason          PIC X(30).

002880 01 Ledger-Heading.
002890    02 FILLER                PIC X(25) VALUE SPACES.
002900    02 FILLER                PIC X(30)
002910       VALUE "BAD DEBT LEDGER TO DATE".

002920 01 Ledger-Columns.
002930    02 FILLER                PIC X(02) VALUE SPACES.
002940    02 FILLER                PIC X(07) VALUE "CUST".
002950    02 FILLER                PIC X(08) VALUE "INVOICE".
002960    02 FILLER                PIC X(09) VALUE "DATED".
002970    02 FILLER                PIC X(13) VALUE "  WRITTEN OFF".
002980    02 FILLER                PIC X(11) VALUE " VAT RELIEF".
002990    02 FILLER                PIC X(13) VALUE "    RECOVERED".
003000    02 FILLER                PIC X(11) VALUE " VAT REPAID".
003010    02 FILLER                PIC X(10) VALUE "  LAST".

003020 01 Ledger-Line.
003030    02 FILLER                PIC X(02) VALUE SPACES.
003040    02 LedgerCustomerID      PIC 9(5).
003050    02 FILLER                PIC X(02) VALUE SPACES.
003060    02 LedgerInvoiceNo       PIC 9(6).
003070    02 FILLER                PIC X(02) VALUE SPACES.
003080    02 LedgerInvoiceDate     PIC 9(8).
003090    02 LedgerWrittenOff      PIC BZ,ZZZ,ZZ9.99.
003100    02 LedgerVatRelief       PIC BZZZ,ZZ9.99.
003110    02 LedgerRecovered       PIC BZ,ZZZ,ZZ9.99.
003120    02 LedgerVatRepaid       PIC BZZZ,ZZ9.99.
003130    02 FILLER                PIC X(02) VALUE SPACES.
003140    02 LedgerLastDate        PIC 9(8).

003150 01 Ledger-Total-Line.
003160    02 FILLER                PIC X(31) VALUE "LEDGER TOTAL:".
003170    02 LedgerTotWrittenOff   PIC BZ,ZZZ,ZZ9.99.
003180    02 LedgerTotVatRelief    PIC BZZZ,ZZ9.99.
003190    02 LedgerTotRecovered    PIC BZ,ZZZ,ZZ9.99.
003200    02 LedgerTotVatRepaid    PIC BZZZ,ZZ9.99.

003210 01 Write-Off-Control-Line-1.
003220    02 FILLER                PIC X(14) VALUE "ENTRIES READ:".
003230    02 ControlEntriesRead    PIC BZZZZ9.
003240    02 FILLER                PIC X(13) VALUE "  WRITE-OFFS:".
003250    02 ControlWriteOffs      PIC BZZZZ9.
003260    02 FILLER                PIC X(14) VALUE "  RECOVERIES:".
003270    02 ControlRecoveries     PIC BZZZZ9.
003280    02 FILLER                PIC X(12) VALUE "  REJECTED:".
003290    02 ControlRejected       PIC BZZZZ9.

003300 01 Write-Off-Control-Line-2.
003310    02 FILLER                PIC X(14) VALUE "ITEMS CLOSED:".
003320    02 ControlItemsClosed    PIC BZZZZ9.
003330    02 FILLER                PIC X(16) VALUE "  VATTRANS ROWS:".
003340    02 ControlReliefRows     PIC BZZZZ9.

003350 01 Write-Off-Control-Line-3.
003360    02 FILLER                PIC X(14) VALUE "WRITTEN OFF:".
003370    02 ControlWoGross        PIC BZZZ,ZZZ,ZZ9.99.
003380    02 FILLER                PIC X(07) VALUE "  NET:".
003390    02 ControlWoNet          PIC BZZZ,ZZZ,ZZ9.99.
003400    02 FILLER                PIC X(07) VALUE "  VAT:".
003410    02 ControlWoVat          PIC BZZZ,ZZZ,ZZ9.99.

003420 01 Write-Off-Control-Line-4.
003430    02 FILLER                PIC X(14) VALUE "RECOVERED:".
003440    02 ControlRecGross       PIC BZZZ,ZZZ,ZZ9.99.
003450    02 FILLER                PIC X(07) VALUE "  NET:".
003460    02 ControlRecNet         PIC BZZZ,ZZZ,ZZ9.99.
003470    02 FILLER                PIC X(07) VALUE "  VAT:".
003480    02 ControlRecVat         PIC BZZZ,ZZZ,ZZ9.99.

003490 PROCEDURE DIVISION.

003500 0000-MAINLINE.
003510     MOVE 'S' TO Lock-Function
003520     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003530         Lock-Run-Date, Lock-Return-Code
003540     IF Lock-Return-Code NOT = ZERO
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580     PERFORM 1000-INITIALIZE
003590     IF Run-Parm-Missing OR NOT Items-Open-Ok
003600         MOVE 16 TO RETURN-CODE
003610     ELSE
003620         PERFORM 2000-APPLY-ONE-ENTRY UNTIL Write-Off-Eof
003630         PERFORM 5000-PRINT-LEDGER
003640         PERFORM 6000-PRINT-CONTROLS
003650         IF Write-Offs-Applied-Count > ZERO
003660                 OR Recoveries-Applied-Count > ZERO
003670             PERFORM 7500-WRITE-GL-JOURNAL
003680         END-IF
003690         PERFORM 7800-CLEAR-WRITE-OFFS
003700     END-IF
003710     PERFORM 8000-TERMINATE
003713     MOVE RETURN-CODE TO Step-Return-Code
003716     PERFORM 8900-REPORT-STEP-COUNTS
003720     MOVE 'R' TO Lock-Function
003730     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003740         Lock-Run-Date, Lock-Return-Code
003745     MOVE Step-Return-Code TO RETURN-CODE
003750     GOBACK.

003760******************************************************************
003770* 1000-INITIALIZE - read the run date and the dual-authority
003780* limit, open the open-items master, the bad-debt ledger and
003790* the streams the entries feed, and prime the first READ of the
003800* write-off transactions. No open-items master means nothing
003810* can be written off, so the step fails.
003820******************************************************************
003830 1000-INITIALIZE.
003840     OPEN OUTPUT WriteOffRptFile
003850     WRITE Write-Off-Rpt-Record FROM Write-Off-Heading
003860     PERFORM 1100-READ-RUN-PARM
003870     IF NOT Run-Parm-Missing
003880         OPEN I-O ArItemsFile
003890         IF Ar-Items-File-Status = "00"
003900             MOVE 'Y' TO Items-Open-Ok-Switch
003910         END-IF
003920     END-IF
003930     IF NOT Run-Parm-Missing AND Items-Open-Ok
003940         PERFORM 1200-READ-LIMIT
003950         OPEN I-O BadDebtFile
003960         IF Bad-Debt-File-Status = "35"
003970             OPEN OUTPUT BadDebtFile
003980             CLOSE BadDebtFile
003990             OPEN I-O BadDebtFile
004000         END-IF
004010         OPEN EXTEND PaymentHistoryFile
004020         IF Payment-History-File-Status = "35"
004030             OPEN OUTPUT PaymentHistoryFile
004040             CLOSE PaymentHistoryFile
004050             OPEN EXTEND PaymentHistoryFile
004060         END-IF
004070         OPEN EXTEND VatTransFile
004080         IF Vat-Trans-File-Status = "35"
004090             OPEN OUTPUT VatTransFile
004100             CLOSE VatTransFile
004110             OPEN EXTEND VatTransFile
004120         END-IF
004130         MOVE Run-Date        TO HeadingRunDate
004140         MOVE Dual-Auth-Limit TO HeadingLimit
004150         IF Limit-Defaulted
004160             MOVE " (DEFAULT)" TO HeadingLimitNote
004170         ELSE
004180             MOVE SPACES TO HeadingLimitNote
004190         END-IF
004200         WRITE Write-Off-Rpt-Record FROM Write-Off-Date-Line
004210         WRITE Write-Off-Rpt-Record FROM Write-Off-Limit-Line
004220         WRITE Write-Off-Rpt-Record FROM HorizontalLine
004230         MOVE SPACES TO Write-Off-Rpt-Record
004240         WRITE Write-Off-Rpt-Record
004250         WRITE Write-Off-Rpt-Record FROM Write-Off-Columns
004260         OPEN INPUT WriteOffFile
004270         IF Write-Off-File-Status NOT = "00"
004280             MOVE 'Y' TO Write-Off-Eof-Switch
004290         ELSE
004300             MOVE 'Y' TO Trans-Present-Switch
004310             READ WriteOffFile
004320                 AT END MOVE 'Y' TO Write-Off-Eof-Switch
004330             END-READ
004340         END-IF
004350     END-IF
004360     .

004370******************************************************************
004380* 1100-READ-RUN-PARM - the write-offs, the payment history rows
004390* and the journal are all dated on the RUNPARM run date.
004400******************************************************************
004410 1100-READ-RUN-PARM.
004420     OPEN INPUT RunParmFile
004430     IF Run-Parm-File-Status NOT = "00"
004440         MOVE 'Y' TO Run-Parm-Missing-Switch
004450     ELSE
004460         READ RunParmFile
004470             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
004480             NOT AT END
004490                 MOVE RP-RunDate TO Run-Date
004500                 MOVE RP-RunDate TO Gl-Run-Date
004510         END-READ
004520         CLOSE RunParmFile
004530     END-IF
004540     .

004550******************************************************************
004560* 1200-READ-LIMIT - take the dual-authority limit off WOPARM.DAT
004570* when it holds a numeric amount; otherwise the default stands
004580* and the register says so.
004590******************************************************************
004600 1200-READ-LIMIT.
004610     MOVE 'Y' TO Limit-Defaulted-Switch
004620     OPEN INPUT WriteOffParmFile
004630     IF Write-Off-Parm-File-Status = "00"
004640         READ WriteOffParmFile
004650             AT END CONTINUE
004660             NOT AT END
004670                 IF WP-DualAuthLimit NUMERIC
004680                     MOVE WP-DualAuthLimit TO Dual-Auth-Limit
004690                     MOVE 'N' TO Limit-Defaulted-Switch
004700                 END-IF
004710         END-READ
004720         CLOSE WriteOffParmFile
004730     END-IF
004740     .

004750******************************************************************
004760* 2000-APPLY-ONE-ENTRY - check one entry's authority, apply it as
004770* a write-off or a recovery, and list it on the register with
004780* its result or the reason it was refused.
004790******************************************************************
004800 2000-APPLY-ONE-ENTRY.
004810     ADD 1 TO Entries-Read-Count
004820     MOVE SPACES TO Reject-Reason
004830     MOVE SPACES TO Result-Text
004840     MOVE ZERO   TO Entry-Vat
004850     MOVE ZERO   TO Entry-Net
004860     PERFORM 2100-CHECK-AUTHORITY
004870     IF Reject-Reason = SPACES
004880         IF WO-Write-Off
004890             PERFORM 2200-APPLY-WRITE-OFF
004900         ELSE
004910             PERFORM 2500-APPLY-RECOVERY
004920         END-IF
004930     END-IF
004940     IF Reject-Reason NOT = SPACES
004950         ADD 1 TO Entries-Rejected-Count
004960         MOVE Reject-Reason TO Result-Text
004970     END-IF
004980     PERFORM 2900-PRINT-ENTRY
004990     READ WriteOffFile
005000         AT END MOVE 'Y' TO Write-Off-Eof-Switch
005010     END-READ
005020     .

005030******************************************************************
005040* 2100-CHECK-AUTHORITY - every entry needs a known action, an
005050* amount and an authorising manager; a write-off above the limit
005060* needs a second authoriser who is not the first.
005070******************************************************************
005080 2100-CHECK-AUTHORITY.
005090     IF NOT WO-Write-Off AND NOT WO-Recovery
005100         MOVE "BAD ACTION CODE" TO Reject-Reason
005110     ELSE
005120         IF WO-Amount NOT NUMERIC OR WO-Amount = ZERO
005130             MOVE "BAD AMOUNT" TO Reject-Reason
005140         ELSE
005150             IF WO-Authoriser1 = SPACES
005160                 MOVE "NO AUTHORISING MANAGER" TO Reject-Reason
005170             ELSE
005180                 IF WO-Write-Off
005190                         AND WO-Amount > Dual-Auth-Limit
005200                     IF WO-Authoriser2 = SPACES
005210                             OR WO-Authoriser2 = WO-Authoriser1
005220                         MOVE "SECOND AUTHORISER NEEDED"
005230                             TO Reject-Reason
005240                     END-IF
005250                 END-IF
005260             END-IF
005270         END-IF
005280     END-IF
005290     .

005300******************************************************************
005310* 2200-APPLY-WRITE-OFF - the entry must name an open invoice with
005320* at least the amount still outstanding. The amount reduces the
005330* item the way a payment does and the item is closed once
005340* nothing is left; the VAT share is claimed back and the
005350* write-off filed on the bad-debt ledger.
005360******************************************************************
005370 2200-APPLY-WRITE-OFF.
005380     MOVE WO-CustomerID TO AR-CustomerID
005390     MOVE WO-InvoiceNo  TO AR-InvoiceNo
005400     MOVE 'N' TO Item-Found-Switch
005410     READ ArItemsFile
005420         INVALID KEY
005430             CONTINUE
005440         NOT INVALID KEY
005450             MOVE 'Y' TO Item-Found-Switch
005460     END-READ
005470     IF NOT Item-Found
005480         MOVE "NO SUCH OPEN ITEM" TO Reject-Reason
005490     ELSE
005500         COMPUTE Item-Outstanding =
005510             AR-GrossValue - AR-PaidValue + AR-RevalAdjust
005520         IF NOT AR-Doc-Invoice
005530             MOVE "NOT AN INVOICE" TO Reject-Reason
005540         ELSE
005550             IF NOT AR-Item-Open
005560                 MOVE "ITEM NOT OPEN" TO Reject-Reason
005570             ELSE
005580                 IF WO-Amount > Item-Outstanding
005590                     MOVE "EXCEEDS OUTSTANDING" TO Reject-Reason
005600                 END-IF
005610             END-IF
005620         END-IF
005630     END-IF
005640     IF Reject-Reason = SPACES
005650         PERFORM 2300-SPLIT-VAT
005660         ADD WO-Amount TO AR-PaidValue
005670         IF WO-Amount NOT < Item-Outstanding
005680             MOVE 'P' TO AR-StatusCode
005690             ADD 1 TO Items-Closed-Count
005700         END-IF
005710         REWRITE Ar-Open-Item
005720         MOVE AR-InvoiceDate TO Entry-Vat-Date
005730         PERFORM 2400-FILE-WRITE-OFF
005740         PERFORM 2450-WRITE-PAYMENT-HISTORY
005750         IF Entry-Vat > ZERO
005760             MOVE Relief-Doc-Type TO VT-DocType
005770             PERFORM 2800-WRITE-VAT-TRANS
005780         END-IF
005790         ADD 1         TO Write-Offs-Applied-Count
005800         ADD WO-Amount TO Write-Off-Gross-Total
005810         ADD Entry-Vat TO Write-Off-Vat-Total
005820         ADD Entry-Net TO Write-Off-Net-Total
005830         IF Register-Found
005840             MOVE "WRITTEN OFF" TO Result-Text
005850         ELSE
005860             MOVE "WRITTEN OFF - NO VAT RELIEF" TO Result-Text
005870         END-IF
005880     END-IF
005890     .

005900******************************************************************
005910* 2300-SPLIT-VAT - find the invoice on the register and take the
005920* VAT share of the amount in the invoice's own VAT-to-gross
005930* proportion. An invoice no longer on the register claims no
005940* relief; the whole amount goes to the expense.
005950******************************************************************
005960 2300-SPLIT-VAT.
005970     MOVE 'N' TO Register-Found-Switch
005980     MOVE 'N' TO Register-Eof-Switch
005990     OPEN INPUT InvoiceRegisterFile
006000     IF Register-File-Status = "00"
006010         READ InvoiceRegisterFile
006020             AT END MOVE 'Y' TO Register-Eof-Switch
006030         END-READ
006040         PERFORM 2310-TEST-ONE-REGISTER-ROW
006050             UNTIL Register-Eof OR Register-Found
006060         CLOSE InvoiceRegisterFile
006070     END-IF
006080     IF Register-Found AND REG-GrossValue > ZERO
006090         COMPUTE Entry-Vat ROUNDED =
006100             WO-Amount * REG-VatValue / REG-GrossValue
006110     END-IF
006120     COMPUTE Entry-Net = WO-Amount - Entry-Vat
006130     .

006140******************************************************************
006150* 2310-TEST-ONE-REGISTER-ROW - one register row against the
006160* entry's customer and invoice.
006170******************************************************************
006180 2310-TEST-ONE-REGISTER-ROW.
006190     IF REG-InvoiceNo = WO-InvoiceNo
006200             AND REG-CustomerID = WO-CustomerID
006210             AND NOT REG-Doc-Credit
006220         MOVE 'Y' TO Register-Found-Switch
006230     ELSE
006240         READ InvoiceRegisterFile
006250             AT END MOVE 'Y' TO Register-Eof-Switch
006260         END-READ
006270     END-IF
006280     .

006290******************************************************************
006300* 2400-FILE-WRITE-OFF - add the write-off to the invoice's row on
006310* the bad-debt ledger, starting the row on the first write-off.
006320******************************************************************
006330 2400-FILE-WRITE-OFF.
006340     MOVE WO-CustomerID TO BD-CustomerID
006350     MOVE WO-InvoiceNo  TO BD-InvoiceNo
006360     MOVE 'N' TO Bad-Debt-Found-Switch
006370     READ BadDebtFile
006380         INVALID KEY
006390             CONTINUE
006400         NOT INVALID KEY
006410             MOVE 'Y' TO Bad-Debt-Found-Switch
006420     END-READ
006430     IF NOT Bad-Debt-Found
006440         MOVE WO-CustomerID  TO BD-CustomerID
006450         MOVE WO-InvoiceNo   TO BD-InvoiceNo
006460         MOVE AR-InvoiceDate TO BD-InvoiceDate
006470         MOVE ZERO           TO BD-WrittenOff
006480         MOVE ZERO           TO BD-VatRelief
006490         MOVE ZERO           TO BD-Recovered
006500         MOVE ZERO           TO BD-VatRepaid
006510         MOVE Run-Date       TO BD-FirstDate
006520     END-IF
006530     ADD WO-Amount TO BD-WrittenOff
006540     ADD Entry-Vat TO BD-VatRelief
006550     MOVE Run-Date TO BD-LastDate
006560     IF Bad-Debt-Found
006570         REWRITE Bad-Debt-Record
006580     ELSE
006590         WRITE Bad-Debt-Record
006600     END-IF
006610     .

006620******************************************************************
006630* 2450-WRITE-PAYMENT-HISTORY - the amount written off is on the
006640* item's paid-to-date now, so it goes on the payment history the
006650* RECON AR PAID check balances that figure against.
006660******************************************************************
006670 2450-WRITE-PAYMENT-HISTORY.
006680     MOVE WO-CustomerID TO PH-CustomerID
006690     MOVE WO-InvoiceNo  TO PH-InvoiceNo
006700     MOVE Run-Date      TO PH-PayDate
006710     MOVE WO-Amount     TO PH-Amount
006720     WRITE Payment-History-Record
006730     .

006740******************************************************************
006750* 2500-APPLY-RECOVERY - money received against a debt already
006760* written off. The item stays closed; the recovery is filed on
006770* the bad-debt ledger, repays the same share of VAT the write-off
006780* relieved, and the journal credits the expense back.
006790******************************************************************
006800 2500-APPLY-RECOVERY.
006810     MOVE WO-CustomerID TO BD-CustomerID
006820     MOVE WO-InvoiceNo  TO BD-InvoiceNo
006830     MOVE 'N' TO Bad-Debt-Found-Switch
006840     READ BadDebtFile
006850         INVALID KEY
006860             CONTINUE
006870         NOT INVALID KEY
006880             MOVE 'Y' TO Bad-Debt-Found-Switch
006890     END-READ
006900     IF NOT Bad-Debt-Found
006910         MOVE "NOT WRITTEN OFF" TO Reject-Reason
006920     ELSE
006930         COMPUTE Recoverable-Amount =
006940             BD-WrittenOff - BD-Recovered
006950         IF WO-Amount > Recoverable-Amount
006960             MOVE "EXCEEDS AMOUNT WRITTEN OFF" TO Reject-Reason
006970         END-IF
006980     END-IF
006990     IF Reject-Reason = SPACES
007000         PERFORM 2550-SPLIT-RECOVERY-VAT
007010         ADD WO-Amount TO BD-Recovered
007020         ADD Entry-Vat TO BD-VatRepaid
007030         MOVE Run-Date TO BD-LastDate
007040         REWRITE Bad-Debt-Record
007050         IF Entry-Vat > ZERO
007060             MOVE BD-InvoiceDate  TO Entry-Vat-Date
007070             MOVE Repaid-Doc-Type TO VT-DocType
007080             PERFORM 2800-WRITE-VAT-TRANS
007090         END-IF
007100         ADD 1         TO Recoveries-Applied-Count
007110         ADD WO-Amount TO Recovery-Gross-Total
007120         ADD Entry-Vat TO Recovery-Vat-Total
007130         ADD Entry-Net TO Recovery-Net-Total
007140         MOVE "RECOVERED" TO Result-Text
007150     END-IF
007160     .

007170******************************************************************
007180* 2550-SPLIT-RECOVERY-VAT - the recovery repays VAT in the
007190* proportion the write-offs relieved it; the recovery that
007200* clears the debt repays exactly what relief is left, so the
007210* pennies come out even.
007220******************************************************************
007230 2550-SPLIT-RECOVERY-VAT.
007240     COMPUTE Vat-Unrepaid = BD-VatRelief - BD-VatRepaid
007250     IF WO-Amount = Recoverable-Amount
007260         IF Vat-Unrepaid > ZERO
007270             MOVE Vat-Unrepaid TO Entry-Vat
007280         END-IF
007290     ELSE
007300         IF BD-WrittenOff > ZERO
007310             COMPUTE Entry-Vat ROUNDED =
007320                 WO-Amount * BD-VatRelief / BD-WrittenOff
007330         END-IF
007340         IF Entry-Vat > Vat-Unrepaid
007350             IF Vat-Unrepaid > ZERO
007360                 MOVE Vat-Unrepaid TO Entry-Vat
007370             ELSE
007380                 MOVE ZERO TO Entry-Vat
007390             END-IF
007400         END-IF
007410     END-IF
007420     COMPUTE Entry-Net = WO-Amount - Entry-Vat
007430     .

007440******************************************************************
007450* 2800-WRITE-VAT-TRANS - the VAT adjustment row for VATRPT: the
007460* net the VAT was charged on, at the standard band, dated on the
007470* original invoice so the rate charged is the rate reclaimed.
007480* The doc type is set by the caller: 'B' relief, 'V' repaid.
007490******************************************************************
007500 2800-WRITE-VAT-TRANS.
007510     MOVE WO-InvoiceNo   TO VT-TransID
007520     MOVE 'S'            TO VT-RateCode
007530     MOVE Entry-Net      TO VT-Sales
007540     MOVE Entry-Vat-Date TO VT-Date
007550     WRITE Vat-Trans-Record
007560     ADD 1 TO Relief-Rows-Count
007570     .

007580******************************************************************
007590* 2900-PRINT-ENTRY - the entry's register line, and its reason
007600* line when one was keyed.
007610******************************************************************
007620 2900-PRINT-ENTRY.
007630     MOVE WO-Action      TO WoLineAction
007640     MOVE WO-CustomerID  TO WoLineCustomerID
007650     MOVE WO-InvoiceNo   TO WoLineInvoiceNo
007660     IF WO-Amount NUMERIC
007670         MOVE WO-Amount  TO WoLineAmount
007680     ELSE
007690         MOVE ZERO       TO WoLineAmount
007700     END-IF
007710     MOVE Entry-Vat      TO WoLineVat
007720     MOVE WO-Authoriser1 TO WoLineAuth1
007730     MOVE WO-Authoriser2 TO WoLineAuth2
007740     MOVE Result-Text    TO WoLineResult
007750     WRITE Write-Off-Rpt-Record FROM Write-Off-Line
007760     IF WO-Reason NOT = SPACES
007770         MOVE WO-Reason TO WoLineReason
007780         WRITE Write-Off-Rpt-Record FROM Write-Off-Reason-Line
007790     END-IF
007800     .

007810******************************************************************
007820* 5000-PRINT-LEDGER - every invoice ever written off, with what
007830* has been recovered and the VAT relieved and repaid, for the
007840* auditors.
007850******************************************************************
007860 5000-PRINT-LEDGER.
007870     MOVE SPACES TO Write-Off-Rpt-Record
007880     WRITE Write-Off-Rpt-Record
007890     WRITE Write-Off-Rpt-Record FROM Ledger-Heading
007900     WRITE Write-Off-Rpt-Record FROM HorizontalLine
007910     MOVE SPACES TO Write-Off-Rpt-Record
007920     WRITE Write-Off-Rpt-Record
007930     WRITE Write-Off-Rpt-Record FROM Ledger-Columns
007940     MOVE ZERO TO BD-CustomerID
007950     MOVE ZERO TO BD-InvoiceNo
007960     START BadDebtFile KEY NOT < BD-ItemKey
007970         INVALID KEY MOVE 'Y' TO Ledger-Eof-Switch
007980     END-START
007990     IF NOT Ledger-Eof
008000         READ BadDebtFile NEXT RECORD
008010             AT END MOVE 'Y' TO Ledger-Eof-Switch
008020         END-READ
008030     END-IF
008040     PERFORM 5100-PRINT-LEDGER-ROW UNTIL Ledger-Eof
008050     MOVE SPACES TO Write-Off-Rpt-Record
008060     WRITE Write-Off-Rpt-Record
008070     MOVE Ledger-Written-Total   TO LedgerTotWrittenOff
008080     MOVE Ledger-Relief-Total    TO LedgerTotVatRelief
008090     MOVE Ledger-Recovered-Total TO LedgerTotRecovered
008100     MOVE Ledger-Repaid-Total    TO LedgerTotVatRepaid
008110     WRITE Write-Off-Rpt-Record FROM Ledger-Total-Line
008120     .

008130******************************************************************
008140* 5100-PRINT-LEDGER-ROW - one written-off invoice.
008150******************************************************************
008160 5100-PRINT-LEDGER-ROW.
008170     ADD 1 TO Ledger-Rows-Count
008180     MOVE BD-CustomerID  TO LedgerCustomerID
008190     MOVE BD-InvoiceNo   TO LedgerInvoiceNo
008200     MOVE BD-InvoiceDate TO LedgerInvoiceDate
008210     MOVE BD-WrittenOff  TO LedgerWrittenOff
008220     MOVE BD-VatRelief   TO LedgerVatRelief
008230     MOVE BD-Recovered   TO LedgerRecovered
008240     MOVE BD-VatRepaid   TO LedgerVatRepaid
008250     MOVE BD-LastDate    TO LedgerLastDate
008260     WRITE Write-Off-Rpt-Record FROM Ledger-Line
008270     ADD BD-WrittenOff TO Ledger-Written-Total
008280     ADD BD-VatRelief  TO Ledger-Relief-Total
008290     ADD BD-Recovered  TO Ledger-Recovered-Total
008300     ADD BD-VatRepaid  TO Ledger-Repaid-Total
008310     READ BadDebtFile NEXT RECORD
008320         AT END MOVE 'Y' TO Ledger-Eof-Switch
008330     END-READ
008340     .

008350******************************************************************
008360* 6000-PRINT-CONTROLS - the run's control totals.
008370******************************************************************
008380 6000-PRINT-CONTROLS.
008390     MOVE SPACES TO Write-Off-Rpt-Record
008400     WRITE Write-Off-Rpt-Record
008410     WRITE Write-Off-Rpt-Record FROM HorizontalLine
008420     MOVE Entries-Read-Count       TO ControlEntriesRead
008430     MOVE Write-Offs-Applied-Count TO ControlWriteOffs
008440     MOVE Recoveries-Applied-Count TO ControlRecoveries
008450     MOVE Entries-Rejected-Count   TO ControlRejected
008460     WRITE Write-Off-Rpt-Record FROM Write-Off-Control-Line-1
008470     MOVE Items-Closed-Count       TO ControlItemsClosed
008480     MOVE Relief-Rows-Count        TO ControlReliefRows
008490     WRITE Write-Off-Rpt-Record FROM Write-Off-Control-Line-2
008500     MOVE Write-Off-Gross-Total    TO ControlWoGross
008510     MOVE Write-Off-Net-Total      TO ControlWoNet
008520     MOVE Write-Off-Vat-Total      TO ControlWoVat
008530     WRITE Write-Off-Rpt-Record FROM Write-Off-Control-Line-3
008540     MOVE Recovery-Gross-Total     TO ControlRecGross
008550     MOVE Recovery-Net-Total       TO ControlRecNet
008560     MOVE Recovery-Vat-Total       TO ControlRecVat
008570     WRITE Write-Off-Rpt-Record FROM Write-Off-Control-Line-4
008580     .

008590******************************************************************
008600* 7500-WRITE-GL-JOURNAL - append tonight's balanced journals to
008610* the shared GLPOST.DAT postings file GLTRIAL accumulates: the
008620* write-offs, bad-debt expense and the output VAT relieved
008630* against trade debtors; the recoveries, bank against the
008640* expense and the output VAT repaid.
008650******************************************************************
008660 7500-WRITE-GL-JOURNAL.
008670     OPEN EXTEND GlPostingFile
008680     IF Gl-Posting-File-Status = "35"
008690         OPEN OUTPUT GlPostingFile
008700         CLOSE GlPostingFile
008710         OPEN EXTEND GlPostingFile
008720     END-IF
008730     IF Write-Offs-Applied-Count > ZERO
008740         MOVE Bad-Debt-Account TO Gl-Work-Account
008750         MOVE Write-Off-Net-Total TO Gl-Work-Debit
008760         MOVE ZERO TO Gl-Work-Credit
008770         PERFORM 7510-POST-ONE-GL-ROW
008780         MOVE "220000" TO Gl-Work-Account
008790         MOVE Write-Off-Vat-Total TO Gl-Work-Debit
008800         MOVE ZERO TO Gl-Work-Credit
008810         PERFORM 7510-POST-ONE-GL-ROW
008820         MOVE "120000" TO Gl-Work-Account
008830         MOVE ZERO TO Gl-Work-Debit
008840         MOVE Write-Off-Gross-Total TO Gl-Work-Credit
008850         PERFORM 7510-POST-ONE-GL-ROW
008860     END-IF
008870     IF Recoveries-Applied-Count > ZERO
008880         MOVE "110000" TO Gl-Work-Account
008890         MOVE Recovery-Gross-Total TO Gl-Work-Debit
008900         MOVE ZERO TO Gl-Work-Credit
008910         PERFORM 7510-POST-ONE-GL-ROW
008920         MOVE Bad-Debt-Account TO Gl-Work-Account
008930         MOVE ZERO TO Gl-Work-Debit
008940         MOVE Recovery-Net-Total TO Gl-Work-Credit
008950         PERFORM 7510-POST-ONE-GL-ROW
008960         MOVE "220000" TO Gl-Work-Account
008970         MOVE ZERO TO Gl-Work-Debit
008980         MOVE Recovery-Vat-Total TO Gl-Work-Credit
008990         PERFORM 7510-POST-ONE-GL-ROW
009000     END-IF
009010     CLOSE GlPostingFile
009020     .

009030******************************************************************
009040* 7510-POST-ONE-GL-ROW - write one journal row off the work
009050* fields.
009060******************************************************************
009070 7510-POST-ONE-GL-ROW.
009080     MOVE Gl-Run-Date     TO GL-RunDate
009090     MOVE "ARWRTOFF"      TO GL-Source
009100     MOVE Gl-Work-Account TO GL-AccountCode
009110     MOVE Gl-Work-Debit   TO GL-DebitAmount
009120     MOVE Gl-Work-Credit  TO GL-CreditAmount
009130     WRITE Gl-Posting-Record
009140     .

009150******************************************************************
009160* 7800-CLEAR-WRITE-OFFS - every entry is applied or refused on
009170* the register now, so the transaction file is emptied and a
009180* re-run cannot write the same debt off twice.
009190******************************************************************
009200 7800-CLEAR-WRITE-OFFS.
009210     IF Trans-Present
009220         CLOSE WriteOffFile
009230         OPEN OUTPUT WriteOffFile
009240         CLOSE WriteOffFile
009250         MOVE 'N' TO Trans-Present-Switch
009260     END-IF
009270     .

009280******************************************************************
009290* 8000-TERMINATE - close the files down.
009300******************************************************************
009310 8000-TERMINATE.
009320     IF Items-Open-Ok
009330         CLOSE ArItemsFile
009340     END-IF
009350     IF NOT Run-Parm-Missing AND Items-Open-Ok
009360         CLOSE BadDebtFile
009370         CLOSE PaymentHistoryFile
009380         CLOSE VatTransFile
009390     END-IF
009400     IF Trans-Present
009410         CLOSE WriteOffFile
009420     END-IF
009430     CLOSE WriteOffRptFile
009440     .

009441******************************************************************
009442* 8900-REPORT-STEP-COUNTS - hand STEPCNT the adjustment entries
009443* read and the ledger rows written.
009444******************************************************************
009445 8900-REPORT-STEP-COUNTS.
009446     MOVE Entries-Read-Count TO Step-Records-In
009447     MOVE Ledger-Rows-Count TO Step-Records-Out
009448     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
009449         Step-Records-Out
009450     .

009451 END PROGRAM ARWRTOFF.
