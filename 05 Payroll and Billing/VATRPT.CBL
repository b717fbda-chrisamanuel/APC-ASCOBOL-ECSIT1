001070*                     controlled end, so a standalone start
001080*                     cannot update the shared files underneath
001090*                     a batch run in flight.
001091*               DF    Bad-debt relief: ARWRTOFF files a 'B' row
001092*                     for the VAT share of a debt written off and
001093*                     a 'V' row when a written-off debt is later
001094*                     recovered, each dated on the original
001095*                     invoice so it is priced at the rate
001096*                     charged. 'B' reverses its band and grand
001097*                     figures the way a credit note does and 'V'
001098*                     adds back; neither is on the invoice
001099*                     register, so both are kept out of the
001100*                     register reconciliation and shown on a
001101*                     bad-debt relief line of their own.
001102*               DF    EC reverse charge: INVGEN files invoices
001103*                     and credit notes to EU-registered customers
001104*                     in the new 'E' band, always at no VAT, so
001105*                     the band needs no VATRATES.DAT row and is
001106*                     summarised after S/R/Z. The reconciliation
001107*                     also ties the period's E-band sales to the
001108*                     register rows banded 'E' (INVREG.DAT widened
001109*                     for the band), the same rows the ECSLIST EC
001110*                     sales list totals.
001111*               DF    Holds its return code across the RUNLOCK
001112*                     release, which sets RETURN-CODE itself.
001113******************************************************************

001114 ENVIRONMENT DIVISION.
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
001470       88 VatTransStandard      VALUE 'S'.
001480       88 VatTransReduced       VALUE 'R'.
001490       88 VatTransZero          VALUE 'Z'.
001495       88 VatTransEcReverse     VALUE 'E'.
001500    02 VatTransSales           PIC 9(6)V99.
001510    02 VatTransDate            PIC 9(8).
001520    02 FILLER REDEFINES VatTransDate.
001550       03 VatTransDay          PIC 9(2).
001560    02 VatTransDocType        PIC X(1).
001570       88 VatTransCredit        VALUE 'C'.
001573       88 VatTransBadDebt       VALUE 'B'.
001576       88 VatTransRecovered     VALUE 'V'.

001580 FD VatReportFile.
001590 01 Vat-Report-Record          PIC X(80).
001870    02 REG-GrossValue       PIC 9(7)V99.
001880    02 REG-DocType          PIC X(1).
001890       88 REG-Doc-Credit      VALUE 'C'.
001892    02 REG-VatBand          PIC X(1).
001894       88 REG-Band-Ec-Reverse VALUE 'E'.
001896    02 REG-CountryCode      PIC X(2).
001898    02 REG-VatNumber        PIC X(14).

001900 WORKING-STORAGE SECTION.
001910* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001940 01 Lock-Step-Name           PIC X(20) VALUE "VATRPT".
001950 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001960 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001962* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001964* step's own code is held here and restored after it.
001966 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001970 01 Vat-Trans-Eof-Switch       PIC X(01) VALUE 'N'.
001980     88 Vat-Trans-Eof           VALUE 'Y'.
001990 01 Vat-Trans-File-Status      PIC X(02) VALUE SPACES.
002120 01 Period-Vat-Total           PIC S9(9)V99 VALUE ZERO.
002130 01 Register-Vat-Total         PIC S9(9)V99 VALUE ZERO.
002140 01 Recon-Difference           PIC S9(9)V99 VALUE ZERO.
002145 01 Relief-Vat-Total           PIC S9(9)V99 VALUE ZERO.
002146 01 Period-Ec-Sales-Total      PIC S9(9)V99 VALUE ZERO.
002147 01 Register-Ec-Sales-Total    PIC S9(9)V99 VALUE ZERO.
002150 77 Run-Parm-File-Status       PIC X(02)    VALUE '00'.
002160 77 Register-File-Status       PIC X(02)    VALUE '00'.
002170 01 Run-Parm-Missing-Switch    PIC X(01)    VALUE 'N'.
002660 77 Max-Vat-Totals             PIC 9(2)      VALUE 20.
002670 01 Print-Band-Code            PIC X(01)     VALUE SPACES.
002680 01 Band-Sub                   PIC 9(1)      VALUE ZERO.
002690 01 Band-Code-List             PIC X(4)      VALUE "SRZE".
002700 01 FILLER REDEFINES Band-Code-List.
002710    02 Band-Code-Item          PIC X(1) OCCURS 4 TIMES.

002720 01 FILLER                     PIC X(80) VALUE SPACES.
002730 01 VatRpt-Heading.
003400    02 ReconResultText          PIC X(14).
003410    02 ReconDifference          PIC BZZZ,ZZZ,ZZ9.99-.

003411 01 Vat-Recon-Line-4.
003412    02 FILLER                   PIC X(22)
003413       VALUE "BAD DEBT RELIEF:".
003414    02 ReconReliefVat           PIC BZZZ,ZZZ,ZZ9.99-.
003415    02 FILLER                   PIC X(20)
003416       VALUE "  (NOT ON REGISTER)".

003417 01 Vat-Recon-Line-5.
003418    02 FILLER                   PIC X(22)
003419       VALUE "EC SUPPLIES IN PERIOD:".
003420    02 ReconPeriodEcSales       PIC BZZZ,ZZZ,ZZ9.99-.

003421 01 Vat-Recon-Line-6.
003422    02 FILLER                   PIC X(22)
003423       VALUE "REGISTER EC SUPPLIES:".
003424    02 ReconRegisterEcSales     PIC BZZZ,ZZZ,ZZ9.99-.

003425 01 Vat-Recon-Line-7.
003426    02 FILLER                   PIC X(16)
003427       VALUE "EC SUPPLIES:".
003428    02 ReconEcResultText        PIC X(14).
003429    02 ReconEcDifference        PIC BZZZ,ZZZ,ZZ9.99-.

003430 01 Vat-Dropped-Line.
003431    02 FILLER                   PIC X(19)
003440       VALUE "BAND LINES DROPPED:".
003450    02 VatDroppedCount          PIC BZZZZ9.
003460    02 FILLER                   PIC X(14) VALUE " (TABLE LIMIT)".
003680         PERFORM 6000-CLEAR-LIVE-TRANS
003690     END-IF
003700     PERFORM 8000-TERMINATE
003705     MOVE RETURN-CODE TO Step-Return-Code
003710     MOVE 'R' TO Lock-Function
003720     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003730         Lock-Run-Date, Lock-Return-Code
003735     MOVE Step-Return-Code TO RETURN-CODE
003740     GOBACK.

003750******************************************************************
004820         PERFORM 2360-LOG-BAD-TRANS-DATE
004830     ELSE
004840         IF VatTransStandard OR VatTransReduced
004850                 OR VatTransZero OR VatTransEcReverse
004860             PERFORM 2100-COMPUTE-VAT
004870             IF Rate-Found
004880                 MOVE VatTransID       TO VatLineTransID
004886                 IF VatTransCredit OR VatTransBadDebt
004892                         OR VatTransRecovered
004898                     MOVE SPACE TO VatLineDocFlag (1:1)
004904                     MOVE VatTransDocType TO VatLineDocFlag (2:1)
004910                 ELSE
004920                     MOVE SPACES TO VatLineDocFlag
004930                 END-IF
005150* transaction's band on the transaction's own date (the row with
005160* the latest effective date not after it) and extend the sales
005170* by it. Any SIZE ERROR is logged instead of left to DISPLAY.
005175* An EC reverse-charge sale carries no VAT at any date.
005180******************************************************************
005190 2100-COMPUTE-VAT.
005200     MOVE 'N' TO Arith-Size-Error-Switch
005210     MOVE 'N'  TO Rate-Found-Switch
005220     MOVE ZERO TO Matched-Band-Rate
005230     MOVE ZERO TO Matched-Effective-Date
005235     MOVE ZERO TO Trans-Vat
005240     IF VatTransEcReverse
005245         MOVE 'Y' TO Rate-Found-Switch
005250     ELSE
005255         PERFORM 2150-TEST-ONE-RATE
005260             VARYING Vat-Rate-Index FROM 1 BY 1
005265             UNTIL Vat-Rate-Index > Vat-Rate-Count
005270     END-IF
005275     IF Rate-Found AND NOT VatTransEcReverse
005280         MULTIPLY Matched-Band-Rate BY VatTransSales
005290             GIVING Trans-Vat ROUNDED
005300             ON SIZE ERROR
005840             CONTINUE
005850     END-SEARCH
005860* A credit note transaction reverses its band and grand figures
005870* instead of adding to them, and so does a bad-debt relief row.
005880     IF Band-Posted
005890         IF VatTransCredit OR VatTransBadDebt
005900             SUBTRACT VatTransSales
005910                 FROM Vat-Total-Sales (Vat-Total-Index)
005920             SUBTRACT Trans-Vat
005980                 TO Vat-Total-Vat (Vat-Total-Index)
005990         END-IF
006000     END-IF
006010     IF VatTransCredit OR VatTransBadDebt
006020         SUBTRACT VatTransSales FROM Grand-Sales
006030         SUBTRACT Trans-Vat     FROM Grand-Vat
006040     ELSE
006050         ADD VatTransSales TO Grand-Sales
006060         ADD Trans-Vat     TO Grand-Vat
006070     END-IF
006071* Relief and repaid rows carry the old invoice's date but are
006072* claimed in this return, and the register never saw them.
006073     IF VatTransBadDebt
006074         ADD Trans-Vat TO Relief-Vat-Total
006075     END-IF
006076     IF VatTransRecovered
006077         SUBTRACT Trans-Vat FROM Relief-Vat-Total
006078     END-IF
006080     IF NOT Run-Parm-Missing
006083             AND NOT VatTransBadDebt
006086             AND NOT VatTransRecovered
006090             AND VatTransDate NOT < Period-Start-Date
006100             AND VatTransDate NOT > Period-End-Date
006110         IF VatTransCredit
006130         ELSE
006140             ADD Trans-Vat TO Period-Vat-Total
006150         END-IF
006151         IF VatTransEcReverse
006152             IF VatTransCredit
006153                 SUBTRACT VatTransSales FROM Period-Ec-Sales-Total
006154             ELSE
006155                 ADD VatTransSales TO Period-Ec-Sales-Total
006156             END-IF
006157         END-IF
006160     END-IF
006170     .


006390******************************************************************
006400* 2350-LOG-BAD-RATE-CODE - the transaction's rate code is none of
006410* Standard/Reduced/Zero/EC; log it to the shared exception log and
006420* skip it, instead of indexing Vat-Band-Entry/Vat-Total-Entry
006430* past their 3 entries.
006440******************************************************************
007160     WRITE Vat-Report-Record FROM Vat-Band-Columns
007170     PERFORM 3050-PRINT-BAND-GROUP
007180         VARYING Band-Sub FROM 1 BY 1
007190         UNTIL Band-Sub > 4
007200     MOVE SPACES TO Vat-Report-Record
007210     WRITE Vat-Report-Record
007220     WRITE Vat-Report-Record FROM HorizontalLine

007310******************************************************************
007320* 3050-PRINT-BAND-GROUP - print every rate line accumulated for
007330* one band, in S/R/Z/E order; a band that spanned a rate change
007340* prints one line per rate.
007350******************************************************************
007360 3050-PRINT-BAND-GROUP.
007780* 4000-PRINT-RECONCILIATION - tie the return's VAT for the
007790* RUNPARM posting period back to the sum of REG-VatValue on the
007800* invoice register for the same period, credits netted off both
007805* sides, printing IN BALANCE or the difference; then the same
007810* tie for the EC reverse-charge sales, the figure the EC sales
007815* list is drawn from.
007820******************************************************************
007830 4000-PRINT-RECONCILIATION.
007840     OPEN INPUT InvoiceRegisterFile
008080         MOVE Recon-Difference TO ReconDifference
008090     END-IF
008100     WRITE Vat-Report-Record FROM Vat-Recon-Line-3
008102     IF Relief-Vat-Total NOT = ZERO
008104         MOVE Relief-Vat-Total TO ReconReliefVat
008106         WRITE Vat-Report-Record FROM Vat-Recon-Line-4
008108     END-IF
008109     IF Period-Ec-Sales-Total NOT = ZERO
008110             OR Register-Ec-Sales-Total NOT = ZERO
008111         MOVE Period-Ec-Sales-Total TO ReconPeriodEcSales
008112         WRITE Vat-Report-Record FROM Vat-Recon-Line-5
008113         MOVE Register-Ec-Sales-Total TO ReconRegisterEcSales
008114         WRITE Vat-Report-Record FROM Vat-Recon-Line-6
008115         COMPUTE Recon-Difference =
008116             Period-Ec-Sales-Total - Register-Ec-Sales-Total
008117         IF Recon-Difference = ZERO
008118             MOVE "IN BALANCE"     TO ReconEcResultText
008119             MOVE ZERO             TO ReconEcDifference
008120         ELSE
008121             MOVE "OUT BY"         TO ReconEcResultText
008122             MOVE Recon-Difference TO ReconEcDifference
008123         END-IF
008124         WRITE Vat-Report-Record FROM Vat-Recon-Line-7
008125     END-IF
008126     .

008127******************************************************************
008130* 4100-SUM-ONE-REGISTER-ROW - one register row's VAT into the
008136* period total (and an EC reverse-charge row's net into the EC
008142* supplies total), credits subtracted, rows outside the period
008150* ignored.
008160******************************************************************
008170 4100-SUM-ONE-REGISTER-ROW.
008220         ELSE
008230             ADD REG-VatValue TO Register-Vat-Total
008240         END-IF
008241         IF REG-Band-Ec-Reverse
008242             IF REG-Doc-Credit
008243                 SUBTRACT REG-NetValue
008244                     FROM Register-Ec-Sales-Total
008245             ELSE
008246                 ADD REG-NetValue TO Register-Ec-Sales-Total
008247             END-IF
008248         END-IF
008250     END-IF
008260     READ InvoiceRegisterFile
008270         AT END MOVE 'Y' TO Register-Eof-Switch
