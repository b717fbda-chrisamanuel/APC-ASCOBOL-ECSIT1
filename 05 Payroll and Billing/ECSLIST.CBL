000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Quarterly EC sales list: every reverse-charged
000050*             invoice and credit note on the INVREG.DAT invoice
000060*             register for the quarter, totalled by the
000070*             customer's VAT registration number, with a control
000080*             total that ties back to the register's E-band net
000090*             so the listing and the VAT return agree.
000100* Tectonics: cobc
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. ECSLIST.
000140 AUTHOR.     D. FENNESSY.
000150 DATE-WRITTEN.

000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ------------------------------------------
000200*               DF    New program: the register rows INVGEN
000210*                     banded 'E' (an EU customer with a VAT
000220*                     number, reverse charged) and dated in the
000230*                     calendar quarter holding the RUNPARM
000240*                     period end are sorted through WorkFile by
000250*                     VAT number and printed on ECSL.RPT, one
000260*                     line per VAT number with its country, the
000270*                     invoices and credit notes counted and the
000280*                     net supplies (credits netted off). The
000290*                     listing total is tied to the register's
000300*                     E-band net for the quarter, the figure
000310*                     VATRPT reconciles the return's E band to.
000320*                     Read-only.
000330******************************************************************

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT InvoiceRegisterFile ASSIGN TO "INVREG.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS Register-File-Status.

000400     SELECT SortedEcFile ASSIGN TO "SORTECSL.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL.

000420     SELECT WorkFile ASSIGN TO "ECSLWORK.TMP".

000430     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Run-Parm-File-Status.

000460     SELECT EcSalesRptFile ASSIGN TO "ECSL.RPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD InvoiceRegisterFile.
000510 01 Invoice-Register-Record.
000520    02 REG-InvoiceNo        PIC 9(6).
000530    02 REG-CustomerID       PIC 9(5).
000540    02 REG-InvoiceDate      PIC 9(8).
000550    02 REG-NetValue         PIC 9(7)V99.
000560    02 REG-VatValue         PIC 9(7)V99.
000570    02 REG-GrossValue       PIC 9(7)V99.
000580    02 REG-DocType          PIC X(1).
000590       88 REG-Doc-Credit      VALUE 'C'.
000600    02 REG-VatBand          PIC X(1).
000610       88 REG-Band-Ec-Reverse VALUE 'E'.
000620    02 REG-CountryCode      PIC X(2).
000630    02 REG-VatNumber        PIC X(14).

000640 FD SortedEcFile.
000650 01 Sorted-Ec-Record.
000660    02 SE-VatNumber         PIC X(14).
000670    02 SE-CountryCode       PIC X(2).
000680    02 SE-InvoiceNo         PIC 9(6).
000690    02 SE-CustomerID        PIC 9(5).
000700    02 SE-InvoiceDate       PIC 9(8).
000710    02 SE-NetValue          PIC 9(7)V99.
000720    02 SE-DocType           PIC X(1).
000730       88 SE-Doc-Credit       VALUE 'C'.

000740 FD RunParmFile.
000750 01 Run-Parm-Record.
000760    02 RP-RunDate           PIC 9(8).
000770    02 RP-PeriodStart       PIC 9(8).
000780    02 RP-PeriodEnd.
000790       03 RP-PeriodEndYear  PIC 9(4).
000800       03 RP-PeriodEndMonth PIC 9(2).
000810       03 RP-PeriodEndDay   PIC 9(2).
000820    02 RP-PeriodStatus      PIC X(1).

000830 FD EcSalesRptFile.
000840 01 Ec-Sales-Rpt-Record     PIC X(80).

000850 SD WorkFile.
000860 01 Work.
000870    02 WVatNumber           PIC X(14).
000880    02 WCountryCode         PIC X(2).
000890    02 WInvoiceNo           PIC 9(6).
000900    02 WCustomerID          PIC 9(5).
000910    02 WInvoiceDate         PIC 9(8).
000920    02 WNetValue            PIC 9(7)V99.
000930    02 WDocType             PIC X(1).

000940 WORKING-STORAGE SECTION.
000950 77 Register-File-Status    PIC X(02) VALUE '00'.
000960 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
000970 01 Register-Eof-Switch     PIC X(01) VALUE 'N'.
000980     88 Register-Eof         VALUE 'Y'.
000990 01 Sorted-Eof-Switch       PIC X(01) VALUE 'N'.
001000     88 Sorted-Eof           VALUE 'Y'.
001010 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001020     88 Run-Parm-Missing     VALUE 'Y'.
001030 01 Register-Missing-Switch PIC X(01) VALUE 'N'.
001040     88 Register-Missing     VALUE 'Y'.

001050* The quarter listed is the calendar quarter holding the RUNPARM
001060* period end: 01 to 03, 04 to 06, 07 to 09 or 10 to 12.
001070 01 Quarter-Year            PIC 9(4)  VALUE ZERO.
001080 01 Quarter-No              PIC 9(1)  VALUE ZERO.
001090 01 Quarter-First-Month     PIC 9(2)  VALUE ZERO.
001100 01 Quarter-Last-Month      PIC 9(2)  VALUE ZERO.
001110 01 Quarter-Last-Day        PIC 9(2)  VALUE ZERO.
001120 01 Quarter-Start-Date      PIC 9(8)  VALUE ZERO.
001130 01 Quarter-End-Date        PIC 9(8)  VALUE ZERO.

001140 01 VatNumber-Hold          PIC X(14) VALUE SPACES.
001150 01 CountryCode-Hold        PIC X(2)  VALUE SPACES.
001160 01 CustomerID-Hold         PIC 9(5)  VALUE ZERO.
001170 01 Group-Invoice-Count     PIC 9(5)  VALUE ZERO.
001180 01 Group-Credit-Count      PIC 9(5)  VALUE ZERO.
001190 01 Group-Net-Value         PIC S9(9)V99 VALUE ZERO.
001200 01 Group-Row-Count         PIC 9(5)  VALUE ZERO.

001210* Register-side totals are taken as the rows are released to
001220* the sort; listing-side totals as the lines are printed. The
001230* two must agree.
001240 01 Register-Row-Count      PIC 9(7)  VALUE ZERO.
001250 01 Register-Invoice-Net    PIC 9(9)V99 VALUE ZERO.
001260 01 Register-Credit-Net     PIC 9(9)V99 VALUE ZERO.
001270 01 Register-Ec-Net         PIC S9(9)V99 VALUE ZERO.
001280 01 Listing-Line-Count      PIC 9(5)  VALUE ZERO.
001290 01 Listing-Row-Count       PIC 9(7)  VALUE ZERO.
001300 01 Listing-Net-Total       PIC S9(9)V99 VALUE ZERO.
001310 01 Listing-Difference      PIC S9(9)V99 VALUE ZERO.

001320 01 Ec-Sales-Heading.
001330    02 FILLER                PIC X(25) VALUE SPACES.
001340    02 FILLER                PIC X(14)
001350       VALUE "EC SALES LIST".

001360 01 Ec-Sales-Quarter-Line.
001370    02 FILLER                PIC X(09) VALUE "QUARTER:".
001380    02 HeadingQuarterYear    PIC 9(4).
001390    02 FILLER                PIC X(02) VALUE " Q".
001400    02 HeadingQuarterNo      PIC 9(1).
001410    02 FILLER                PIC X(09) VALUE "   FROM: ".
001420    02 HeadingQuarterStart   PIC 9(8).
001430    02 FILLER                PIC X(06) VALUE "  TO: ".
001440    02 HeadingQuarterEnd     PIC 9(8).

001450 01 HorizontalLine.
001460    02 FILLER                PIC X(03) VALUE SPACES.
001470    02 FILLER                PIC X(70) VALUE ALL '-'.

001480 01 Ec-Sales-Columns.
001490    02 FILLER                PIC X(02) VALUE SPACES.
001500    02 FILLER                PIC X(04) VALUE "CTRY".
001510    02 FILLER                PIC X(02) VALUE SPACES.
001520    02 FILLER                PIC X(14) VALUE "VAT NUMBER".
001530    02 FILLER                PIC X(02) VALUE SPACES.
001540    02 FILLER                PIC X(05) VALUE "CUST".
001550    02 FILLER                PIC X(07) VALUE "   INVS".
001560    02 FILLER                PIC X(07) VALUE "   CRNS".
001570    02 FILLER                PIC X(19)
001580       VALUE "     NET SUPPLIES".

001590 01 Ec-Sales-Line.
001600    02 FILLER                PIC X(03) VALUE SPACES.
001610    02 LineCountryCode       PIC X(2).
001620    02 FILLER                PIC X(03) VALUE SPACES.
001630    02 LineVatNumber         PIC X(14).
001640    02 FILLER                PIC X(02) VALUE SPACES.
001650    02 LineCustomerID        PIC 9(5).
001660    02 LineInvoiceCount      PIC BBBZZZ9.
001670    02 LineCreditCount       PIC BBBZZZ9.
001680    02 LineNetValue          PIC BBZZZ,ZZZ,ZZ9.99-.

001690 01 Ec-Control-Line-1.
001700    02 FILLER                PIC X(22)
001710       VALUE "REGISTER ROWS LISTED:".
001720    02 ControlRowsListed     PIC BZZZZZZ9.
001730    02 FILLER                PIC X(17) VALUE "   VAT NUMBERS:".
001740    02 ControlLines          PIC BZZZZ9.

001750 01 Ec-Control-Line-2.
001760    02 FILLER                PIC X(22)
001770       VALUE "REGISTER INVOICES:".
001780    02 ControlInvoiceNet     PIC BZZZ,ZZZ,ZZ9.99.
001790    02 FILLER                PIC X(12) VALUE "   CREDITS:".
001800    02 ControlCreditNet      PIC BZZZ,ZZZ,ZZ9.99.

001810 01 Ec-Control-Line-3.
001820    02 FILLER                PIC X(22)
001830       VALUE "REGISTER EC SUPPLIES:".
001840    02 ControlRegisterNet    PIC BZZZ,ZZZ,ZZ9.99-.

001850 01 Ec-Control-Line-4.
001860    02 FILLER                PIC X(22)
001870       VALUE "LISTING TOTAL:".
001880    02 ControlListingNet     PIC BZZZ,ZZZ,ZZ9.99-.

001890 01 Ec-Control-Line-5.
001900    02 FILLER                PIC X(16)
001910       VALUE "CONTROL:".
001920    02 ControlResultText     PIC X(14).
001930    02 ControlDifference     PIC BZZZ,ZZZ,ZZ9.99-.

001940 01 Ec-Nothing-Line.
001950    02 FILLER                PIC X(02) VALUE SPACES.
001960    02 FILLER                PIC X(40)
001970       VALUE "NO REVERSE-CHARGED SUPPLIES IN QUARTER".

001980 PROCEDURE DIVISION.

001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE
002010     IF Run-Parm-Missing OR Register-Missing
002020         MOVE 16 TO RETURN-CODE
002030     ELSE
002040         SORT WorkFile
002050             ON ASCENDING KEY WVatNumber
002060             ON ASCENDING KEY WInvoiceNo
002070             INPUT PROCEDURE IS 2000-RELEASE-EC-ROWS
002080                 THRU 2000-RELEASE-EC-ROWS-EXIT
002090             GIVING SortedEcFile
002100         PERFORM 3000-PRINT-LISTING
002110         PERFORM 3900-PRINT-CONTROLS
002120     END-IF
002130     PERFORM 8000-TERMINATE
002140     GOBACK.

002150******************************************************************
002160* 1000-INITIALIZE - read the period end, work out its quarter,
002170* check the register is there and print the heading.
002180******************************************************************
002190 1000-INITIALIZE.
002200     OPEN OUTPUT EcSalesRptFile
002210     WRITE Ec-Sales-Rpt-Record FROM Ec-Sales-Heading
002220     OPEN INPUT RunParmFile
002230     IF Run-Parm-File-Status NOT = "00"
002240         MOVE 'Y' TO Run-Parm-Missing-Switch
002250     ELSE
002260         READ RunParmFile
002270             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
002280             NOT AT END
002290                 PERFORM 1100-SET-QUARTER
002300         END-READ
002310         CLOSE RunParmFile
002320     END-IF
002330     OPEN INPUT InvoiceRegisterFile
002340     IF Register-File-Status NOT = "00"
002350         MOVE 'Y' TO Register-Missing-Switch
002360     ELSE
002370         CLOSE InvoiceRegisterFile
002380     END-IF
002390     IF NOT Run-Parm-Missing
002400         MOVE Quarter-Year       TO HeadingQuarterYear
002410         MOVE Quarter-No         TO HeadingQuarterNo
002420         MOVE Quarter-Start-Date TO HeadingQuarterStart
002430         MOVE Quarter-End-Date   TO HeadingQuarterEnd
002440         WRITE Ec-Sales-Rpt-Record FROM Ec-Sales-Quarter-Line
002450         WRITE Ec-Sales-Rpt-Record FROM HorizontalLine
002460     END-IF
002470     .

002480******************************************************************
002490* 1100-SET-QUARTER - the first and last dates of the calendar
002500* quarter the period end falls in.
002510******************************************************************
002520 1100-SET-QUARTER.
002530     MOVE RP-PeriodEndYear TO Quarter-Year
002540     COMPUTE Quarter-No = (RP-PeriodEndMonth - 1) / 3 + 1
002550     COMPUTE Quarter-Last-Month  = Quarter-No * 3
002560     COMPUTE Quarter-First-Month = Quarter-Last-Month - 2
002570     COMPUTE Quarter-Start-Date =
002580         (Quarter-Year * 10000) + (Quarter-First-Month * 100) + 1
002590     IF Quarter-Last-Month = 6 OR Quarter-Last-Month = 9
002600         MOVE 30 TO Quarter-Last-Day
002610     ELSE
002620         MOVE 31 TO Quarter-Last-Day
002630     END-IF
002640     COMPUTE Quarter-End-Date =
002650         (Quarter-Year * 10000) + (Quarter-Last-Month * 100)
002660         + Quarter-Last-Day
002670     .

002680******************************************************************
002690* 2000-RELEASE-EC-ROWS - the sort's input: every reverse-charged
002700* register row dated in the quarter.
002710******************************************************************
002720 2000-RELEASE-EC-ROWS.
002730     OPEN INPUT InvoiceRegisterFile
002740     MOVE 'N' TO Register-Eof-Switch
002750     READ InvoiceRegisterFile
002760         AT END MOVE 'Y' TO Register-Eof-Switch
002770     END-READ
002780     PERFORM 2100-RELEASE-ONE-ROW UNTIL Register-Eof
002790     CLOSE InvoiceRegisterFile
002800     .
002810 2000-RELEASE-EC-ROWS-EXIT.
002820     EXIT.

002830******************************************************************
002840* 2100-RELEASE-ONE-ROW - release one E-band row in the quarter
002850* and take it into the register-side control totals.
002860******************************************************************
002870 2100-RELEASE-ONE-ROW.
002880     IF REG-Band-Ec-Reverse
002890             AND REG-InvoiceDate NOT < Quarter-Start-Date
002900             AND REG-InvoiceDate NOT > Quarter-End-Date
002910         MOVE REG-VatNumber   TO WVatNumber
002920         MOVE REG-CountryCode TO WCountryCode
002930         MOVE REG-InvoiceNo   TO WInvoiceNo
002940         MOVE REG-CustomerID  TO WCustomerID
002950         MOVE REG-InvoiceDate TO WInvoiceDate
002960         MOVE REG-NetValue    TO WNetValue
002970         MOVE REG-DocType     TO WDocType
002980         RELEASE Work
002990         ADD 1 TO Register-Row-Count
003000         IF REG-Doc-Credit
003010             ADD REG-NetValue      TO Register-Credit-Net
003020             SUBTRACT REG-NetValue FROM Register-Ec-Net
003030         ELSE
003040             ADD REG-NetValue TO Register-Invoice-Net
003050             ADD REG-NetValue TO Register-Ec-Net
003060         END-IF
003070     END-IF
003080     READ InvoiceRegisterFile
003090         AT END MOVE 'Y' TO Register-Eof-Switch
003100     END-READ
003110     .

003120******************************************************************
003130* 3000-PRINT-LISTING - one line per VAT number off the sorted
003140* rows, breaking on each change of number.
003150******************************************************************
003160 3000-PRINT-LISTING.
003170     MOVE SPACES TO Ec-Sales-Rpt-Record
003180     WRITE Ec-Sales-Rpt-Record
003190     WRITE Ec-Sales-Rpt-Record FROM Ec-Sales-Columns
003200     MOVE 'N' TO Sorted-Eof-Switch
003210     MOVE ZERO TO Group-Row-Count
003220     OPEN INPUT SortedEcFile
003230     READ SortedEcFile
003240         AT END MOVE 'Y' TO Sorted-Eof-Switch
003250     END-READ
003260     PERFORM 3100-TAKE-ONE-ROW UNTIL Sorted-Eof
003270     IF Group-Row-Count > ZERO
003280         PERFORM 3300-PRINT-VAT-NUMBER-LINE
003290     END-IF
003300     CLOSE SortedEcFile
003310     IF Listing-Line-Count = ZERO
003320         WRITE Ec-Sales-Rpt-Record FROM Ec-Nothing-Line
003330     END-IF
003340     .

003350******************************************************************
003360* 3100-TAKE-ONE-ROW - add one sorted row into its VAT number's
003370* totals, printing the previous number's line on a break.
003380******************************************************************
003390 3100-TAKE-ONE-ROW.
003400     IF Group-Row-Count = ZERO
003410         PERFORM 3200-START-VAT-NUMBER
003420     ELSE
003430         IF SE-VatNumber NOT = VatNumber-Hold
003440             PERFORM 3300-PRINT-VAT-NUMBER-LINE
003450             PERFORM 3200-START-VAT-NUMBER
003460         END-IF
003470     END-IF
003480     ADD 1 TO Group-Row-Count
003490     IF SE-Doc-Credit
003500         ADD 1 TO Group-Credit-Count
003510         SUBTRACT SE-NetValue FROM Group-Net-Value
003520     ELSE
003530         ADD 1 TO Group-Invoice-Count
003540         ADD SE-NetValue TO Group-Net-Value
003550     END-IF
003560     READ SortedEcFile
003570         AT END MOVE 'Y' TO Sorted-Eof-Switch
003580     END-READ
003590     .

003600******************************************************************
003610* 3200-START-VAT-NUMBER - hold the new number's country and
003620* customer and clear its totals.
003630******************************************************************
003640 3200-START-VAT-NUMBER.
003650     MOVE SE-VatNumber   TO VatNumber-Hold
003660     MOVE SE-CountryCode TO CountryCode-Hold
003670     MOVE SE-CustomerID  TO CustomerID-Hold
003680     MOVE ZERO TO Group-Row-Count
003690     MOVE ZERO TO Group-Invoice-Count
003700     MOVE ZERO TO Group-Credit-Count
003710     MOVE ZERO TO Group-Net-Value
003720     .

003730******************************************************************
003740* 3300-PRINT-VAT-NUMBER-LINE - the VAT number's line of the list
003750* and its share of the listing-side totals.
003760******************************************************************
003770 3300-PRINT-VAT-NUMBER-LINE.
003780     MOVE CountryCode-Hold    TO LineCountryCode
003790     MOVE VatNumber-Hold      TO LineVatNumber
003800     MOVE CustomerID-Hold     TO LineCustomerID
003810     MOVE Group-Invoice-Count TO LineInvoiceCount
003820     MOVE Group-Credit-Count  TO LineCreditCount
003830     MOVE Group-Net-Value     TO LineNetValue
003840     WRITE Ec-Sales-Rpt-Record FROM Ec-Sales-Line
003850     ADD 1               TO Listing-Line-Count
003860     ADD Group-Row-Count TO Listing-Row-Count
003870     ADD Group-Net-Value TO Listing-Net-Total
003880     .

003890******************************************************************
003900* 3900-PRINT-CONTROLS - the register's E-band figures for the
003910* quarter against the listing's total, IN BALANCE or the
003920* difference.
003930******************************************************************
003940 3900-PRINT-CONTROLS.
003950     MOVE SPACES TO Ec-Sales-Rpt-Record
003960     WRITE Ec-Sales-Rpt-Record
003970     WRITE Ec-Sales-Rpt-Record FROM HorizontalLine
003980     MOVE Listing-Row-Count  TO ControlRowsListed
003990     MOVE Listing-Line-Count TO ControlLines
004000     WRITE Ec-Sales-Rpt-Record FROM Ec-Control-Line-1
004010     MOVE Register-Invoice-Net TO ControlInvoiceNet
004020     MOVE Register-Credit-Net  TO ControlCreditNet
004030     WRITE Ec-Sales-Rpt-Record FROM Ec-Control-Line-2
004040     MOVE Register-Ec-Net TO ControlRegisterNet
004050     WRITE Ec-Sales-Rpt-Record FROM Ec-Control-Line-3
004060     MOVE Listing-Net-Total TO ControlListingNet
004070     WRITE Ec-Sales-Rpt-Record FROM Ec-Control-Line-4
004080     COMPUTE Listing-Difference =
004090         Listing-Net-Total - Register-Ec-Net
004100     IF Listing-Difference = ZERO
004110             AND Listing-Row-Count = Register-Row-Count
004120         MOVE "IN BALANCE"       TO ControlResultText
004130         MOVE ZERO               TO ControlDifference
004140     ELSE
004150         MOVE "OUT BY"           TO ControlResultText
004160         MOVE Listing-Difference TO ControlDifference
004170     END-IF
004180     WRITE Ec-Sales-Rpt-Record FROM Ec-Control-Line-5
004190     .

004200******************************************************************
004210* 8000-TERMINATE - close the report.
004220******************************************************************
004230 8000-TERMINATE.
004240     CLOSE EcSalesRptFile
004250     .

004260 END PROGRAM ECSLIST.
