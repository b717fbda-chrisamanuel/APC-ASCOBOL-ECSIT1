000940*                     controlled end, so two batch invocations
000950*                     cannot update the masters underneath each
000960*                     other.
000961*               DF    EU reverse charge: each invoice and credit
000962*                     note looks its customer up on CUSTMAST.DAT,
000963*                     and a customer in another EU member state
000964*                     with a VAT number on file is charged no VAT,
000965*                     the invoice carrying their VAT number and
000966*                     the reverse-charge wording. Those documents
000967*                     go to VATTRANS.DAT in their own 'E' band,
000968*                     and the register row (widened) carries the
000969*                     VAT band, country code and VAT number the
000970*                     ECSLIST EC sales list totals from. A
000971*                     missing customer master just means every
000972*                     document is standard-rated as before.
000973*               DF    Hands its record counts to STEPCNT for
000974*                     RUNALL's run history, and holds its
000975*                     return code across the closing CALLs,
000976*                     which set RETURN-CODE themselves.
000977*               DF    CUSTMAST.DAT record carries the delivery
000978*                     preference, email and postal address
000979*                     CUSTMNT now files for DISTRIB.
000980*               DF    CUSTMAST.DAT record carries the surviving
000981*                     ID CUSTMERG files on a merged customer.
000982*               DF    OILPRICE.DAT record carries the purchase
000983*                     cost (19 bytes); the layout follows.
000984******************************************************************

000985 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT SortSaleFile ASSIGN TO "SORTSALE.DAT"
001160         RECORD KEY IS CUR-CustomerID
001170         FILE STATUS IS Currency-File-Status.

001171     SELECT CustomerMasterFile ASSIGN TO "CUSTMAST.DAT"
001172         ORGANIZATION IS INDEXED
001173         ACCESS MODE IS DYNAMIC
001174         RECORD KEY IS CM-CustomerID
001175         FILE STATUS IS Cust-Master-File-Status.

001180     SELECT InvoicePrintFile ASSIGN TO "INVOICES.RPT"
001190         ORGANIZATION IS LINE SEQUENTIAL.

001590    02 OPOilNumber           PIC 9(2).
001600    02 OPEffectiveDate       PIC 9(8).
001610    02 OPUnitCost            PIC 99V99.
001615    02 OPPurchaseCost        PIC 99V99.

001620 FD RunParmFile.
001630 01 Run-Parm-Record.
001730    02 CUR-CustomerID        PIC 9(5).
001740    02 CUR-CurrencyCode      PIC X(3).

001741 FD CustomerMasterFile.
001742 01 Customer-Master-Record.
001743    02 CM-CustomerID         PIC 9(5).
001744    02 CM-CustomerName       PIC X(20).
001745    02 CM-CreditLimit        PIC 9(7)V99.
001746    02 CM-HoldFlag           PIC X(1).
001747       88 CM-On-Hold           VALUE 'H'.
001748    02 CM-CountryCode        PIC X(2).
001749    02 CM-VatNumber          PIC X(14).
001750    02 CM-DeliveryPref       PIC X(1).
001751       88 CM-By-Post           VALUE 'P'.
001752       88 CM-By-Email          VALUE 'E'.
001753       88 CM-By-Both           VALUE 'B'.
001754    02 CM-EmailAddress       PIC X(40).
001755    02 CM-PostAddress        PIC X(60).
001756    02 CM-MergedInto         PIC 9(5).

001757 FD VatRatesFile.
001760 01 Vat-Rates-Record.
001770    02 VR-BandCode             PIC X(1).
001780    02 VR-EffectiveDate        PIC 9(8).
001960    02 REG-DocType          PIC X(1).
001970       88 REG-Doc-Invoice     VALUE 'I'.
001980       88 REG-Doc-Credit      VALUE 'C'.
001982    02 REG-VatBand          PIC X(1).
001984    02 REG-CountryCode      PIC X(2).
001986    02 REG-VatNumber        PIC X(14).

001990 FD GlPostingFile.
002000 01 Gl-Posting-Record.
002250 01 Lock-Step-Name           PIC X(20) VALUE "INVGEN".
002260 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
002270 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
002271* The closing CALLs set RETURN-CODE themselves, so the
002272* step's own code is held here and restored after them.
002273 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
002274 01 Step-Count-Function      PIC X(01) VALUE 'P'.
002275 01 Step-Records-In          PIC 9(09) VALUE ZERO.
002276 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
002280 01 Sort-Sale-Eof-Switch     PIC X(01) VALUE 'N'.
002290     88 Sort-Sale-Eof         VALUE 'Y'.
002300 01 Sort-Sale-File-Status    PIC X(02) VALUE SPACES.
002820 01 Matched-Rate-Date          PIC 9(8)    VALUE ZERO.
002830 77 Invoice-Vat-Code           PIC X(01)   VALUE 'S'.

002831* A customer in another EU member state with a VAT number on
002832* the customer master is reverse charged: no VAT on the document
002833* and the 'E' band on the VAT transaction and register row.
002834 77 Cust-Master-File-Status    PIC X(02)   VALUE '00'.
002835 01 Cust-Master-Available-Switch PIC X(01) VALUE 'N'.
002836     88 Cust-Master-Available   VALUE 'Y'.
002837 01 Reverse-Charge-Switch      PIC X(01)   VALUE 'N'.
002838     88 Reverse-Charge          VALUE 'Y'.
002839 77 Home-Country-Code          PIC X(2)    VALUE "IE".
002840 77 Reverse-Charge-Band        PIC X(01)   VALUE 'E'.
002841 01 Document-Vat-Band          PIC X(01)   VALUE 'S'.
002842 01 Document-Vat-Rate          PIC 9V999   VALUE ZERO.
002843 01 Charge-CustomerID          PIC 9(5)    VALUE ZERO.
002844 01 Charge-Country-Code        PIC X(2)    VALUE SPACES.
002845 01 Charge-Vat-Number          PIC X(14)   VALUE SPACES.
002846 01 Eu-State-Values            PIC X(54)   VALUE
002847     "ATBEBGCYCZDEDKEEESFIFRGRHRHUIEITLTLULVMTNLPLPTROSESISK".
002848 01 Eu-State-Table REDEFINES Eu-State-Values.
002849    02 Eu-Country-Code         PIC X(2) OCCURS 27 TIMES
002850              INDEXED BY Eu-State-Index.
002851 01 Ec-Invoice-Count           PIC 9(5)    VALUE ZERO.
002852 01 Ec-Invoice-Net-Total       PIC 9(9)V99 VALUE ZERO.
002853 01 Ec-Credit-Count            PIC 9(5)    VALUE ZERO.
002854 01 Ec-Credit-Net-Total        PIC 9(9)V99 VALUE ZERO.

002855* Discount-Table carries the same DISCMAST.DAT quantity tiers
002856* AROMASALESRPT01 prices with, so invoice values always match
002860* the customer report's.
002870 01 Discount-Table.
002880    02 Discount-Entry OCCURS 100 TIMES
003830    02 FILLER                  PIC X(15) VALUE "INVOICE TOTAL:".
003840    02 InvGrossValue           PIC $$,$$$,$$9.99.

003841 01 Invoice-Vat-Number-Line.
003842    02 FILLER                  PIC X(12) VALUE "VAT NO:".
003843    02 InvCustVatNumber        PIC X(14).
003844    02 FILLER                  PIC X(02) VALUE SPACES.
003845    02 FILLER                  PIC X(09) VALUE "COUNTRY: ".
003846    02 InvCustCountry          PIC X(2).

003847 01 Reverse-Charge-Line-1.
003848    02 FILLER                  PIC X(46)
003849       VALUE "REVERSE CHARGE: VAT TO BE ACCOUNTED FOR BY THE".
003850    02 FILLER                  PIC X(09) VALUE " CUSTOMER".

003851 01 Reverse-Charge-Line-2.
003852    02 FILLER                  PIC X(44)
003853       VALUE "(ARTICLE 196, COUNCIL DIRECTIVE 2006/112/EC)".

003855 01 Invoice-Currency-Line.
003860    02 FILLER                  PIC X(11) VALUE "PAYABLE IN ".
003870    02 InvCurrCode             PIC X(3).
003880    02 FILLER                  PIC X(02) VALUE ": ".
004180    02 FILLER                  PIC X(06) VALUE "  VAT:".
004190    02 SummaryVatTotal         PIC BZZZ,ZZZ,ZZ9.99.

004191 01 Ec-Summary-Line.
004192    02 FILLER                  PIC X(17)
004193       VALUE "REVERSE CHARGED:".
004194    02 FILLER                  PIC X(09) VALUE "INVOICES".
004195    02 SummaryEcInvoiceCount   PIC BZZZZ9.
004196    02 FILLER                  PIC X(06) VALUE "  NET:".
004197    02 SummaryEcInvoiceNet     PIC BZZZ,ZZZ,ZZ9.99.
004198    02 FILLER                  PIC X(10) VALUE "  CREDITS".
004199    02 SummaryEcCreditCount    PIC BZZZZ9.
004200    02 FILLER                  PIC X(06) VALUE "  NET:".
004201    02 SummaryEcCreditNet      PIC BZZZ,ZZZ,ZZ9.99.

004202 01 Run-Gross-Line.
004210    02 FILLER                  PIC X(17)
004220       VALUE "RUN GROSS TOTAL:".
004230    02 SummaryGrossTotal       PIC BZZZ,ZZZ,ZZ9.99.
004570         END-IF
004580         PERFORM 8000-TERMINATE
004590     END-IF
004593     MOVE RETURN-CODE TO Step-Return-Code
004596     PERFORM 8900-REPORT-STEP-COUNTS
004600     MOVE 'R' TO Lock-Function
004610     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
004620         Lock-Run-Date, Lock-Return-Code
004625     MOVE Step-Return-Code TO RETURN-CODE
004630     GOBACK.

004640******************************************************************
004730         PERFORM 1390-OPEN-REGISTER-EXTEND
004740         PERFORM 1100-READ-INVOICE-SEQ
004750         PERFORM 1300-OPEN-CURRENCY-FILE
004755         PERFORM 1320-OPEN-CUSTOMER-MASTER
004760         PERFORM 1350-LOAD-DISCOUNTS
004770         PERFORM 1380-OPEN-VAT-TRANS
004780         READ SortSaleFile
005360     END-IF
005370     .

005371******************************************************************
005372* 1320-OPEN-CUSTOMER-MASTER - open CUSTMAST.DAT for the reverse-
005373* charge lookup; a missing master means no customer is reverse
005374* charged.
005375******************************************************************
005376 1320-OPEN-CUSTOMER-MASTER.
005377     OPEN INPUT CustomerMasterFile
005378     IF Cust-Master-File-Status = "00"
005379         MOVE 'Y' TO Cust-Master-Available-Switch
005380     END-IF
005381     .

005382******************************************************************
005390* 1350-LOAD-DISCOUNTS - read the DISCMAST.DAT quantity-tier rows
005400* into Discount-Table, the same load AROMASALESRPT01 does; no
005410* master means every invoice line at full list.
007510     MOVE OCustomerID    TO InvCustomerID
007520     MOVE OCustomerName  TO InvCustomerName
007530     WRITE Invoice-Print-Record FROM Invoice-Customer-Line
007533     MOVE OCustomerID    TO Charge-CustomerID
007536     PERFORM 3150-CHECK-REVERSE-CHARGE
007540     MOVE SPACES TO Invoice-Print-Record
007550     WRITE Invoice-Print-Record
007560     WRITE Invoice-Print-Record FROM Invoice-Item-Columns
007570     MOVE ZERO TO Invoice-Net
007580     .

007581******************************************************************
007582* 3150-CHECK-REVERSE-CHARGE - look the document's customer up on
007583* the master: one filed in another EU member state with a VAT
007584* number is reverse charged at no VAT under the 'E' band, and
007585* their VAT number is printed under the customer line. Anyone
007586* else is charged the standard rate.
007587******************************************************************
007588 3150-CHECK-REVERSE-CHARGE.
007589     MOVE 'N'              TO Reverse-Charge-Switch
007590     MOVE Invoice-Vat-Code TO Document-Vat-Band
007591     MOVE Invoice-Vat-Rate TO Document-Vat-Rate
007592     MOVE SPACES           TO Charge-Country-Code
007593     MOVE SPACES           TO Charge-Vat-Number
007594     IF Cust-Master-Available
007595         MOVE Charge-CustomerID TO CM-CustomerID
007596         READ CustomerMasterFile
007597             INVALID KEY
007598                 CONTINUE
007599             NOT INVALID KEY
007600                 MOVE CM-CountryCode TO Charge-Country-Code
007601                 MOVE CM-VatNumber   TO Charge-Vat-Number
007602         END-READ
007603     END-IF
007604     IF Charge-Country-Code NOT = SPACES
007605             AND Charge-Country-Code NOT = Home-Country-Code
007606             AND Charge-Vat-Number NOT = SPACES
007607         SET Eu-State-Index TO 1
007608         SEARCH Eu-Country-Code
007609             AT END
007610                 CONTINUE
007611             WHEN Eu-Country-Code (Eu-State-Index)
007612                     = Charge-Country-Code
007613                 MOVE 'Y' TO Reverse-Charge-Switch
007614         END-SEARCH
007615     END-IF
007616     IF Reverse-Charge
007617         MOVE Reverse-Charge-Band TO Document-Vat-Band
007618         MOVE ZERO                TO Document-Vat-Rate
007619         MOVE Charge-Vat-Number   TO InvCustVatNumber
007620         MOVE Charge-Country-Code TO InvCustCountry
007621         WRITE Invoice-Print-Record FROM Invoice-Vat-Number-Line
007622     END-IF
007623     .

007624******************************************************************
007625* 3160-PRINT-REVERSE-CHARGE - the wording a reverse-charged
007626* document must carry, printed under its VAT line.
007627******************************************************************
007628 3160-PRINT-REVERSE-CHARGE.
007629     WRITE Invoice-Print-Record FROM Reverse-Charge-Line-1
007630     WRITE Invoice-Print-Record FROM Reverse-Charge-Line-2
007631     .

007632******************************************************************
007633* 3200-PRICE-SALE - price the current sorted sale off the loaded
007634* price table at the cost in force on the sale's own date.
007635******************************************************************
007636 3200-PRICE-SALE.
007640     IF OEssentialOils
007650         MOVE OOilNumber TO OilIndex
007660     ELSE

008590******************************************************************
008600* 3400-FINISH-INVOICE - compute the VAT block off the standard
008607* rate band (nothing, for a reverse-charged customer), print the
008614* invoice totals and billing-currency line, and write the
008621* register row.
008630******************************************************************
008640 3400-FINISH-INVOICE.
008650     COMPUTE Invoice-Vat ROUNDED =
008660         Invoice-Net * Document-Vat-Rate
008670     ADD Invoice-Net Invoice-Vat GIVING Invoice-Gross
008680     MOVE SPACES TO Invoice-Print-Record
008690     WRITE Invoice-Print-Record
008700     MOVE Invoice-Net TO InvNetValue
008710     WRITE Invoice-Print-Record FROM Invoice-Net-Line
008720     COMPUTE InvVatRate = Document-Vat-Rate * 100
008730     MOVE Invoice-Vat TO InvVatValue
008740     WRITE Invoice-Print-Record FROM Invoice-Vat-Line
008741     IF Reverse-Charge
008742         PERFORM 3160-PRINT-REVERSE-CHARGE
008743         ADD 1           TO Ec-Invoice-Count
008744         ADD Invoice-Net TO Ec-Invoice-Net-Total
008745     END-IF
008750     MOVE Invoice-Gross TO InvGrossValue
008760     WRITE Invoice-Print-Record FROM Invoice-Total-Line
008770     PERFORM 3500-PRINT-CURRENCY-LINE
008780     PERFORM 3600-WRITE-REGISTER-ROW
008790     MOVE Invoice-Number TO VT-TransID
008800     MOVE Document-Vat-Band TO VT-RateCode
008810     MOVE Invoice-Net    TO VT-Sales
008820     MOVE Run-Date       TO VT-Date
008830     MOVE 'I'            TO VT-DocType
009250     MOVE Invoice-Vat     TO REG-VatValue
009260     MOVE Invoice-Gross   TO REG-GrossValue
009270     MOVE 'I'             TO REG-DocType
009272     MOVE Document-Vat-Band   TO REG-VatBand
009274     MOVE Charge-Country-Code TO REG-CountryCode
009276     MOVE Charge-Vat-Number   TO REG-VatNumber
009280     WRITE Invoice-Register-Record
009290     .

009490******************************************************************
009500* 3710-PRINT-ONE-CREDIT-NOTE - issue the next number off the
009510* shared sequence, print the credit note, reverse the VAT at the
009516* standard band rate (none, for a reverse-charged customer), and
009522* write the 'C' register row.
009530******************************************************************
009540 3710-PRINT-ONE-CREDIT-NOTE.
009550     ADD 1 TO Invoice-Number
009630     MOVE CN-CustomerID   TO InvCustomerID
009640     MOVE CN-CustomerName TO InvCustomerName
009650     WRITE Invoice-Print-Record FROM Invoice-Customer-Line
009653     MOVE CN-CustomerID   TO Charge-CustomerID
009656     PERFORM 3150-CHECK-REVERSE-CHARGE
009660     MOVE CN-SaleDate TO CrnSaleDate
009670     WRITE Invoice-Print-Record FROM Credit-Origin-Line
009680     MOVE SPACES TO Invoice-Print-Record
009740     WRITE Invoice-Print-Record FROM Invoice-Item-Line
009750     MOVE CN-CreditValue TO Credit-Net
009760     COMPUTE Credit-Vat ROUNDED =
009770         Credit-Net * Document-Vat-Rate
009780     ADD Credit-Net Credit-Vat GIVING Credit-Gross
009790     MOVE SPACES TO Invoice-Print-Record
009800     WRITE Invoice-Print-Record
009810     MOVE Credit-Net TO InvNetValue
009820     WRITE Invoice-Print-Record FROM Invoice-Net-Line
009830     COMPUTE InvVatRate = Document-Vat-Rate * 100
009840     MOVE Credit-Vat TO InvVatValue
009850     WRITE Invoice-Print-Record FROM Invoice-Vat-Line
009851     IF Reverse-Charge
009852         PERFORM 3160-PRINT-REVERSE-CHARGE
009853         ADD 1          TO Ec-Credit-Count
009854         ADD Credit-Net TO Ec-Credit-Net-Total
009855     END-IF
009860     MOVE Credit-Gross TO CrnGrossValue
009870     WRITE Invoice-Print-Record FROM Credit-Total-Line
009880     PERFORM 3720-WRITE-CREDIT-REGISTER
009890     MOVE Invoice-Number TO VT-TransID
009900     MOVE Document-Vat-Band TO VT-RateCode
009910     MOVE Credit-Net     TO VT-Sales
009920     MOVE Run-Date       TO VT-Date
009930     MOVE 'C'            TO VT-DocType
010140     MOVE Credit-Vat     TO REG-VatValue
010150     MOVE Credit-Gross   TO REG-GrossValue
010160     MOVE 'C'            TO REG-DocType
010162     MOVE Document-Vat-Band   TO REG-VatBand
010164     MOVE Charge-Country-Code TO REG-CountryCode
010166     MOVE Charge-Vat-Number   TO REG-VatNumber
010170     WRITE Invoice-Register-Record
010180     .

010350         MOVE Credit-Vat-Total     TO SummaryCreditVat
010360         WRITE Invoice-Print-Record FROM Credit-Summary-Line
010370     END-IF
010371     IF Ec-Invoice-Count > ZERO OR Ec-Credit-Count > ZERO
010372         MOVE Ec-Invoice-Count     TO SummaryEcInvoiceCount
010373         MOVE Ec-Invoice-Net-Total TO SummaryEcInvoiceNet
010374         MOVE Ec-Credit-Count      TO SummaryEcCreditCount
010375         MOVE Ec-Credit-Net-Total  TO SummaryEcCreditNet
010376         WRITE Invoice-Print-Record FROM Ec-Summary-Line
010377     END-IF
010380     OPEN OUTPUT InvoiceSeqFile
010390     MOVE Invoice-Number TO SEQ-LastInvoiceNo
010400     WRITE Invoice-Seq-Record
011060     IF Currency-File-Available
011070         CLOSE CustomerCurrencyFile
011080     END-IF
011082     IF Cust-Master-Available
011084         CLOSE CustomerMasterFile
011086     END-IF
011090     .

011091******************************************************************
011092* 8900-REPORT-STEP-COUNTS - hand STEPCNT the invoices and credit
011093* notes issued.
011094******************************************************************
011095 8900-REPORT-STEP-COUNTS.
011096     MOVE ZERO TO Step-Records-In
011097     COMPUTE Step-Records-Out =
011098         Invoices-Issued-Count + Credits-Issued-Count
011099     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
011100         Step-Records-Out
011101     .

011102 END PROGRAM INVGEN.
