000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Bursts the INVGEN invoice print (INVOICES.RPT) and
000050*             the ARSTMT statement print (ARSTMT.RPT) into one
000060*             document file per customer and document type,
000070*             named by customer and document date, routes each
000080*             one by the customer master's delivery preference,
000090*             and writes the DISTMAN.DAT distribution manifest
000100*             and the DISTRIB.RPT manifest report with control
000110*             totals tied back to the invoice register and the
000120*             statement run's own count.
000130* Tectonics: cobc
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. DISTRIB.
000170 AUTHOR.     D. FENNESSY.
000180 DATE-WRITTEN.

000190******************************************************************
000200* MODIFICATION HISTORY
000210*   DATE        INIT  DESCRIPTION
000220*   ----------  ----  ------------------------------------------
000230*               DF    New program, run on demand once INVGEN or
000240*                     ARSTMT has printed: every invoice, credit
000250*                     note and statement on the two print files
000260*                     goes to its customer's document file
000270*                     (INVccccc-yyyymmdd.TXT, CRN... for credit
000280*                     notes, STM... for statements, a customer's
000290*                     several credit notes sharing one file);
000300*                     each file is routed post, email or both
000310*                     off CUSTMAST.DAT and listed on DISTMAN.DAT
000320*                     with its channel, address and page count.
000330*                     A document that cannot be sent (customer
000340*                     not on the master, no address) is routed
000350*                     HOLD and the run ends 04. The burst
000360*                     invoices and credit notes are matched one
000370*                     for one to the INVREG.DAT register rows of
000380*                     their date and the statements to the
000390*                     ARSTMT.RPT trailer count; any difference
000400*                     ends the run 16.
000403*               DF    CUSTMAST.DAT record carries the surviving
000406*                     ID CUSTMERG files on a merged customer.
000410******************************************************************

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS Run-Parm-File-Status.

000480     SELECT CustomerMasterFile ASSIGN TO "CUSTMAST.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CM-CustomerID
000520         FILE STATUS IS Cust-Master-File-Status.

000530     SELECT PrintInFile ASSIGN TO Print-In-Name
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS Print-In-File-Status.

000560     SELECT DocumentOutFile ASSIGN TO Doc-File-Name
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS Doc-Out-File-Status.

000590     SELECT InvoiceRegisterFile ASSIGN TO "INVREG.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS Register-File-Status.

000620     SELECT ManifestFile ASSIGN TO "DISTMAN.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT DistribRptFile ASSIGN TO "DISTRIB.RPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD RunParmFile.
000690 01 Run-Parm-Record.
000700    02 RP-RunDate           PIC 9(8).
000710    02 RP-PeriodStart       PIC 9(8).
000720    02 RP-PeriodEnd         PIC 9(8).
000730    02 RP-PeriodStatus      PIC X(1).

000740 FD CustomerMasterFile.
000750 01 Customer-Master-Record.
000760    02 CM-CustomerID         PIC 9(5).
000770    02 CM-CustomerName       PIC X(20).
000780    02 CM-CreditLimit        PIC 9(7)V99.
000790    02 CM-HoldFlag           PIC X(1).
000800       88 CM-On-Hold           VALUE 'H'.
000810    02 CM-CountryCode        PIC X(2).
000820    02 CM-VatNumber          PIC X(14).
000830    02 CM-DeliveryPref       PIC X(1).
000840       88 CM-By-Post           VALUE 'P'.
000850       88 CM-By-Email          VALUE 'E'.
000860       88 CM-By-Both           VALUE 'B'.
000870    02 CM-EmailAddress       PIC X(40).
000880    02 CM-PostAddress        PIC X(60).
000885    02 CM-MergedInto         PIC 9(5).

000890 FD PrintInFile.
000900 01 Print-In-Record         PIC X(80).

000910 FD DocumentOutFile.
000920 01 Document-Out-Record     PIC X(80).

000930 FD InvoiceRegisterFile.
000940 01 Invoice-Register-Record.
000950    02 REG-InvoiceNo        PIC 9(6).
000960    02 REG-CustomerID       PIC 9(5).
000970    02 REG-InvoiceDate      PIC 9(8).
000980    02 REG-NetValue         PIC 9(7)V99.
000990    02 REG-VatValue         PIC 9(7)V99.
001000    02 REG-GrossValue       PIC 9(7)V99.
001010    02 REG-DocType          PIC X(1).
001020       88 REG-Doc-Invoice     VALUE 'I'.
001030       88 REG-Doc-Credit      VALUE 'C'.
001040    02 REG-VatBand          PIC X(1).
001050    02 REG-CountryCode      PIC X(2).
001060    02 REG-VatNumber        PIC X(14).

001070 FD ManifestFile.
001080 01 Manifest-Record.
001090    02 MAN-RunDate          PIC 9(8).
001100    02 MAN-DocFileName      PIC X(21).
001110    02 MAN-DocType          PIC X(3).
001120    02 MAN-CustomerID       PIC 9(5).
001130    02 MAN-DocDate          PIC 9(8).
001140    02 MAN-ItemCount        PIC 9(3).
001150    02 MAN-PageCount        PIC 9(4).
001160    02 MAN-Channel          PIC X(5).
001170    02 MAN-Address          PIC X(60).

001180 FD DistribRptFile.
001190 01 Distrib-Rpt-Record      PIC X(132).

001200 WORKING-STORAGE SECTION.
001210 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
001220 77 Cust-Master-File-Status PIC X(02) VALUE '00'.
001230 77 Print-In-File-Status    PIC X(02) VALUE '00'.
001240 77 Doc-Out-File-Status     PIC X(02) VALUE '00'.
001250 77 Register-File-Status    PIC X(02) VALUE '00'.
001260 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001270     88 Run-Parm-Missing     VALUE 'Y'.
001280 01 Cust-Master-Open-Switch PIC X(01) VALUE 'N'.
001290     88 Cust-Master-Open     VALUE 'Y'.
001300 01 Print-In-Eof-Switch     PIC X(01) VALUE 'N'.
001310     88 Print-In-Eof         VALUE 'Y'.
001320 01 Register-Eof-Switch     PIC X(01) VALUE 'N'.
001330     88 Register-Eof         VALUE 'Y'.
001340 01 Invoice-Print-Switch    PIC X(01) VALUE 'N'.
001350     88 Invoice-Print-Found  VALUE 'Y'.
001360 01 Statement-Print-Switch  PIC X(01) VALUE 'N'.
001370     88 Statement-Print-Found VALUE 'Y'.
001380 01 Trailer-Seen-Switch     PIC X(01) VALUE 'N'.
001390     88 Trailer-Seen         VALUE 'Y'.
001400 01 Trailing-Done-Switch    PIC X(01) VALUE 'N'.
001410     88 Trailing-Done        VALUE 'Y'.

001420* The step's return code is held here and set at the end: 04
001430* when a document had to be held back, 16 when the controls do
001440* not agree or the run cannot go ahead.
001450 01 Dist-Return-Code        PIC 9(02) VALUE ZERO.
001460 01 Run-Date                PIC 9(8)  VALUE ZERO.

001470* Print-In-Name names the print file being burst (INVOICES.RPT,
001480* then ARSTMT.RPT) and Doc-File-Name the customer document the
001490* current invoice, credit note or statement is going to.
001500 01 Print-In-Name           PIC X(12) VALUE SPACES.
001510 01 Print-Source            PIC X(01) VALUE SPACE.
001520     88 Source-Invoices      VALUE 'I'.
001530     88 Source-Statements    VALUE 'S'.
001540 01 Doc-File-Name           PIC X(21) VALUE SPACES.
001550 01 Doc-Name-Build.
001560    02 Dnb-Prefix           PIC X(3).
001570    02 Dnb-CustomerID       PIC 9(5).
001580    02 FILLER               PIC X(1)  VALUE "-".
001590    02 Dnb-Date             PIC 9(8).
001600    02 FILLER               PIC X(4)  VALUE ".TXT".

001610* The document headings are laid out here exactly as INVGEN and
001620* ARSTMT print them, so a print line equal to one of them opens
001630* the next document.
001640 01 Invoice-Heading.
001650    02 FILLER                PIC X(18) VALUE SPACES.
001660    02 FILLER                PIC X(26)
001670       VALUE "AROMAMORA OILS     INVOICE".
001680 01 Credit-Heading.
001690    02 FILLER                PIC X(18) VALUE SPACES.
001700    02 FILLER                PIC X(30)
001710       VALUE "AROMAMORA OILS     CREDIT NOTE".
001720 01 Statement-Heading.
001730    02 FILLER                PIC X(25) VALUE SPACES.
001740    02 FILLER                PIC X(18)
001750       VALUE "CUSTOMER STATEMENT".

001760* Doc-Buffer holds the document being read off the print until
001770* the next heading or the run trailer shows where it ends.
001780 01 Doc-Buffer.
001790    02 Buffer-Line OCCURS 200 TIMES PIC X(80).
001800 01 Buffer-Count            PIC 9(3)  VALUE ZERO.
001810 77 Max-Buffer-Lines        PIC 9(3)  VALUE 200.
001820 01 Buffer-Sub              PIC 9(3)  VALUE ZERO.
001830 01 Buffer-Lines-Dropped    PIC 9(5)  VALUE ZERO.
001840 01 Buffer-Open-Switch      PIC X(01) VALUE 'N'.
001850     88 Buffer-Open          VALUE 'Y'.
001860 01 Cur-Doc-Kind            PIC X(01) VALUE SPACE.
001870     88 Cur-Doc-Invoice      VALUE 'I'.
001880     88 Cur-Doc-Credit       VALUE 'C'.
001890     88 Cur-Doc-Statement    VALUE 'S'.
001900 01 Cur-Doc-Number          PIC 9(6)  VALUE ZERO.
001910 01 Cur-Doc-Date            PIC 9(8)  VALUE ZERO.
001920 01 Cur-CustomerID          PIC 9(5)  VALUE ZERO.
001930 01 Cur-Doc-Pages           PIC 9(4)  VALUE ZERO.
001940* A printed page holds this many lines; every document starts
001950* a new page.
001960 77 Lines-Per-Page          PIC 9(3)  VALUE 60.

001970* Document-Table has one entry per customer document file
001980* written this run; a customer's second credit note is added to
001990* the file the first one opened.
002000 01 Document-Table.
002010    02 Document-Entry OCCURS 500 TIMES
002020              INDEXED BY Document-Index.
002030       03 Dt-Kind              PIC X(1)  VALUE SPACE.
002040       03 Dt-CustomerID        PIC 9(5)  VALUE ZERO.
002050       03 Dt-Date              PIC 9(8)  VALUE ZERO.
002060       03 Dt-File-Name         PIC X(21) VALUE SPACES.
002070       03 Dt-Item-Count        PIC 9(3)  VALUE ZERO.
002080       03 Dt-Page-Count        PIC 9(4)  VALUE ZERO.
002090 01 Document-Count          PIC 9(3)  VALUE ZERO.
002100 77 Max-Documents           PIC 9(3)  VALUE 500.
002110 01 Documents-Dropped       PIC 9(5)  VALUE ZERO.
002120 01 Document-Sub            PIC 9(3)  VALUE ZERO.
002130 01 Document-Found-Switch   PIC X(01) VALUE 'N'.
002140     88 Document-Found       VALUE 'Y'.

002150* Burst-Number-Table carries every invoice and credit note
002160* number burst, for matching one for one to the register.
002170 01 Burst-Number-Table.
002180    02 Burst-Number-Entry OCCURS 1000 TIMES
002190              INDEXED BY Burst-Number-Index.
002200       03 Bn-InvoiceNo         PIC 9(6)  VALUE ZERO.
002210       03 Bn-CustomerID        PIC 9(5)  VALUE ZERO.
002220       03 Bn-Kind              PIC X(1)  VALUE SPACE.
002230       03 Bn-Matched           PIC X(1)  VALUE 'N'.
002240 01 Burst-Number-Count      PIC 9(4)  VALUE ZERO.
002250 77 Max-Burst-Numbers       PIC 9(4)  VALUE 1000.
002260 01 Burst-Numbers-Dropped   PIC 9(5)  VALUE ZERO.
002270 01 Burst-Number-Sub        PIC 9(4)  VALUE ZERO.

002280* Routing of the document being manifested.
002290 01 Send-Email-Switch       PIC X(01) VALUE 'N'.
002300     88 Send-By-Email        VALUE 'Y'.
002310 01 Send-Post-Switch        PIC X(01) VALUE 'N'.
002320     88 Send-By-Post         VALUE 'Y'.
002330 01 Route-Channel           PIC X(5)  VALUE SPACES.
002340 01 Route-Address           PIC X(60) VALUE SPACES.
002350 01 Route-Note              PIC X(40) VALUE SPACES.
002360 01 Doc-Type-Text           PIC X(3)  VALUE SPACES.

002370* Control totals.
002380 01 Trailer-Count-Edit      PIC BZZZZ9.
002390 01 Trailer-Gross-Edit      PIC BZZZ,ZZZ,ZZ9.99.
002400 01 Trailer-Invoice-Count   PIC 9(5)  VALUE ZERO.
002410 01 Trailer-Credit-Count    PIC 9(5)  VALUE ZERO.
002420 01 Trailer-Statement-Count PIC 9(5)  VALUE ZERO.
002430 01 Trailer-Run-Gross       PIC 9(9)V99 VALUE ZERO.
002440 01 Burst-Invoice-Count     PIC 9(5)  VALUE ZERO.
002450 01 Burst-Credit-Count      PIC 9(5)  VALUE ZERO.
002460 01 Burst-Statement-Count   PIC 9(5)  VALUE ZERO.
002470 01 Unidentified-Doc-Count  PIC 9(5)  VALUE ZERO.
002480 01 Register-Date           PIC 9(8)  VALUE ZERO.
002490 01 Register-Invoice-Count  PIC 9(5)  VALUE ZERO.
002500 01 Register-Credit-Count   PIC 9(5)  VALUE ZERO.
002510 01 Register-Matched-Count  PIC 9(5)  VALUE ZERO.
002520 01 Register-Invoice-Gross  PIC 9(9)V99 VALUE ZERO.
002530 01 Matched-Invoice-Gross   PIC 9(9)V99 VALUE ZERO.
002540 01 Manifest-Item-Total     PIC 9(5)  VALUE ZERO.
002550 01 Expected-Item-Total     PIC 9(5)  VALUE ZERO.
002560 01 Email-Row-Count         PIC 9(5)  VALUE ZERO.
002570 01 Post-Row-Count          PIC 9(5)  VALUE ZERO.
002580 01 Hold-Row-Count          PIC 9(5)  VALUE ZERO.
002590 01 Exception-Count         PIC 9(5)  VALUE ZERO.
002600 01 Dropped-Total           PIC 9(5)  VALUE ZERO.

002610 01 Dist-Heading.
002620    02 FILLER                PIC X(40) VALUE SPACES.
002630    02 FILLER                PIC X(43)
002640       VALUE "INVOICE AND STATEMENT DISTRIBUTION MANIFEST".
002650    02 FILLER                PIC X(13) VALUE "   RUN DATE: ".
002660    02 HeadRunDate           PIC 9(8).

002670 01 HorizontalLine.
002680    02 FILLER                PIC X(03) VALUE SPACES.
002690    02 FILLER                PIC X(125) VALUE ALL '-'.

002700 01 Manifest-Columns.
002710    02 FILLER                PIC X(02) VALUE SPACES.
002720    02 FILLER                PIC X(23) VALUE "DOCUMENT".
002730    02 FILLER                PIC X(05) VALUE "TYPE".
002740    02 FILLER                PIC X(07) VALUE "CUST".
002750    02 FILLER                PIC X(10) VALUE "DATE".
002760    02 FILLER                PIC X(06) VALUE "ITEMS".
002770    02 FILLER                PIC X(06) VALUE "PAGES".
002780    02 FILLER                PIC X(08) VALUE "CHANNEL".
002790    02 FILLER                PIC X(07) VALUE "ADDRESS".

002800 01 Manifest-Line.
002810    02 FILLER                PIC X(02) VALUE SPACES.
002820    02 ManFileName           PIC X(21).
002830    02 FILLER                PIC X(02) VALUE SPACES.
002840    02 ManDocType            PIC X(3).
002850    02 FILLER                PIC X(02) VALUE SPACES.
002860    02 ManCustomerID         PIC 9(5).
002870    02 FILLER                PIC X(02) VALUE SPACES.
002880    02 ManDocDate            PIC 9(8).
002890    02 FILLER                PIC X(02) VALUE SPACES.
002900    02 ManItemCount          PIC ZZZ9.
002910    02 FILLER                PIC X(02) VALUE SPACES.
002920    02 ManPageCount          PIC ZZZ9.
002930    02 FILLER                PIC X(02) VALUE SPACES.
002940    02 ManChannel            PIC X(5).
002950    02 FILLER                PIC X(03) VALUE SPACES.
002960    02 ManAddress            PIC X(60).

002970 01 Manifest-Note-Line.
002980    02 FILLER                PIC X(67) VALUE SPACES.
002990    02 FILLER                PIC X(06) VALUE "NOTE: ".
003000    02 ManNote               PIC X(40).

003010 01 Section-Line.
003020    02 FILLER                PIC X(02) VALUE SPACES.
003030    02 SectionText           PIC X(60).

003040 01 Exception-Line.
003050    02 FILLER                PIC X(04) VALUE SPACES.
003060    02 ExcReason             PIC X(34).
003070    02 ExcDocType            PIC X(4).
003080    02 ExcNumber             PIC 9(6).
003090    02 FILLER                PIC X(08) VALUE "   CUST ".
003100    02 ExcCustomerID         PIC 9(5).

003110 01 Control-Count-Line.
003120    02 FILLER                PIC X(04) VALUE SPACES.
003130    02 CtlCountText          PIC X(48).
003140    02 CtlCount              PIC ZZZ,ZZ9.

003150 01 Control-Amount-Line.
003160    02 FILLER                PIC X(04) VALUE SPACES.
003170    02 CtlAmountText         PIC X(48).
003180    02 CtlAmount             PIC ZZZ,ZZZ,ZZ9.99.

003190 PROCEDURE DIVISION.

003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE
003220     IF Run-Parm-Missing OR NOT Cust-Master-Open
003230         MOVE "RUN REFUSED - RUNPARM.DAT OR CUSTMAST.DAT MISSING"
003240             TO SectionText
003250         WRITE Distrib-Rpt-Record FROM Section-Line
003260         MOVE 16 TO Dist-Return-Code
003270     ELSE
003280         MOVE "INVOICES.RPT" TO Print-In-Name
003290         MOVE 'I' TO Print-Source
003300         PERFORM 2000-BURST-PRINT-FILE
003310         MOVE "ARSTMT.RPT" TO Print-In-Name
003320         MOVE 'S' TO Print-Source
003330         PERFORM 2000-BURST-PRINT-FILE
003340         IF NOT Invoice-Print-Found AND NOT Statement-Print-Found
003350             MOVE "RUN REFUSED - NO INVOICES.RPT OR ARSTMT.RPT"
003360                 TO SectionText
003370             WRITE Distrib-Rpt-Record FROM Section-Line
003380             MOVE 16 TO Dist-Return-Code
003390         ELSE
003400             PERFORM 4000-ROUTE-DOCUMENTS
003410             PERFORM 5000-TIE-TO-REGISTER
003420             PERFORM 6000-PRINT-CONTROLS
003430         END-IF
003440     END-IF
003450     PERFORM 8000-TERMINATE
003460     MOVE Dist-Return-Code TO RETURN-CODE
003470     GOBACK.

003480******************************************************************
003490* 1000-INITIALIZE - take the run date off RUNPARM, open the
003500* customer master for routing and start the manifest and its
003510* report. Without the master nothing can be routed, so the run
003520* is refused rather than send everything by post.
003530******************************************************************
003540 1000-INITIALIZE.
003550     OPEN OUTPUT DistribRptFile
003560     OPEN INPUT RunParmFile
003570     IF Run-Parm-File-Status NOT = "00"
003580         MOVE 'Y' TO Run-Parm-Missing-Switch
003590     ELSE
003600         READ RunParmFile
003610             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
003620             NOT AT END MOVE RP-RunDate TO Run-Date
003630         END-READ
003640         CLOSE RunParmFile
003650     END-IF
003660     MOVE Run-Date TO HeadRunDate
003670     WRITE Distrib-Rpt-Record FROM Dist-Heading
003680     WRITE Distrib-Rpt-Record FROM HorizontalLine
003690     IF NOT Run-Parm-Missing
003700         OPEN INPUT CustomerMasterFile
003710         IF Cust-Master-File-Status = "00"
003720             MOVE 'Y' TO Cust-Master-Open-Switch
003730             OPEN OUTPUT ManifestFile
003740             MOVE SPACES TO Distrib-Rpt-Record
003750             WRITE Distrib-Rpt-Record
003760             WRITE Distrib-Rpt-Record FROM Manifest-Columns
003770         END-IF
003780     END-IF
003790     .

003800******************************************************************
003810* 2000-BURST-PRINT-FILE - read the print file named in
003820* Print-In-Name through, one document at a time, to its run
003830* trailer. A print file that is not there has nothing to burst.
003840******************************************************************
003850 2000-BURST-PRINT-FILE.
003860     MOVE 'N' TO Print-In-Eof-Switch
003870     MOVE 'N' TO Trailer-Seen-Switch
003880     MOVE 'N' TO Buffer-Open-Switch
003890     OPEN INPUT PrintInFile
003900     IF Print-In-File-Status = "00"
003910         IF Source-Invoices
003920             MOVE 'Y' TO Invoice-Print-Switch
003930         ELSE
003940             MOVE 'Y' TO Statement-Print-Switch
003950         END-IF
003960         READ PrintInFile
003970             AT END MOVE 'Y' TO Print-In-Eof-Switch
003980         END-READ
003990         PERFORM 2100-BURST-ONE-LINE UNTIL Print-In-Eof
004000         PERFORM 2300-FLUSH-DOCUMENT
004010         CLOSE PrintInFile
004020     END-IF
004030     .

004040******************************************************************
004050* 2100-BURST-ONE-LINE - a heading line closes the document in
004060* hand and opens the next; the run trailer closes the last one
004070* and its counts are kept for the controls; anything else is
004080* part of the document in hand.
004090******************************************************************
004100 2100-BURST-ONE-LINE.
004110     IF Trailer-Seen
004120         PERFORM 2250-NOTE-TRAILER-LINE
004130     ELSE
004140         IF Print-In-Record = Invoice-Heading
004150                 OR Print-In-Record = Credit-Heading
004160                 OR Print-In-Record = Statement-Heading
004170             PERFORM 2300-FLUSH-DOCUMENT
004180             PERFORM 2150-START-DOCUMENT
004190         ELSE
004200             IF (Source-Invoices
004210                     AND Print-In-Record (1:9) = "INVOICES:")
004220                     OR (Source-Statements
004230                     AND Print-In-Record (1:11) = "STATEMENTS:")
004240                 PERFORM 2300-FLUSH-DOCUMENT
004250                 MOVE 'Y' TO Trailer-Seen-Switch
004260                 PERFORM 2250-NOTE-TRAILER-LINE
004270             ELSE
004280                 IF Buffer-Open
004290                     PERFORM 2200-BUFFER-LINE
004300                 END-IF
004310             END-IF
004320         END-IF
004330     END-IF
004340     READ PrintInFile
004350         AT END MOVE 'Y' TO Print-In-Eof-Switch
004360     END-READ
004370     .

004380******************************************************************
004390* 2150-START-DOCUMENT - the heading says what kind of document
004400* follows; its number, date and customer are picked up off the
004410* lines under it as they are buffered.
004420******************************************************************
004430 2150-START-DOCUMENT.
004440     MOVE 'Y'  TO Buffer-Open-Switch
004450     MOVE ZERO TO Buffer-Count
004460     MOVE ZERO TO Cur-Doc-Number
004470     MOVE ZERO TO Cur-Doc-Date
004480     MOVE ZERO TO Cur-CustomerID
004490     IF Print-In-Record = Invoice-Heading
004500         MOVE 'I' TO Cur-Doc-Kind
004510     ELSE
004520         IF Print-In-Record = Credit-Heading
004530             MOVE 'C' TO Cur-Doc-Kind
004540         ELSE
004550             MOVE 'S' TO Cur-Doc-Kind
004560         END-IF
004570     END-IF
004580     PERFORM 2200-BUFFER-LINE
004590     .

004600******************************************************************
004610* 2200-BUFFER-LINE - hold one line of the document in hand. The
004620* INVOICE NO:/CREDIT NO: line gives the number and date, and the
004630* first CUSTOMER: line the customer (and, on a statement, the
004640* period end it is dated with).
004650******************************************************************
004660 2200-BUFFER-LINE.
004670     IF Buffer-Count < Max-Buffer-Lines
004680         ADD 1 TO Buffer-Count
004690         MOVE Print-In-Record TO Buffer-Line (Buffer-Count)
004700     ELSE
004710         ADD 1 TO Buffer-Lines-Dropped
004720     END-IF
004730     IF (Cur-Doc-Invoice
004740             AND Print-In-Record (1:11) = "INVOICE NO:")
004750             OR (Cur-Doc-Credit
004760             AND Print-In-Record (1:10) = "CREDIT NO:")
004770         IF Print-In-Record (13:6) NUMERIC
004780                 AND Print-In-Record (28:8) NUMERIC
004790             MOVE Print-In-Record (13:6) TO Cur-Doc-Number
004800             MOVE Print-In-Record (28:8) TO Cur-Doc-Date
004810         END-IF
004820     END-IF
004830     IF Print-In-Record (1:9) = "CUSTOMER:"
004840             AND Cur-CustomerID = ZERO
004850         IF Cur-Doc-Statement
004860             IF Print-In-Record (11:5) NUMERIC
004870                     AND Print-In-Record (38:8) NUMERIC
004880                 MOVE Print-In-Record (11:5) TO Cur-CustomerID
004890                 MOVE Print-In-Record (38:8) TO Cur-Doc-Date
004900             END-IF
004910         ELSE
004920             IF Print-In-Record (13:5) NUMERIC
004930                 MOVE Print-In-Record (13:5) TO Cur-CustomerID
004940             END-IF
004950         END-IF
004960     END-IF
004970     .

004980******************************************************************
004990* 2250-NOTE-TRAILER-LINE - keep the print run's own counts: the
005000* invoices and credit notes INVGEN says it printed, with its run
005010* gross total, and the statements ARSTMT says it printed.
005020******************************************************************
005030 2250-NOTE-TRAILER-LINE.
005040     IF Print-In-Record (1:9) = "INVOICES:"
005050         MOVE Print-In-Record (11:6) TO Trailer-Count-Edit
005060         MOVE Trailer-Count-Edit TO Trailer-Invoice-Count
005070     END-IF
005080     IF Print-In-Record (1:8) = "CREDITS:"
005090         MOVE Print-In-Record (10:6) TO Trailer-Count-Edit
005100         MOVE Trailer-Count-Edit TO Trailer-Credit-Count
005110     END-IF
005120     IF Print-In-Record (1:16) = "RUN GROSS TOTAL:"
005130         MOVE Print-In-Record (18:15) TO Trailer-Gross-Edit
005140         MOVE Trailer-Gross-Edit TO Trailer-Run-Gross
005150     END-IF
005160     IF Print-In-Record (1:11) = "STATEMENTS:"
005170         MOVE Print-In-Record (13:6) TO Trailer-Count-Edit
005180         MOVE Trailer-Count-Edit TO Trailer-Statement-Count
005190     END-IF
005200     .

005210******************************************************************
005220* 2300-FLUSH-DOCUMENT - write the document in hand to its
005230* customer's file, less the blank and ruled separator lines the
005240* print puts between documents and ahead of the trailer. A
005250* document with no readable customer, number or date cannot be
005260* named, so it is counted as an exception and not sent.
005270******************************************************************
005280 2300-FLUSH-DOCUMENT.
005290     IF Buffer-Open
005300         MOVE 'N' TO Buffer-Open-Switch
005310         MOVE 'N' TO Trailing-Done-Switch
005320         PERFORM 2310-DROP-TRAILING-LINE
005330             UNTIL Trailing-Done OR Buffer-Count = ZERO
005340         IF Cur-CustomerID = ZERO OR Cur-Doc-Date = ZERO
005350                 OR (Cur-Doc-Number = ZERO
005360                     AND NOT Cur-Doc-Statement)
005370             ADD 1 TO Unidentified-Doc-Count
005380         ELSE
005390             PERFORM 2320-FIND-DOCUMENT
005400             IF Document-Found
005410                 PERFORM 2330-WRITE-DOCUMENT
005420             END-IF
005430         END-IF
005440     END-IF
005450     .

005460******************************************************************
005470* 2310-DROP-TRAILING-LINE - take a blank or ruled line off the
005480* end of the buffer; stop at the first line of real content.
005490******************************************************************
005500 2310-DROP-TRAILING-LINE.
005510     IF Buffer-Line (Buffer-Count) = SPACES
005520             OR (Buffer-Line (Buffer-Count) (1:3) = SPACES
005530             AND Buffer-Line (Buffer-Count) (4:3) = "---")
005540         SUBTRACT 1 FROM Buffer-Count
005550     ELSE
005560         MOVE 'Y' TO Trailing-Done-Switch
005570     END-IF
005580     .

005590******************************************************************
005600* 2320-FIND-DOCUMENT - find the customer's file for this kind of
005610* document and date, or add it. A new entry means the file is
005620* started afresh; an existing one is added to after a blank
005630* line. A full table means the document is dropped and
005640* reported.
005650******************************************************************
005660 2320-FIND-DOCUMENT.
005670     MOVE 'N' TO Document-Found-Switch
005680     SET Document-Index TO 1
005690     SEARCH Document-Entry
005700         AT END
005710             CONTINUE
005720         WHEN Dt-Kind (Document-Index) = Cur-Doc-Kind
005730                 AND Dt-CustomerID (Document-Index)
005740                     = Cur-CustomerID
005750                 AND Dt-Date (Document-Index) = Cur-Doc-Date
005760             MOVE 'Y' TO Document-Found-Switch
005770     END-SEARCH
005780     IF Document-Found
005790         MOVE Dt-File-Name (Document-Index) TO Doc-File-Name
005800         OPEN EXTEND DocumentOutFile
005810         MOVE SPACES TO Document-Out-Record
005820         WRITE Document-Out-Record
005830     ELSE
005840         IF Document-Count < Max-Documents
005850             ADD 1 TO Document-Count
005860             SET Document-Index TO Document-Count
005870             MOVE Cur-Doc-Kind   TO Dt-Kind (Document-Index)
005880             MOVE Cur-CustomerID TO Dt-CustomerID (Document-Index)
005890             MOVE Cur-Doc-Date   TO Dt-Date (Document-Index)
005900             IF Cur-Doc-Invoice
005910                 MOVE "INV" TO Dnb-Prefix
005920             ELSE
005930                 IF Cur-Doc-Credit
005940                     MOVE "CRN" TO Dnb-Prefix
005950                 ELSE
005960                     MOVE "STM" TO Dnb-Prefix
005970                 END-IF
005980             END-IF
005990             MOVE Cur-CustomerID TO Dnb-CustomerID
006000             MOVE Cur-Doc-Date   TO Dnb-Date
006010             MOVE Doc-Name-Build TO Dt-File-Name (Document-Index)
006020             MOVE Doc-Name-Build TO Doc-File-Name
006030             MOVE 'Y' TO Document-Found-Switch
006040             OPEN OUTPUT DocumentOutFile
006050         ELSE
006060             ADD 1 TO Documents-Dropped
006070         END-IF
006080     END-IF
006090     .

006100******************************************************************
006110* 2330-WRITE-DOCUMENT - write the buffered lines to the open
006120* document file, count the document and its pages against the
006130* file, and keep an invoice or credit note's number for the
006140* register match.
006150******************************************************************
006160 2330-WRITE-DOCUMENT.
006170     PERFORM 2340-WRITE-ONE-LINE
006180         VARYING Buffer-Sub FROM 1 BY 1
006190         UNTIL Buffer-Sub > Buffer-Count
006200     CLOSE DocumentOutFile
006210     COMPUTE Cur-Doc-Pages =
006220         (Buffer-Count + Lines-Per-Page - 1) / Lines-Per-Page
006230     ADD 1             TO Dt-Item-Count (Document-Index)
006240     ADD Cur-Doc-Pages TO Dt-Page-Count (Document-Index)
006250     IF Cur-Doc-Statement
006260         ADD 1 TO Burst-Statement-Count
006270     ELSE
006280         IF Cur-Doc-Invoice
006290             ADD 1 TO Burst-Invoice-Count
006300         ELSE
006310             ADD 1 TO Burst-Credit-Count
006320         END-IF
006330         IF Burst-Number-Count < Max-Burst-Numbers
006340             ADD 1 TO Burst-Number-Count
006350             SET Burst-Number-Index TO Burst-Number-Count
006360             MOVE Cur-Doc-Number
006370                 TO Bn-InvoiceNo (Burst-Number-Index)
006380             MOVE Cur-CustomerID
006390                 TO Bn-CustomerID (Burst-Number-Index)
006400             MOVE Cur-Doc-Kind TO Bn-Kind (Burst-Number-Index)
006410         ELSE
006420             ADD 1 TO Burst-Numbers-Dropped
006430         END-IF
006440         IF Register-Date = ZERO
006450             MOVE Cur-Doc-Date TO Register-Date
006460         END-IF
006470     END-IF
006480     .

006490******************************************************************
006500* 2340-WRITE-ONE-LINE - one buffered line to the document file.
006510******************************************************************
006520 2340-WRITE-ONE-LINE.
006530     WRITE Document-Out-Record FROM Buffer-Line (Buffer-Sub)
006540     .

006550******************************************************************
006560* 4000-ROUTE-DOCUMENTS - route and manifest every document file
006570* written this run.
006580******************************************************************
006590 4000-ROUTE-DOCUMENTS.
006600     PERFORM 4100-ROUTE-ONE-DOCUMENT
006610         VARYING Document-Sub FROM 1 BY 1
006620         UNTIL Document-Sub > Document-Count
006630     .

006640******************************************************************
006650* 4100-ROUTE-ONE-DOCUMENT - look the customer up and send the
006660* document the way the master says: E by email, B by email and
006670* by post, P (or no preference) by post. Email asked for with
006680* no address on file falls back to post and is noted; a
006690* customer not on the master, or post with no postal address,
006700* is routed HOLD for the office to resolve.
006710******************************************************************
006720 4100-ROUTE-ONE-DOCUMENT.
006730     SET Document-Index TO Document-Sub
006740     ADD Dt-Item-Count (Document-Index) TO Manifest-Item-Total
006750     MOVE 'N'    TO Send-Email-Switch
006760     MOVE 'N'    TO Send-Post-Switch
006770     MOVE SPACES TO Route-Note
006780     MOVE Dt-CustomerID (Document-Index) TO CM-CustomerID
006790     READ CustomerMasterFile
006800         INVALID KEY
006810             MOVE "HOLD" TO Route-Channel
006820             MOVE "CUSTOMER NOT ON MASTER" TO Route-Address
006830             PERFORM 4200-WRITE-MANIFEST-ROW
006840         NOT INVALID KEY
006850             IF CM-By-Email OR CM-By-Both
006860                 IF CM-EmailAddress = SPACES
006870                     MOVE 'Y' TO Send-Post-Switch
006880                     MOVE "NO EMAIL ADDRESS - SENT BY POST"
006890                         TO Route-Note
006900                 ELSE
006910                     MOVE 'Y' TO Send-Email-Switch
006920                 END-IF
006930             END-IF
006940             IF NOT CM-By-Email
006950                 MOVE 'Y' TO Send-Post-Switch
006960             END-IF
006970             IF Send-By-Email
006980                 MOVE "EMAIL" TO Route-Channel
006990                 MOVE CM-EmailAddress TO Route-Address
007000                 PERFORM 4200-WRITE-MANIFEST-ROW
007010             END-IF
007020             IF Send-By-Post
007030                 IF CM-PostAddress = SPACES
007040                     MOVE "HOLD" TO Route-Channel
007050                     MOVE "NO POSTAL ADDRESS ON FILE"
007060                         TO Route-Address
007070                 ELSE
007080                     MOVE "POST" TO Route-Channel
007090                     MOVE CM-PostAddress TO Route-Address
007100                 END-IF
007110                 PERFORM 4200-WRITE-MANIFEST-ROW
007120             END-IF
007130     END-READ
007140     .

007150******************************************************************
007160* 4200-WRITE-MANIFEST-ROW - one DISTMAN.DAT row and its report
007170* line for the document and channel in hand.
007180******************************************************************
007190 4200-WRITE-MANIFEST-ROW.
007200     IF Dt-Kind (Document-Index) = 'I'
007210         MOVE "INV" TO Doc-Type-Text
007220     ELSE
007230         IF Dt-Kind (Document-Index) = 'C'
007240             MOVE "CRN" TO Doc-Type-Text
007250         ELSE
007260             MOVE "STM" TO Doc-Type-Text
007270         END-IF
007280     END-IF
007290     MOVE Run-Date                       TO MAN-RunDate
007300     MOVE Dt-File-Name (Document-Index)  TO MAN-DocFileName
007310     MOVE Doc-Type-Text                  TO MAN-DocType
007320     MOVE Dt-CustomerID (Document-Index) TO MAN-CustomerID
007330     MOVE Dt-Date (Document-Index)       TO MAN-DocDate
007340     MOVE Dt-Item-Count (Document-Index) TO MAN-ItemCount
007350     MOVE Dt-Page-Count (Document-Index) TO MAN-PageCount
007360     MOVE Route-Channel                  TO MAN-Channel
007370     MOVE Route-Address                  TO MAN-Address
007380     WRITE Manifest-Record
007390     MOVE Dt-File-Name (Document-Index)  TO ManFileName
007400     MOVE Doc-Type-Text                  TO ManDocType
007410     MOVE Dt-CustomerID (Document-Index) TO ManCustomerID
007420     MOVE Dt-Date (Document-Index)       TO ManDocDate
007430     MOVE Dt-Item-Count (Document-Index) TO ManItemCount
007440     MOVE Dt-Page-Count (Document-Index) TO ManPageCount
007450     MOVE Route-Channel                  TO ManChannel
007460     MOVE Route-Address                  TO ManAddress
007470     WRITE Distrib-Rpt-Record FROM Manifest-Line
007480     IF Route-Note NOT = SPACES
007490         MOVE Route-Note TO ManNote
007500         WRITE Distrib-Rpt-Record FROM Manifest-Note-Line
007510     END-IF
007520     IF Route-Channel = "EMAIL"
007530         ADD 1 TO Email-Row-Count
007540     ELSE
007550         IF Route-Channel = "POST"
007560             ADD 1 TO Post-Row-Count
007570         ELSE
007580             ADD 1 TO Hold-Row-Count
007590             IF Dist-Return-Code = ZERO
007600                 MOVE 04 TO Dist-Return-Code
007610             END-IF
007620         END-IF
007630     END-IF
007640     .

007650******************************************************************
007660* 5000-TIE-TO-REGISTER - match every INVREG.DAT row of the
007670* invoice print's date to a burst invoice or credit note, number
007680* for number and customer for customer, then list any burst
007690* document the register does not know. Only done when there was
007700* an invoice print to burst.
007710******************************************************************
007720 5000-TIE-TO-REGISTER.
007730     MOVE SPACES TO Distrib-Rpt-Record
007740     WRITE Distrib-Rpt-Record
007750     MOVE "REGISTER AND PRINT EXCEPTIONS" TO SectionText
007760     WRITE Distrib-Rpt-Record FROM Section-Line
007770     IF Invoice-Print-Found
007780         IF Register-Date = ZERO
007790             MOVE Run-Date TO Register-Date
007800         END-IF
007810         OPEN INPUT InvoiceRegisterFile
007820         IF Register-File-Status NOT = "00"
007830             MOVE "INVREG.DAT NOT FOUND" TO ExcReason
007840             MOVE SPACES TO ExcDocType
007850             MOVE ZERO   TO ExcNumber
007860             MOVE ZERO   TO ExcCustomerID
007870             PERFORM 5300-PRINT-EXCEPTION
007880         ELSE
007890             READ InvoiceRegisterFile
007900                 AT END MOVE 'Y' TO Register-Eof-Switch
007910             END-READ
007920             PERFORM 5100-CHECK-ONE-REGISTER-ROW
007930                 UNTIL Register-Eof
007940             CLOSE InvoiceRegisterFile
007950         END-IF
007960         PERFORM 5200-CHECK-ONE-BURST-NUMBER
007970             VARYING Burst-Number-Sub FROM 1 BY 1
007980             UNTIL Burst-Number-Sub > Burst-Number-Count
007990     END-IF
008000     IF Unidentified-Doc-Count > ZERO
008010         MOVE "DOCUMENTS WITH NO CUSTOMER OR DATE" TO ExcReason
008020         MOVE SPACES TO ExcDocType
008030         MOVE Unidentified-Doc-Count TO ExcNumber
008040         MOVE ZERO TO ExcCustomerID
008050         PERFORM 5300-PRINT-EXCEPTION
008060     END-IF
008070     IF Exception-Count = ZERO
008080         MOVE "NONE" TO SectionText
008090         WRITE Distrib-Rpt-Record FROM Section-Line
008100     END-IF
008110     .

008120******************************************************************
008130* 5100-CHECK-ONE-REGISTER-ROW - a register row of the print's
008140* date must have been burst under the same customer and kind;
008150* one that was not was billed but not distributed.
008160******************************************************************
008170 5100-CHECK-ONE-REGISTER-ROW.
008180     IF REG-InvoiceDate = Register-Date
008190         IF REG-Doc-Credit
008200             ADD 1 TO Register-Credit-Count
008210             MOVE "CRN" TO ExcDocType
008220         ELSE
008230             ADD 1 TO Register-Invoice-Count
008240             ADD REG-GrossValue TO Register-Invoice-Gross
008250             MOVE "INV" TO ExcDocType
008260         END-IF
008270         MOVE REG-InvoiceNo  TO ExcNumber
008280         MOVE REG-CustomerID TO ExcCustomerID
008290         SET Burst-Number-Index TO 1
008300         SEARCH Burst-Number-Entry
008310             AT END
008320                 MOVE "BILLED BUT NOT DISTRIBUTED" TO ExcReason
008330                 PERFORM 5300-PRINT-EXCEPTION
008340             WHEN Bn-InvoiceNo (Burst-Number-Index)
008350                     = REG-InvoiceNo
008360                 IF Bn-CustomerID (Burst-Number-Index)
008370                         = REG-CustomerID
008380                         AND Bn-Kind (Burst-Number-Index)
008390                         = REG-DocType
008400                     MOVE 'Y' TO Bn-Matched (Burst-Number-Index)
008410                     ADD 1 TO Register-Matched-Count
008420                     IF REG-Doc-Invoice
008430                         ADD REG-GrossValue
008440                             TO Matched-Invoice-Gross
008450                     END-IF
008460                 ELSE
008470                     MOVE "SENT TO A DIFFERENT CUSTOMER"
008480                         TO ExcReason
008490                     PERFORM 5300-PRINT-EXCEPTION
008500                 END-IF
008510         END-SEARCH
008520     END-IF
008530     READ InvoiceRegisterFile
008540         AT END MOVE 'Y' TO Register-Eof-Switch
008550     END-READ
008560     .

008570******************************************************************
008580* 5200-CHECK-ONE-BURST-NUMBER - a burst invoice or credit note
008590* no register row claimed was distributed but not billed.
008600******************************************************************
008610 5200-CHECK-ONE-BURST-NUMBER.
008620     SET Burst-Number-Index TO Burst-Number-Sub
008630     IF Bn-Matched (Burst-Number-Index) NOT = 'Y'
008640         MOVE "DISTRIBUTED BUT NOT ON REGISTER" TO ExcReason
008650         IF Bn-Kind (Burst-Number-Index) = 'C'
008660             MOVE "CRN" TO ExcDocType
008670         ELSE
008680             MOVE "INV" TO ExcDocType
008690         END-IF
008700         MOVE Bn-InvoiceNo (Burst-Number-Index)  TO ExcNumber
008710         MOVE Bn-CustomerID (Burst-Number-Index) TO ExcCustomerID
008720         PERFORM 5300-PRINT-EXCEPTION
008730     END-IF
008740     .

008750******************************************************************
008760* 5300-PRINT-EXCEPTION - print one exception; any exception
008770* fails the controls.
008780******************************************************************
008790 5300-PRINT-EXCEPTION.
008800     WRITE Distrib-Rpt-Record FROM Exception-Line
008810     ADD 1 TO Exception-Count
008820     MOVE 16 TO Dist-Return-Code
008830     .

008840******************************************************************
008850* 6000-PRINT-CONTROLS - the control block: what each print says
008860* it holds against what was burst, the register against what
008870* was burst, and the manifest control total (every invoice,
008880* credit note and statement manifested) against the register's
008890* documents plus the statement run's count. The run ends 16
008900* unless every pair agrees.
008910******************************************************************
008920 6000-PRINT-CONTROLS.
008930     MOVE SPACES TO Distrib-Rpt-Record
008940     WRITE Distrib-Rpt-Record
008950     MOVE "DISTRIBUTION CONTROLS" TO SectionText
008960     WRITE Distrib-Rpt-Record FROM Section-Line
008970     WRITE Distrib-Rpt-Record FROM HorizontalLine
008980     IF Invoice-Print-Found
008990         PERFORM 6100-PRINT-INVOICE-CONTROLS
009000     ELSE
009010         MOVE "INVOICES.RPT NOT FOUND - NO INVOICES BURST"
009020             TO SectionText
009030         WRITE Distrib-Rpt-Record FROM Section-Line
009040     END-IF
009050     IF Statement-Print-Found
009060         MOVE "STATEMENTS ON ARSTMT.RPT TRAILER" TO CtlCountText
009070         MOVE Trailer-Statement-Count TO CtlCount
009080         WRITE Distrib-Rpt-Record FROM Control-Count-Line
009090         MOVE "STATEMENTS BURST" TO CtlCountText
009100         MOVE Burst-Statement-Count TO CtlCount
009110         WRITE Distrib-Rpt-Record FROM Control-Count-Line
009120         IF Burst-Statement-Count NOT = Trailer-Statement-Count
009130             MOVE 16 TO Dist-Return-Code
009140         END-IF
009150     ELSE
009160         MOVE "ARSTMT.RPT NOT FOUND - NO STATEMENTS BURST"
009170             TO SectionText
009180         WRITE Distrib-Rpt-Record FROM Section-Line
009190     END-IF
009200     COMPUTE Expected-Item-Total = Register-Invoice-Count
009210         + Register-Credit-Count + Trailer-Statement-Count
009220     MOVE "REGISTER DOCUMENTS PLUS STATEMENTS" TO CtlCountText
009230     MOVE Expected-Item-Total TO CtlCount
009240     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009250     MOVE "MANIFEST CONTROL TOTAL (DOCUMENTS)" TO CtlCountText
009260     MOVE Manifest-Item-Total TO CtlCount
009270     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009280     IF Manifest-Item-Total NOT = Expected-Item-Total
009290         MOVE 16 TO Dist-Return-Code
009300     END-IF
009310     MOVE "DOCUMENT FILES WRITTEN" TO CtlCountText
009320     MOVE Document-Count TO CtlCount
009330     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009340     MOVE "MANIFEST ROWS - EMAIL" TO CtlCountText
009350     MOVE Email-Row-Count TO CtlCount
009360     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009370     MOVE "MANIFEST ROWS - POST" TO CtlCountText
009380     MOVE Post-Row-Count TO CtlCount
009390     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009400     MOVE "MANIFEST ROWS - HOLD (NOT SENT)" TO CtlCountText
009410     MOVE Hold-Row-Count TO CtlCount
009420     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009430     ADD Buffer-Lines-Dropped Documents-Dropped
009440         Burst-Numbers-Dropped GIVING Dropped-Total
009450     IF Dropped-Total > ZERO
009460         MOVE "ROWS DROPPED (TABLE LIMIT)" TO CtlCountText
009470         MOVE Dropped-Total TO CtlCount
009480         WRITE Distrib-Rpt-Record FROM Control-Count-Line
009490         MOVE 16 TO Dist-Return-Code
009500     END-IF
009510     WRITE Distrib-Rpt-Record FROM HorizontalLine
009520     IF Dist-Return-Code = 16
009530         MOVE "DISTRIBUTION CONTROLS DO NOT AGREE" TO SectionText
009540     ELSE
009550         MOVE "DISTRIBUTION CONTROLS AGREE" TO SectionText
009560     END-IF
009570     WRITE Distrib-Rpt-Record FROM Section-Line
009580     .

009590******************************************************************
009600* 6100-PRINT-INVOICE-CONTROLS - invoices and credit notes: the
009610* INVOICES.RPT trailer, the burst and the register for the
009620* print's date, and the gross billed against the gross of the
009630* invoices matched to a burst document.
009640******************************************************************
009650 6100-PRINT-INVOICE-CONTROLS.
009660     MOVE "INVOICES ON INVOICES.RPT TRAILER" TO CtlCountText
009670     MOVE Trailer-Invoice-Count TO CtlCount
009680     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009690     MOVE "INVOICES BURST" TO CtlCountText
009700     MOVE Burst-Invoice-Count TO CtlCount
009710     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009720     MOVE "INVOICES ON REGISTER FOR THE PRINT DATE"
009730         TO CtlCountText
009740     MOVE Register-Invoice-Count TO CtlCount
009750     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009760     MOVE "CREDIT NOTES ON INVOICES.RPT TRAILER" TO CtlCountText
009770     MOVE Trailer-Credit-Count TO CtlCount
009780     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009790     MOVE "CREDIT NOTES BURST" TO CtlCountText
009800     MOVE Burst-Credit-Count TO CtlCount
009810     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009820     MOVE "CREDIT NOTES ON REGISTER FOR THE PRINT DATE"
009830         TO CtlCountText
009840     MOVE Register-Credit-Count TO CtlCount
009850     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009860     MOVE "REGISTER ROWS MATCHED TO A BURST DOCUMENT"
009870         TO CtlCountText
009880     MOVE Register-Matched-Count TO CtlCount
009890     WRITE Distrib-Rpt-Record FROM Control-Count-Line
009900     MOVE "INVOICES.RPT RUN GROSS TOTAL" TO CtlAmountText
009910     MOVE Trailer-Run-Gross TO CtlAmount
009920     WRITE Distrib-Rpt-Record FROM Control-Amount-Line
009930     MOVE "REGISTER INVOICE GROSS FOR THE PRINT DATE"
009940         TO CtlAmountText
009950     MOVE Register-Invoice-Gross TO CtlAmount
009960     WRITE Distrib-Rpt-Record FROM Control-Amount-Line
009970     MOVE "INVOICE GROSS DISTRIBUTED" TO CtlAmountText
009980     MOVE Matched-Invoice-Gross TO CtlAmount
009990     WRITE Distrib-Rpt-Record FROM Control-Amount-Line
010000     IF Burst-Invoice-Count NOT = Trailer-Invoice-Count
010010             OR Burst-Invoice-Count NOT = Register-Invoice-Count
010020             OR Burst-Credit-Count NOT = Trailer-Credit-Count
010030             OR Burst-Credit-Count NOT = Register-Credit-Count
010040             OR Matched-Invoice-Gross NOT = Trailer-Run-Gross
010050             OR Matched-Invoice-Gross NOT = Register-Invoice-Gross
010060         MOVE 16 TO Dist-Return-Code
010070     END-IF
010080     .

010090******************************************************************
010100* 8000-TERMINATE - close the files down.
010110******************************************************************
010120 8000-TERMINATE.
010130     IF Cust-Master-Open
010140         CLOSE CustomerMasterFile
010150         CLOSE ManifestFile
010160     END-IF
010170     CLOSE DistribRptFile
010180     .

010190 END PROGRAM DISTRIB.
