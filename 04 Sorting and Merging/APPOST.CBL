000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Accounts payable for the Aromamora oil purchases:
000050*             matches each supplier invoice three ways - against
000060*             its purchase order's quantity, the receipts booked
000070*             to that order on GRCVHST.DAT, and the order's
000080*             agreed price - files the matched invoices as open
000090*             items on the APITEMS.DAT creditors master, holds
000100*             the failures on a query list, and prints the aged
000110*             creditors report.
000120* Tectonics: cobc
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. APPOST.
000160 AUTHOR.     D. FENNESSY.
000170 DATE-WRITTEN.

000180******************************************************************
000190* MODIFICATION HISTORY
000200*   DATE        INIT  DESCRIPTION
000210*   ----------  ----  ------------------------------------------
000220*               DF    New program: APITEMS.DAT open-items master
000230*                     keyed on supplier ID plus the supplier's
000240*                     own invoice number. Each run first retries
000250*                     the invoices held on the APQUERY.DAT query
000260*                     list (goods may have arrived since), then
000270*                     matches the day's SUPPINV.DAT invoices,
000280*                     which is emptied once read. A matched
000290*                     invoice is filed as an open item; one that
000300*                     fails any leg of the match goes (back) on
000310*                     the query list with its reason and is
000320*                     never paid from there; a duplicate of an
000330*                     invoice already filed is rejected outright.
000340*                     APPOST.RPT lists every invoice with its
000350*                     result and control totals, APAGED.RPT is
000360*                     the aged creditors report (current/30/60/
000370*                     90+ by supplier) tied back to invoiced
000380*                     less paid, and the balanced journal (stock
000390*                     and input VAT against trade creditors at
000400*                     the matched value) goes to GLPOST.DAT.
000402*               DF    PORDERS.DAT and GRCVHST.DAT rows now carry
000404*                     the branch the stock was ordered for and
000406*                     received at; the match is unchanged, branch
000408*                     transfer rows carry no order number.
000409*               DF    Hands its record counts to STEPCNT for
000410*                     RUNALL's run history, and holds its
000411*                     return code across the closing CALLs,
000412*                     which set RETURN-CODE themselves.
000413*               DF    A query list longer than the table now
000414*                     refuses the run with RC 16 before
000415*                     APQUERY.DAT is rewritten, so no held
000416*                     query is lost.
000417******************************************************************

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ApItemsFile ASSIGN TO "APITEMS.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AP-ItemKey
000490         FILE STATUS IS Ap-Items-File-Status.

000500     SELECT SupplierInvoiceFile ASSIGN TO "SUPPINV.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS Supp-Invoice-File-Status.

000530     SELECT ApQueryFile ASSIGN TO "APQUERY.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS Ap-Query-File-Status.

000560     SELECT SupplierMasterFile ASSIGN TO "SUPPMAST.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SU-SupplierID
000600         FILE STATUS IS Supp-Master-File-Status.

000610     SELECT PurchaseOrderFile ASSIGN TO "PORDERS.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS Po-File-Status.

000640     SELECT ReceiptHistoryFile ASSIGN TO "GRCVHST.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS Receipt-History-File-Status.

000670     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS Run-Parm-File-Status.

000700     SELECT MatchRptFile ASSIGN TO "APPOST.RPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.

000720     SELECT AgedRptFile ASSIGN TO "APAGED.RPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.

000740     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS Gl-Posting-File-Status.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD ApItemsFile.
000800 01 Ap-Open-Item.
000810    02 AP-ItemKey.
000820       03 AP-SupplierID     PIC 9(5).
000830       03 AP-InvoiceNo      PIC X(10).
000840    02 AP-InvoiceDate       PIC 9(8).
000850    02 AP-PoNumber          PIC 9(6).
000860    02 AP-OilID             PIC X(3).
000870    02 AP-Qty               PIC 9(5).
000880    02 AP-NetValue          PIC 9(7)V99.
000890    02 AP-VatValue          PIC 9(7)V99.
000900    02 AP-GrossValue        PIC 9(7)V99.
000910    02 AP-PaidValue         PIC 9(7)V99.
000920    02 AP-StatusCode        PIC X(1).
000930       88 AP-Item-Open        VALUE 'O'.
000940       88 AP-Item-Paid        VALUE 'P'.
000950    02 AP-MatchDate         PIC 9(8).
000960    02 AP-PaidDate          PIC 9(8).

000970 FD SupplierInvoiceFile.
000980 01 Supplier-Invoice-Record.
000990    02 SI-SupplierID        PIC 9(5).
001000    02 SI-InvoiceNo         PIC X(10).
001010    02 SI-InvoiceDate       PIC 9(8).
001020    02 SI-PoNumber          PIC 9(6).
001030    02 SI-OilID             PIC X(3).
001040    02 SI-Qty               PIC 9(5).
001050    02 SI-UnitPrice         PIC 9(3)V99.
001060    02 SI-NetValue          PIC 9(7)V99.
001070    02 SI-VatValue          PIC 9(7)V99.
001080    02 SI-GrossValue        PIC 9(7)V99.

001090* A query row is the supplier invoice exactly as keyed, the
001100* reason it last failed the match and the date it first went
001110* on the list.
001120 FD ApQueryFile.
001130 01 Ap-Query-Record.
001140    02 AQ-InvoiceImage      PIC X(69).
001150    02 AQ-Reason            PIC X(24).
001160    02 AQ-QueryDate         PIC 9(8).

001170 FD SupplierMasterFile.
001180 01 Supplier-Master-Record.
001190    02 SU-SupplierID         PIC 9(5).
001200    02 SU-SupplierName       PIC X(20).
001210    02 SU-SortCode           PIC 9(6).
001220    02 SU-AccountNo          PIC 9(8).
001230    02 SU-TermsDays          PIC 9(3).
001240    02 SU-HoldFlag           PIC X(1).
001250       88 SU-On-Hold           VALUE 'H'.

001260 FD PurchaseOrderFile.
001270 01 Purchase-Order-Record.
001280    02 PO-Number            PIC 9(6).
001290    02 PO-OilID             PIC X(3).
001300    02 PO-OrderDate         PIC 9(8).
001310    02 PO-QtyOrdered        PIC 9(5).
001320    02 PO-QtyReceived       PIC 9(5).
001330    02 PO-StatusCode        PIC X(1).
001340    02 PO-SupplierID        PIC 9(5).
001350    02 PO-UnitPrice         PIC 9(3)V99.
001355    02 PO-BranchID          PIC X(3).

001360 FD ReceiptHistoryFile.
001370 01 Receipt-History-Record.
001380    02 GH-OilID             PIC X(3).
001390    02 GH-ReceivedDate      PIC 9(8).
001400    02 GH-Units             PIC 9(5).
001410    02 GH-PoNumber          PIC 9(6).
001413    02 GH-BranchID          PIC X(3).
001416    02 GH-MoveType          PIC X(1).

001420 FD RunParmFile.
001430 01 Run-Parm-Record.
001440    02 RP-RunDate.
001450       03 RP-RunYear        PIC 9(4).
001460       03 RP-RunMonth       PIC 9(2).
001470       03 RP-RunDay         PIC 9(2).
001480    02 RP-PeriodStart       PIC 9(8).
001490    02 RP-PeriodEnd         PIC 9(8).
001500    02 RP-PeriodStatus      PIC X(1).

001510 FD GlPostingFile.
001520 01 Gl-Posting-Record.
001530    02 GL-RunDate           PIC 9(8).
001540    02 GL-Source            PIC X(8).
001550    02 GL-AccountCode       PIC X(6).
001560    02 GL-DebitAmount       PIC 9(9)V99.
001570    02 GL-CreditAmount      PIC 9(9)V99.

001580 FD MatchRptFile.
001590 01 Match-Rpt-Record        PIC X(100).

001600 FD AgedRptFile.
001610 01 Aged-Rpt-Record         PIC X(90).

001620 WORKING-STORAGE SECTION.
001630* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001640* when another batch invocation is already in flight.
001650 01 Lock-Function            PIC X(01) VALUE SPACE.
001660 01 Lock-Step-Name           PIC X(20) VALUE "APPOST".
001670 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001680 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001681* The closing CALLs set RETURN-CODE themselves, so the
001682* step's own code is held here and restored after them.
001683 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001684 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001685 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001686 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001690 77 Ap-Items-File-Status    PIC X(02) VALUE '00'.
001700 01 Supp-Invoice-File-Status PIC X(02) VALUE SPACES.
001710 01 Ap-Query-File-Status    PIC X(02) VALUE SPACES.
001720 77 Supp-Master-File-Status PIC X(02) VALUE '00'.
001730 77 Po-File-Status          PIC X(02) VALUE '00'.
001740 77 Receipt-History-File-Status PIC X(02) VALUE '00'.
001750 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
001760 77 Gl-Posting-File-Status  PIC X(02) VALUE '00'.
001770 01 Invoice-Eof-Switch      PIC X(01) VALUE 'N'.
001780     88 Invoice-Eof          VALUE 'Y'.
001790 01 Query-Eof-Switch        PIC X(01) VALUE 'N'.
001800     88 Query-Eof            VALUE 'Y'.
001810 01 Po-Eof-Switch           PIC X(01) VALUE 'N'.
001820     88 Po-Eof               VALUE 'Y'.
001830 01 Receipt-Eof-Switch      PIC X(01) VALUE 'N'.
001840     88 Receipt-Eof          VALUE 'Y'.
001850 01 Items-Eof-Switch        PIC X(01) VALUE 'N'.
001860     88 Items-Eof            VALUE 'Y'.
001870 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001880     88 Run-Parm-Missing     VALUE 'Y'.
001890 01 Supp-Master-Available-Switch PIC X(01) VALUE 'N'.
001900     88 Supp-Master-Available     VALUE 'Y'.

001910 01 Run-Date                PIC 9(8)  VALUE ZERO.
001920 01 Run-Year                PIC 9(4)  VALUE ZERO.
001930 01 Run-Month               PIC 9(2)  VALUE ZERO.
001940 01 Run-Day                 PIC 9(2)  VALUE ZERO.

001950* Po-Table carries PORDERS.DAT with, for each order, the units
001960* GRCVHST.DAT shows received against it and the units already
001970* invoiced on APITEMS.DAT; tonight's matches add to the latter
001980* as they file, so two invoices cannot claim the same units.
001990 01 Po-Table.
002000    02 Po-Entry OCCURS 100 TIMES.
002010       03 Po-Tab-Number       PIC 9(6)  VALUE ZERO.
002020       03 Po-Tab-OilID        PIC X(3)  VALUE SPACES.
002030       03 Po-Tab-SupplierID   PIC 9(5)  VALUE ZERO.
002040       03 Po-Tab-UnitPrice    PIC 9(3)V99 VALUE ZERO.
002050       03 Po-Tab-QtyOrdered   PIC 9(5)  VALUE ZERO.
002060       03 Po-Tab-QtyReceived  PIC 9(7)  VALUE ZERO.
002070       03 Po-Tab-QtyInvoiced  PIC 9(7)  VALUE ZERO.
002080 01 Po-Count                 PIC 9(3)  VALUE ZERO.
002090 77 Max-Pos                  PIC 9(3)  VALUE 100.
002100 01 Po-Sub                   PIC 9(3)  VALUE ZERO.
002110 01 Matched-Po-Sub           PIC 9(3)  VALUE ZERO.
002120 01 Wanted-Po-Number         PIC 9(6)  VALUE ZERO.

002130* Query-Table holds last night's query list while APQUERY.DAT
002140* is rewritten with whatever still fails tonight. Rows past
002145* Max-Queries are only counted, and refuse the run.
002150 01 Query-Table.
002160    02 Query-Entry OCCURS 200 TIMES.
002170       03 Qt-Row              PIC X(101) VALUE SPACES.
002180 01 Query-Count              PIC 9(3)  VALUE ZERO.
002190 77 Max-Queries              PIC 9(3)  VALUE 200.
002200 01 Query-Sub                PIC 9(3)  VALUE ZERO.
002210 01 Queries-Dropped-Count    PIC 9(5)  VALUE ZERO.

002220 01 Query-Work.
002230    02 QW-InvoiceImage       PIC X(69).
002240    02 QW-Reason             PIC X(24).
002250    02 QW-QueryDate          PIC 9(8).

002260* Match-Work is the invoice being matched, whichever list it
002270* came off; it has the SUPPINV.DAT record's shape.
002280 01 Match-Work.
002290    02 MW-SupplierID         PIC 9(5).
002300    02 MW-InvoiceNo          PIC X(10).
002310    02 MW-InvoiceDate        PIC 9(8).
002320    02 MW-PoNumber           PIC 9(6).
002330    02 MW-OilID              PIC X(3).
002340    02 MW-Qty                PIC 9(5).
002350    02 MW-UnitPrice          PIC 9(3)V99.
002360    02 MW-NetValue           PIC 9(7)V99.
002370    02 MW-VatValue           PIC 9(7)V99.
002380    02 MW-GrossValue         PIC 9(7)V99.
002390 01 Match-Origin-Date        PIC 9(8)  VALUE ZERO.
002400 01 Match-Result-Switch      PIC X(01) VALUE 'M'.
002410     88 Match-Passed          VALUE 'M'.
002420     88 Match-Queried         VALUE 'Q'.
002430     88 Match-Rejected        VALUE 'R'.
002440 01 Match-Reason-Text        PIC X(24) VALUE SPACES.
002450 01 Extended-Net             PIC 9(8)V99 VALUE ZERO.
002460 01 Units-After-Invoice      PIC 9(7)  VALUE ZERO.

002470 01 Invoices-Read-Count      PIC 9(5)  VALUE ZERO.
002480 01 Invoices-Matched-Count   PIC 9(5)  VALUE ZERO.
002490 01 Invoices-Queried-Count   PIC 9(5)  VALUE ZERO.
002500 01 Invoices-Rejected-Count  PIC 9(5)  VALUE ZERO.
002510 01 Queries-Retried-Count    PIC 9(5)  VALUE ZERO.
002520 01 Matched-Net-Value        PIC 9(9)V99 VALUE ZERO.
002530 01 Matched-Vat-Value        PIC 9(9)V99 VALUE ZERO.
002540 01 Matched-Gross-Value      PIC 9(9)V99 VALUE ZERO.
002550 01 Gl-Work-Account          PIC X(6)    VALUE SPACES.
002560 01 Gl-Work-Debit            PIC 9(9)V99 VALUE ZERO.
002570 01 Gl-Work-Credit           PIC 9(9)V99 VALUE ZERO.

002580* Age-Days is worked out on the same 30/360 commercial calendar
002590* ARPOST ages the debtors on.
002600 01 Age-Days                PIC S9(5) VALUE ZERO.
002610 01 Invoice-Date-Split.
002620    02 Split-Year           PIC 9(4).
002630    02 Split-Month          PIC 9(2).
002640    02 Split-Day            PIC 9(2).
002650 01 Item-Outstanding        PIC S9(7)V99 VALUE ZERO.

002660 01 First-Supplier-Switch   PIC X(01) VALUE 'Y'.
002670     88 First-Supplier       VALUE 'Y'.
002680 01 SupplierID-Hold         PIC 9(5)  VALUE ZERO.
002690 01 Supplier-Current        PIC S9(7)V99 VALUE ZERO.
002700 01 Supplier-Days-30        PIC S9(7)V99 VALUE ZERO.
002710 01 Supplier-Days-60        PIC S9(7)V99 VALUE ZERO.
002720 01 Supplier-Days-90        PIC S9(7)V99 VALUE ZERO.
002730 01 Grand-Current           PIC S9(9)V99 VALUE ZERO.
002740 01 Grand-Days-30           PIC S9(9)V99 VALUE ZERO.
002750 01 Grand-Days-60           PIC S9(9)V99 VALUE ZERO.
002760 01 Grand-Days-90           PIC S9(9)V99 VALUE ZERO.
002770 01 Grand-Outstanding       PIC S9(9)V99 VALUE ZERO.
002780 01 Grand-Invoiced          PIC S9(9)V99 VALUE ZERO.
002790 01 Grand-Paid              PIC S9(9)V99 VALUE ZERO.

002800 01 FILLER                  PIC X(100) VALUE SPACES.
002810 01 Match-Heading.
002820    02 FILLER                PIC X(25) VALUE SPACES.
002830    02 FILLER                PIC X(29)
002840       VALUE "SUPPLIER INVOICE MATCH REPORT".

002850 01 HorizontalLine.
002860    02 FILLER                PIC X(03) VALUE SPACES.
002870    02 FILLER                PIC X(70) VALUE ALL '-'.

002880 01 Match-Columns.
002890    02 FILLER                PIC X(02) VALUE SPACES.
002900    02 FILLER                PIC X(07) VALUE "SUPP-ID".
002910    02 FILLER                PIC X(01) VALUE SPACES.
002920    02 FILLER                PIC X(10) VALUE "INVOICE".
002930    02 FILLER                PIC X(02) VALUE SPACES.
002940    02 FILLER                PIC X(06) VALUE "ORDER".
002950    02 FILLER                PIC X(02) VALUE SPACES.
002960    02 FILLER                PIC X(03) VALUE "OIL".
002970    02 FILLER                PIC X(05) VALUE SPACES.
002980    02 FILLER                PIC X(03) VALUE "QTY".
002990    02 FILLER                PIC X(09) VALUE SPACES.
003000    02 FILLER                PIC X(05) VALUE "GROSS".
003010    02 FILLER                PIC X(02) VALUE SPACES.
003020    02 FILLER                PIC X(06) VALUE "RESULT".
003030    02 FILLER                PIC X(04) VALUE SPACES.
003040    02 FILLER                PIC X(06) VALUE "REASON".

003050 01 Match-Line.
003060    02 FILLER                PIC X(02) VALUE SPACES.
003070    02 MatchSupplierID       PIC 9(5).
003080    02 FILLER                PIC X(03) VALUE SPACES.
003090    02 MatchInvoiceNo        PIC X(10).
003100    02 FILLER                PIC X(02) VALUE SPACES.
003110    02 MatchPoNumber         PIC 9(6).
003120    02 FILLER                PIC X(02) VALUE SPACES.
003130    02 MatchOilID            PIC X(3).
003140    02 MatchQty              PIC BBZZ,ZZ9.
003150    02 MatchGross            PIC BBZ,ZZZ,ZZ9.99.
003160    02 FILLER                PIC X(02) VALUE SPACES.
003170    02 MatchResult           PIC X(10).
003180    02 MatchReason           PIC X(24).

003190 01 Match-Control-Line-1.
003200    02 FILLER                PIC X(14) VALUE "INVOICES READ:".
003210    02 ControlRead           PIC BZZZZ9.
003220    02 FILLER                PIC X(10) VALUE "  MATCHED:".
003230    02 ControlMatched        PIC BZZZZ9.
003240    02 FILLER                PIC X(10) VALUE "  QUERIED:".
003250    02 ControlQueried        PIC BZZZZ9.
003260    02 FILLER                PIC X(11) VALUE "  REJECTED:".
003270    02 ControlRejected       PIC BZZZZ9.

003280 01 Match-Control-Line-2.
003290    02 FILLER                PIC X(18) VALUE "QUERIES RETRIED:".
003300    02 ControlRetried        PIC BZZZZ9.
003310    02 FILLER                PIC X(20)
003320       VALUE "  QUERIES NOT HELD:".
003330    02 ControlDropped        PIC BZZZZ9.

003332 01 Query-Overflow-Line.
003334    02 FILLER                PIC X(41)
003336       VALUE "RUN REFUSED - QUERY ROWS PAST TABLE SIZE:".
003338    02 OverflowCount         PIC BZZZZ9.

003340 01 Match-Value-Line.
003350    02 FILLER                PIC X(13) VALUE "MATCHED NET:".
003360    02 ValueNet              PIC BZZZ,ZZZ,ZZ9.99.
003370    02 FILLER                PIC X(07) VALUE "  VAT:".
003380    02 ValueVat              PIC BZZZ,ZZZ,ZZ9.99.
003390    02 FILLER                PIC X(09) VALUE "  GROSS:".
003400    02 ValueGross            PIC BZZZ,ZZZ,ZZ9.99.

003410 01 Aged-Heading.
003420    02 FILLER                PIC X(25) VALUE SPACES.
003430    02 FILLER                PIC X(22)
003440       VALUE "AGED CREDITORS REPORT".

003450 01 Aged-Columns.
003460    02 FILLER                PIC X(02) VALUE SPACES.
003470    02 FILLER                PIC X(07) VALUE "SUPP-ID".
003480    02 FILLER                PIC X(02) VALUE SPACES.
003490    02 FILLER                PIC X(20) VALUE "SUPPLIER NAME".
003500    02 FILLER                PIC X(04) VALUE SPACES.
003510    02 FILLER                PIC X(07) VALUE "CURRENT".
003520    02 FILLER                PIC X(07) VALUE SPACES.
003530    02 FILLER                PIC X(07) VALUE "30 DAYS".
003540    02 FILLER                PIC X(07) VALUE SPACES.
003550    02 FILLER                PIC X(07) VALUE "60 DAYS".
003560    02 FILLER                PIC X(06) VALUE SPACES.
003570    02 FILLER                PIC X(08) VALUE "90+ DAYS".

003580 01 Aged-Line.
003590    02 FILLER                PIC X(02) VALUE SPACES.
003600    02 AgedSupplierID        PIC 9(5).
003610    02 FILLER                PIC X(04) VALUE SPACES.
003620    02 AgedSupplierName      PIC X(20).
003630    02 AgedCurrent           PIC BZ,ZZZ,ZZ9.99-.
003640    02 AgedDays30            PIC BZ,ZZZ,ZZ9.99-.
003650    02 AgedDays60            PIC BZ,ZZZ,ZZ9.99-.
003660    02 AgedDays90            PIC BZ,ZZZ,ZZ9.99-.

003670 01 Aged-Grand-Line.
003680    02 FILLER                PIC X(31) VALUE "TOTALS:".
003690    02 GrandCurrent          PIC BZ,ZZZ,ZZ9.99-.
003700    02 GrandDays30           PIC BZ,ZZZ,ZZ9.99-.
003710    02 GrandDays60           PIC BZ,ZZZ,ZZ9.99-.
003720    02 GrandDays90           PIC BZ,ZZZ,ZZ9.99-.

003730 01 Aged-Tie-Line-1.
003740    02 FILLER                PIC X(18)
003750       VALUE "TOTAL OUTSTANDING:".
003760    02 TieOutstanding        PIC BZZZ,ZZZ,ZZ9.99-.

003770 01 Aged-Tie-Line-2.
003780    02 FILLER                PIC X(15) VALUE "TOTAL INVOICED:".
003790    02 TieInvoiced           PIC BZZZ,ZZZ,ZZ9.99-.
003800    02 FILLER                PIC X(12) VALUE "  LESS PAID:".
003810    02 TiePaid               PIC BZZZ,ZZZ,ZZ9.99-.

003820 PROCEDURE DIVISION.

003830 0000-MAINLINE.
003840     MOVE 'S' TO Lock-Function
003850     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003860         Lock-Run-Date, Lock-Return-Code
003870     IF Lock-Return-Code NOT = ZERO
003880         MOVE 16 TO RETURN-CODE
003890         GOBACK
003900     END-IF
003910     PERFORM 1000-INITIALIZE
003920     IF Run-Parm-Missing OR Queries-Dropped-Count > ZERO
003930         MOVE 16 TO RETURN-CODE
003940     ELSE
003950         PERFORM 2000-RETRY-QUERIES
003960         PERFORM 2100-MATCH-NEW-INVOICES
003970         PERFORM 3900-FINISH-MATCH-REPORT
003980         PERFORM 4000-PRINT-AGED-REPORT
003990         PERFORM 7500-WRITE-GL-JOURNAL
004000     END-IF
004010     PERFORM 8000-TERMINATE
004013     MOVE RETURN-CODE TO Step-Return-Code
004016     PERFORM 8900-REPORT-STEP-COUNTS
004020     MOVE 'R' TO Lock-Function
004030     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
004040         Lock-Run-Date, Lock-Return-Code
004045     MOVE Step-Return-Code TO RETURN-CODE
004050     GOBACK.

004060******************************************************************
004070* 1000-INITIALIZE - read the run date, open the master (creating
004080* it on the very first run), and load the orders, the receipts
004090* booked to them, what has already been invoiced against them,
004100* and last night's query list.
004110******************************************************************
004120 1000-INITIALIZE.
004130     PERFORM 1100-READ-RUN-PARM
004140     IF NOT Run-Parm-Missing
004150         OPEN I-O ApItemsFile
004160         IF Ap-Items-File-Status = "35"
004170             OPEN OUTPUT ApItemsFile
004180             CLOSE ApItemsFile
004190             OPEN I-O ApItemsFile
004200         END-IF
004210         OPEN INPUT SupplierMasterFile
004220         IF Supp-Master-File-Status = "00"
004230             MOVE 'Y' TO Supp-Master-Available-Switch
004240         END-IF
004250         OPEN OUTPUT MatchRptFile
004260         OPEN OUTPUT AgedRptFile
004270         WRITE Match-Rpt-Record FROM Match-Heading
004280         WRITE Match-Rpt-Record FROM HorizontalLine
004290         MOVE SPACES TO Match-Rpt-Record
004300         WRITE Match-Rpt-Record
004310         WRITE Match-Rpt-Record FROM Match-Columns
004320         PERFORM 1200-LOAD-ORDERS
004330         PERFORM 1300-LOAD-RECEIPTS
004340         PERFORM 1400-LOAD-INVOICED
004350         PERFORM 1500-LOAD-QUERIES
004360     END-IF
004370     .

004380******************************************************************
004390* 1100-READ-RUN-PARM - read the run date off RUNPARM.DAT; the
004400* aging buckets are measured back from it.
004410******************************************************************
004420 1100-READ-RUN-PARM.
004430     OPEN INPUT RunParmFile
004440     IF Run-Parm-File-Status NOT = "00"
004450         MOVE 'Y' TO Run-Parm-Missing-Switch
004460     ELSE
004470         READ RunParmFile
004480             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
004490             NOT AT END
004500                 MOVE RP-RunDate  TO Run-Date
004510                 MOVE RP-RunYear  TO Run-Year
004520                 MOVE RP-RunMonth TO Run-Month
004530                 MOVE RP-RunDay   TO Run-Day
004540         END-READ
004550         CLOSE RunParmFile
004560     END-IF
004570     .

004580******************************************************************
004590* 1200-LOAD-ORDERS - load PORDERS.DAT into Po-Table. No order
004600* file just means every invoice will be queried NO SUCH ORDER.
004610******************************************************************
004620 1200-LOAD-ORDERS.
004630     OPEN INPUT PurchaseOrderFile
004640     IF Po-File-Status NOT = "00"
004650         MOVE 'Y' TO Po-Eof-Switch
004660     ELSE
004670         READ PurchaseOrderFile
004680             AT END MOVE 'Y' TO Po-Eof-Switch
004690         END-READ
004700         PERFORM 1210-LOAD-ONE-ORDER UNTIL Po-Eof
004710         CLOSE PurchaseOrderFile
004720     END-IF
004730     .

004740******************************************************************
004750* 1210-LOAD-ONE-ORDER - file one purchase order row.
004760******************************************************************
004770 1210-LOAD-ONE-ORDER.
004780     IF Po-Count < Max-Pos
004790         ADD 1 TO Po-Count
004800         MOVE PO-Number     TO Po-Tab-Number (Po-Count)
004810         MOVE PO-OilID      TO Po-Tab-OilID (Po-Count)
004820         MOVE PO-SupplierID TO Po-Tab-SupplierID (Po-Count)
004830         MOVE PO-UnitPrice  TO Po-Tab-UnitPrice (Po-Count)
004840         MOVE PO-QtyOrdered TO Po-Tab-QtyOrdered (Po-Count)
004850         MOVE ZERO          TO Po-Tab-QtyReceived (Po-Count)
004860         MOVE ZERO          TO Po-Tab-QtyInvoiced (Po-Count)
004870     END-IF
004880     READ PurchaseOrderFile
004890         AT END MOVE 'Y' TO Po-Eof-Switch
004900     END-READ
004910     .

004920******************************************************************
004930* 1300-LOAD-RECEIPTS - add up the GRCVHST.DAT receipts booked to
004940* each order. Rows with no order number (unordered receipts and
004950* restocked returns) are nothing a supplier can invoice.
004960******************************************************************
004970 1300-LOAD-RECEIPTS.
004980     OPEN INPUT ReceiptHistoryFile
004990     IF Receipt-History-File-Status NOT = "00"
005000         MOVE 'Y' TO Receipt-Eof-Switch
005010     ELSE
005020         READ ReceiptHistoryFile
005030             AT END MOVE 'Y' TO Receipt-Eof-Switch
005040         END-READ
005050         PERFORM 1310-LOAD-ONE-RECEIPT UNTIL Receipt-Eof
005060         CLOSE ReceiptHistoryFile
005070     END-IF
005080     .

005090******************************************************************
005100* 1310-LOAD-ONE-RECEIPT - add one receipt row to its order.
005110******************************************************************
005120 1310-LOAD-ONE-RECEIPT.
005130     IF GH-PoNumber NUMERIC AND GH-PoNumber > ZERO
005140         MOVE GH-PoNumber TO Wanted-Po-Number
005150         PERFORM 2600-FIND-ORDER
005160         IF Matched-Po-Sub > ZERO
005170             ADD GH-Units TO Po-Tab-QtyReceived (Matched-Po-Sub)
005180         END-IF
005190     END-IF
005200     READ ReceiptHistoryFile
005210         AT END MOVE 'Y' TO Receipt-Eof-Switch
005220     END-READ
005230     .

005240******************************************************************
005250* 1400-LOAD-INVOICED - add up the units already invoiced against
005260* each order off the open-items master.
005270******************************************************************
005280 1400-LOAD-INVOICED.
005290     MOVE ZERO   TO AP-SupplierID
005300     MOVE SPACES TO AP-InvoiceNo
005310     START ApItemsFile KEY NOT < AP-ItemKey
005320         INVALID KEY MOVE 'Y' TO Items-Eof-Switch
005330     END-START
005340     IF NOT Items-Eof
005350         READ ApItemsFile NEXT RECORD
005360             AT END MOVE 'Y' TO Items-Eof-Switch
005370         END-READ
005380     END-IF
005390     PERFORM 1410-LOAD-ONE-INVOICED UNTIL Items-Eof
005400     MOVE 'N' TO Items-Eof-Switch
005410     .

005420******************************************************************
005430* 1410-LOAD-ONE-INVOICED - add one open item's units to its
005440* order.
005450******************************************************************
005460 1410-LOAD-ONE-INVOICED.
005470     MOVE AP-PoNumber TO Wanted-Po-Number
005480     PERFORM 2600-FIND-ORDER
005490     IF Matched-Po-Sub > ZERO
005500         ADD AP-Qty TO Po-Tab-QtyInvoiced (Matched-Po-Sub)
005510     END-IF
005520     READ ApItemsFile NEXT RECORD
005530         AT END MOVE 'Y' TO Items-Eof-Switch
005540     END-READ
005550     .

005560******************************************************************
005570* 1500-LOAD-QUERIES - hold last night's query list in the table
005580* so APQUERY.DAT can be rewritten with tonight's. A list longer
005590* than the table is counted and the run refused before the file
005600* is rewritten, since the rows past the table would be lost.
005610******************************************************************
005620 1500-LOAD-QUERIES.
005630     OPEN INPUT ApQueryFile
005640     IF Ap-Query-File-Status NOT = "00"
005650         MOVE 'Y' TO Query-Eof-Switch
005660     ELSE
005670         READ ApQueryFile
005680             AT END MOVE 'Y' TO Query-Eof-Switch
005690         END-READ
005700         PERFORM 1510-LOAD-ONE-QUERY UNTIL Query-Eof
005710         CLOSE ApQueryFile
005712         IF Queries-Dropped-Count > ZERO
005714             MOVE Queries-Dropped-Count TO OverflowCount
005716             WRITE Match-Rpt-Record FROM Query-Overflow-Line
005718         END-IF
005720     END-IF
005730     .

005740******************************************************************
005750* 1510-LOAD-ONE-QUERY - file one query row.
005760******************************************************************
005770 1510-LOAD-ONE-QUERY.
005780     IF Query-Count < Max-Queries
005790         ADD 1 TO Query-Count
005800         MOVE Ap-Query-Record TO Qt-Row (Query-Count)
005810     ELSE
005820         ADD 1 TO Queries-Dropped-Count
005830     END-IF
005840     READ ApQueryFile
005850         AT END MOVE 'Y' TO Query-Eof-Switch
005860     END-READ
005870     .

005880******************************************************************
005890* 2000-RETRY-QUERIES - start tonight's query list and put each of
005900* last night's queried invoices through the match again.
005910******************************************************************
005920 2000-RETRY-QUERIES.
005930     OPEN OUTPUT ApQueryFile
005940     PERFORM 2050-RETRY-ONE-QUERY
005950         VARYING Query-Sub FROM 1 BY 1
005960         UNTIL Query-Sub > Query-Count
005970     .

005980******************************************************************
005990* 2050-RETRY-ONE-QUERY - match one held invoice, keeping the date
006000* it first went on the list.
006010******************************************************************
006020 2050-RETRY-ONE-QUERY.
006030     MOVE Qt-Row (Query-Sub) TO Query-Work
006040     MOVE QW-InvoiceImage    TO Match-Work
006050     MOVE QW-QueryDate       TO Match-Origin-Date
006060     ADD 1 TO Queries-Retried-Count
006070     PERFORM 2200-MATCH-ONE-INVOICE
006080     .

006090******************************************************************
006100* 2100-MATCH-NEW-INVOICES - match the day's supplier invoices,
006110* then empty the file so a re-run cannot file them twice.
006120******************************************************************
006130 2100-MATCH-NEW-INVOICES.
006140     OPEN INPUT SupplierInvoiceFile
006150     IF Supp-Invoice-File-Status NOT = "00"
006160         MOVE 'Y' TO Invoice-Eof-Switch
006170     ELSE
006180         READ SupplierInvoiceFile
006190             AT END MOVE 'Y' TO Invoice-Eof-Switch
006200         END-READ
006210         PERFORM 2150-MATCH-ONE-NEW-INVOICE UNTIL Invoice-Eof
006220         CLOSE SupplierInvoiceFile
006230         OPEN OUTPUT SupplierInvoiceFile
006240         CLOSE SupplierInvoiceFile
006250     END-IF
006260     .

006270******************************************************************
006280* 2150-MATCH-ONE-NEW-INVOICE - match one invoice off the day's
006290* file; one that fails goes on the list dated tonight.
006300******************************************************************
006310 2150-MATCH-ONE-NEW-INVOICE.
006320     MOVE Supplier-Invoice-Record TO Match-Work
006330     MOVE Run-Date TO Match-Origin-Date
006340     PERFORM 2200-MATCH-ONE-INVOICE
006350     READ SupplierInvoiceFile
006360         AT END MOVE 'Y' TO Invoice-Eof-Switch
006370     END-READ
006380     .

006390******************************************************************
006400* 2200-MATCH-ONE-INVOICE - put the invoice in Match-Work through
006410* the match, then file it, queue it or reject it, and print its
006420* line on the match report either way.
006430******************************************************************
006440 2200-MATCH-ONE-INVOICE.
006450     ADD 1 TO Invoices-Read-Count
006460     PERFORM 2300-CHECK-INVOICE
006470     IF Match-Passed
006480         PERFORM 2400-FILE-OPEN-ITEM
006490         MOVE "MATCHED"  TO MatchResult
006500     END-IF
006510     IF Match-Queried
006520         PERFORM 2500-QUEUE-QUERY
006530         MOVE "QUERIED"  TO MatchResult
006540     END-IF
006550     IF Match-Rejected
006560         ADD 1 TO Invoices-Rejected-Count
006570         MOVE "REJECTED" TO MatchResult
006580     END-IF
006590     MOVE MW-SupplierID  TO MatchSupplierID
006600     MOVE MW-InvoiceNo   TO MatchInvoiceNo
006610     MOVE MW-PoNumber    TO MatchPoNumber
006620     MOVE MW-OilID       TO MatchOilID
006630     MOVE MW-Qty         TO MatchQty
006640     MOVE MW-GrossValue  TO MatchGross
006650     MOVE Match-Reason-Text TO MatchReason
006660     WRITE Match-Rpt-Record FROM Match-Line
006670     .

006680******************************************************************
006690* 2300-CHECK-INVOICE - the supplier must be on the master and the
006700* invoice not already filed (a duplicate is rejected, since no
006710* later receipt can ever make it payable); then the three-way
006720* match proper against the order: same supplier and oil, the
006730* invoice adds up, the units invoiced to date stay within what
006740* was ordered and within what GRCVHST shows received against
006750* the order, and the unit price is no dearer than the order's.
006760* Anything failing the match proper is queried.
006770******************************************************************
006780 2300-CHECK-INVOICE.
006790     MOVE 'M'    TO Match-Result-Switch
006800     MOVE SPACES TO Match-Reason-Text
006810     PERFORM 2310-CHECK-SUPPLIER
006820     IF Match-Passed
006830         PERFORM 2320-CHECK-DUPLICATE
006840     END-IF
006850     IF Match-Passed
006860         MOVE MW-PoNumber TO Wanted-Po-Number
006870         PERFORM 2600-FIND-ORDER
006880         IF Matched-Po-Sub = ZERO
006890             MOVE 'Q' TO Match-Result-Switch
006900             MOVE "NO SUCH ORDER" TO Match-Reason-Text
006910         ELSE
006920             PERFORM 2330-CHECK-AGAINST-ORDER
006930         END-IF
006940     END-IF
006950     .

006960******************************************************************
006970* 2310-CHECK-SUPPLIER - the invoice's supplier must be on the
006980* supplier master.
006990******************************************************************
007000 2310-CHECK-SUPPLIER.
007010     IF NOT Supp-Master-Available
007020         MOVE 'Q' TO Match-Result-Switch
007030         MOVE "UNKNOWN SUPPLIER" TO Match-Reason-Text
007040     ELSE
007050         MOVE MW-SupplierID TO SU-SupplierID
007060         READ SupplierMasterFile
007070             INVALID KEY
007080                 MOVE 'Q' TO Match-Result-Switch
007090                 MOVE "UNKNOWN SUPPLIER" TO Match-Reason-Text
007100         END-READ
007110     END-IF
007120     .

007130******************************************************************
007140* 2320-CHECK-DUPLICATE - an invoice number the supplier has
007150* already had filed is rejected.
007160******************************************************************
007170 2320-CHECK-DUPLICATE.
007180     MOVE MW-SupplierID TO AP-SupplierID
007190     MOVE MW-InvoiceNo  TO AP-InvoiceNo
007200     READ ApItemsFile
007210         INVALID KEY
007220             CONTINUE
007230         NOT INVALID KEY
007240             MOVE 'R' TO Match-Result-Switch
007250             MOVE "DUPLICATE INVOICE" TO Match-Reason-Text
007260     END-READ
007270     .

007280******************************************************************
007290* 2330-CHECK-AGAINST-ORDER - the three-way match against the
007300* order found in Matched-Po-Sub.
007310******************************************************************
007320 2330-CHECK-AGAINST-ORDER.
007330     COMPUTE Extended-Net = MW-Qty * MW-UnitPrice
007340     COMPUTE Units-After-Invoice =
007350         Po-Tab-QtyInvoiced (Matched-Po-Sub) + MW-Qty
007360     MOVE 'Q' TO Match-Result-Switch
007370     IF Po-Tab-SupplierID (Matched-Po-Sub) NOT = MW-SupplierID
007380         MOVE "ORDER IS OTHER SUPPLIER" TO Match-Reason-Text
007390     ELSE
007400         IF Po-Tab-OilID (Matched-Po-Sub) NOT = MW-OilID
007410             MOVE "OIL NOT ON ORDER" TO Match-Reason-Text
007420         ELSE
007430             IF Extended-Net NOT = MW-NetValue
007440                     OR MW-NetValue + MW-VatValue
007450                         NOT = MW-GrossValue
007460                 MOVE "INVOICE DOES NOT ADD UP"
007470                     TO Match-Reason-Text
007480             ELSE
007490                 IF Units-After-Invoice >
007500                         Po-Tab-QtyOrdered (Matched-Po-Sub)
007510                     MOVE "QTY OVER ORDER" TO Match-Reason-Text
007520                 ELSE
007530                     IF Units-After-Invoice >
007540                         Po-Tab-QtyReceived (Matched-Po-Sub)
007550                         MOVE "QTY NOT YET RECEIVED"
007560                             TO Match-Reason-Text
007570                     ELSE
007580                         IF MW-UnitPrice >
007590                             Po-Tab-UnitPrice (Matched-Po-Sub)
007600                             MOVE "PRICE ABOVE ORDER"
007610                                 TO Match-Reason-Text
007620                         ELSE
007630                             MOVE 'M' TO Match-Result-Switch
007640                         END-IF
007650                     END-IF
007660                 END-IF
007670             END-IF
007680         END-IF
007690     END-IF
007700     .

007710******************************************************************
007720* 2400-FILE-OPEN-ITEM - file the matched invoice as an open item
007730* and book its units against the order.
007740******************************************************************
007750 2400-FILE-OPEN-ITEM.
007760     MOVE MW-SupplierID  TO AP-SupplierID
007770     MOVE MW-InvoiceNo   TO AP-InvoiceNo
007780     MOVE MW-InvoiceDate TO AP-InvoiceDate
007790     MOVE MW-PoNumber    TO AP-PoNumber
007800     MOVE MW-OilID       TO AP-OilID
007810     MOVE MW-Qty         TO AP-Qty
007820     MOVE MW-NetValue    TO AP-NetValue
007830     MOVE MW-VatValue    TO AP-VatValue
007840     MOVE MW-GrossValue  TO AP-GrossValue
007850     MOVE ZERO           TO AP-PaidValue
007860     MOVE 'O'            TO AP-StatusCode
007870     MOVE Run-Date       TO AP-MatchDate
007880     MOVE ZERO           TO AP-PaidDate
007890     WRITE Ap-Open-Item
007900         INVALID KEY
007910             MOVE 'R' TO Match-Result-Switch
007920             MOVE "DUPLICATE INVOICE" TO Match-Reason-Text
007930         NOT INVALID KEY
007940             ADD MW-Qty TO Po-Tab-QtyInvoiced (Matched-Po-Sub)
007950             ADD 1 TO Invoices-Matched-Count
007960             ADD MW-NetValue   TO Matched-Net-Value
007970             ADD MW-VatValue   TO Matched-Vat-Value
007980             ADD MW-GrossValue TO Matched-Gross-Value
007990     END-WRITE
008000     .

008010******************************************************************
008020* 2500-QUEUE-QUERY - put the invoice (back) on the query list
008030* with the reason it failed tonight.
008040******************************************************************
008050 2500-QUEUE-QUERY.
008060     MOVE Match-Work        TO AQ-InvoiceImage
008070     MOVE Match-Reason-Text TO AQ-Reason
008080     MOVE Match-Origin-Date TO AQ-QueryDate
008090     WRITE Ap-Query-Record
008100     ADD 1 TO Invoices-Queried-Count
008110     .

008120******************************************************************
008130* 2600-FIND-ORDER - find the order numbered Wanted-Po-Number in
008140* Po-Table, leaving its slot in Matched-Po-Sub, zero if absent.
008150******************************************************************
008160 2600-FIND-ORDER.
008170     MOVE ZERO TO Matched-Po-Sub
008180     PERFORM 2610-TEST-ONE-ORDER
008190         VARYING Po-Sub FROM 1 BY 1
008200         UNTIL Po-Sub > Po-Count
008210             OR Matched-Po-Sub > ZERO
008220     .

008230******************************************************************
008240* 2610-TEST-ONE-ORDER - match one table order's number.
008250******************************************************************
008260 2610-TEST-ONE-ORDER.
008270     IF Po-Tab-Number (Po-Sub) = Wanted-Po-Number
008280         MOVE Po-Sub TO Matched-Po-Sub
008290     END-IF
008300     .

008310******************************************************************
008320* 3900-FINISH-MATCH-REPORT - close the query list and print the
008330* match control totals and the value filed tonight.
008340******************************************************************
008350 3900-FINISH-MATCH-REPORT.
008360     CLOSE ApQueryFile
008370     MOVE SPACES TO Match-Rpt-Record
008380     WRITE Match-Rpt-Record
008390     WRITE Match-Rpt-Record FROM HorizontalLine
008400     MOVE Invoices-Read-Count     TO ControlRead
008410     MOVE Invoices-Matched-Count  TO ControlMatched
008420     MOVE Invoices-Queried-Count  TO ControlQueried
008430     MOVE Invoices-Rejected-Count TO ControlRejected
008440     WRITE Match-Rpt-Record FROM Match-Control-Line-1
008450     MOVE Queries-Retried-Count   TO ControlRetried
008460     MOVE Queries-Dropped-Count   TO ControlDropped
008470     WRITE Match-Rpt-Record FROM Match-Control-Line-2
008480     MOVE Matched-Net-Value       TO ValueNet
008490     MOVE Matched-Vat-Value       TO ValueVat
008500     MOVE Matched-Gross-Value     TO ValueGross
008510     WRITE Match-Rpt-Record FROM Match-Value-Line
008520     .

008530******************************************************************
008540* 4000-PRINT-AGED-REPORT - read the whole master in key order
008550* (supplier then invoice), bucket every outstanding balance by
008560* age, and print one line per supplier plus the grand totals and
008570* the invoiced-less-paid tie-out.
008580******************************************************************
008590 4000-PRINT-AGED-REPORT.
008600     WRITE Aged-Rpt-Record FROM Aged-Heading
008610     WRITE Aged-Rpt-Record FROM HorizontalLine
008620     MOVE SPACES TO Aged-Rpt-Record
008630     WRITE Aged-Rpt-Record
008640     WRITE Aged-Rpt-Record FROM Aged-Columns
008650     MOVE ZERO   TO AP-SupplierID
008660     MOVE SPACES TO AP-InvoiceNo
008670     START ApItemsFile KEY NOT < AP-ItemKey
008680         INVALID KEY MOVE 'Y' TO Items-Eof-Switch
008690     END-START
008700     IF NOT Items-Eof
008710         READ ApItemsFile NEXT RECORD
008720             AT END MOVE 'Y' TO Items-Eof-Switch
008730         END-READ
008740     END-IF
008750     PERFORM 4100-AGE-ONE-ITEM UNTIL Items-Eof
008760     IF NOT First-Supplier
008770         PERFORM 4300-PRINT-SUPPLIER-LINE
008780     END-IF
008790     PERFORM 4900-PRINT-GRAND-TOTALS
008800     .

008810******************************************************************
008820* 4100-AGE-ONE-ITEM - fold one open item's outstanding balance
008830* into its supplier's aging buckets, breaking on a change of
008840* supplier.
008850******************************************************************
008860 4100-AGE-ONE-ITEM.
008870     IF First-Supplier
008880         MOVE 'N' TO First-Supplier-Switch
008890         MOVE AP-SupplierID TO SupplierID-Hold
008900     ELSE
008910         IF AP-SupplierID NOT = SupplierID-Hold
008920             PERFORM 4300-PRINT-SUPPLIER-LINE
008930             MOVE AP-SupplierID TO SupplierID-Hold
008940         END-IF
008950     END-IF
008960     ADD AP-GrossValue TO Grand-Invoiced
008970     ADD AP-PaidValue  TO Grand-Paid
008980     SUBTRACT AP-PaidValue FROM AP-GrossValue
008990         GIVING Item-Outstanding
009000     IF Item-Outstanding > ZERO
009010         PERFORM 4200-BUCKET-OUTSTANDING
009020     END-IF
009030     READ ApItemsFile NEXT RECORD
009040         AT END MOVE 'Y' TO Items-Eof-Switch
009050     END-READ
009060     .

009070******************************************************************
009080* 4200-BUCKET-OUTSTANDING - age the outstanding balance off the
009090* supplier's invoice date on the 30/360 calendar and add it to
009100* the right bucket.
009110******************************************************************
009120 4200-BUCKET-OUTSTANDING.
009130     MOVE AP-InvoiceDate TO Invoice-Date-Split
009140     COMPUTE Age-Days =
009150         ((Run-Year - Split-Year) * 360)
009160         + ((Run-Month - Split-Month) * 30)
009170         + (Run-Day - Split-Day)
009180     IF Age-Days > 90
009190         ADD Item-Outstanding TO Supplier-Days-90
009200     ELSE
009210         IF Age-Days > 60
009220             ADD Item-Outstanding TO Supplier-Days-60
009230         ELSE
009240             IF Age-Days > 30
009250                 ADD Item-Outstanding TO Supplier-Days-30
009260             ELSE
009270                 ADD Item-Outstanding TO Supplier-Current
009280             END-IF
009290         END-IF
009300     END-IF
009310     .

009320******************************************************************
009330* 4300-PRINT-SUPPLIER-LINE - print the aged buckets for the
009340* supplier just finished, by name where the master has it, and
009350* roll them into the grand totals.
009360******************************************************************
009370 4300-PRINT-SUPPLIER-LINE.
009380     MOVE SupplierID-Hold  TO AgedSupplierID
009390     MOVE SPACES           TO AgedSupplierName
009400     IF Supp-Master-Available
009410         MOVE SupplierID-Hold TO SU-SupplierID
009420         READ SupplierMasterFile
009430             INVALID KEY
009440                 MOVE "NOT ON MASTER" TO AgedSupplierName
009450             NOT INVALID KEY
009460                 MOVE SU-SupplierName TO AgedSupplierName
009470         END-READ
009480     END-IF
009490     MOVE Supplier-Current TO AgedCurrent
009500     MOVE Supplier-Days-30 TO AgedDays30
009510     MOVE Supplier-Days-60 TO AgedDays60
009520     MOVE Supplier-Days-90 TO AgedDays90
009530     WRITE Aged-Rpt-Record FROM Aged-Line
009540     ADD Supplier-Current TO Grand-Current
009550     ADD Supplier-Days-30 TO Grand-Days-30
009560     ADD Supplier-Days-60 TO Grand-Days-60
009570     ADD Supplier-Days-90 TO Grand-Days-90
009580     MOVE ZERO TO Supplier-Current
009590     MOVE ZERO TO Supplier-Days-30
009600     MOVE ZERO TO Supplier-Days-60
009610     MOVE ZERO TO Supplier-Days-90
009620     .

009630******************************************************************
009640* 4900-PRINT-GRAND-TOTALS - print the grand aged totals and the
009650* tie-out: outstanding must equal total invoiced less total
009660* paid.
009670******************************************************************
009680 4900-PRINT-GRAND-TOTALS.
009690     MOVE SPACES TO Aged-Rpt-Record
009700     WRITE Aged-Rpt-Record
009710     WRITE Aged-Rpt-Record FROM HorizontalLine
009720     MOVE Grand-Current TO GrandCurrent
009730     MOVE Grand-Days-30 TO GrandDays30
009740     MOVE Grand-Days-60 TO GrandDays60
009750     MOVE Grand-Days-90 TO GrandDays90
009760     WRITE Aged-Rpt-Record FROM Aged-Grand-Line
009770     COMPUTE Grand-Outstanding =
009780         Grand-Current + Grand-Days-30
009790         + Grand-Days-60 + Grand-Days-90
009800     MOVE Grand-Outstanding TO TieOutstanding
009810     WRITE Aged-Rpt-Record FROM Aged-Tie-Line-1
009820     MOVE Grand-Invoiced TO TieInvoiced
009830     MOVE Grand-Paid     TO TiePaid
009840     WRITE Aged-Rpt-Record FROM Aged-Tie-Line-2
009850     .

009860******************************************************************
009870* 7500-WRITE-GL-JOURNAL - append tonight's balanced journal to
009880* the shared GLPOST.DAT postings file GLTRIAL accumulates: the
009890* matched invoices' net value into stock and their VAT into
009900* input VAT, against trade creditors at the gross.
009910******************************************************************
009920 7500-WRITE-GL-JOURNAL.
009930     OPEN EXTEND GlPostingFile
009940     IF Gl-Posting-File-Status = "35"
009950         OPEN OUTPUT GlPostingFile
009960         CLOSE GlPostingFile
009970         OPEN EXTEND GlPostingFile
009980     END-IF
009990     MOVE "140000" TO Gl-Work-Account
010000     MOVE Matched-Net-Value TO Gl-Work-Debit
010010     MOVE ZERO TO Gl-Work-Credit
010020     PERFORM 7510-POST-ONE-GL-ROW
010030     MOVE "240000" TO Gl-Work-Account
010040     MOVE Matched-Vat-Value TO Gl-Work-Debit
010050     MOVE ZERO TO Gl-Work-Credit
010060     PERFORM 7510-POST-ONE-GL-ROW
010070     MOVE "200000" TO Gl-Work-Account
010080     MOVE ZERO TO Gl-Work-Debit
010090     MOVE Matched-Gross-Value TO Gl-Work-Credit
010100     PERFORM 7510-POST-ONE-GL-ROW
010110     CLOSE GlPostingFile
010120     .

010130******************************************************************
010140* 7510-POST-ONE-GL-ROW - write one journal row off the work
010150* fields.
010160******************************************************************
010170 7510-POST-ONE-GL-ROW.
010180     MOVE Run-Date        TO GL-RunDate
010190     MOVE "APPOST"        TO GL-Source
010200     MOVE Gl-Work-Account TO GL-AccountCode
010210     MOVE Gl-Work-Debit   TO GL-DebitAmount
010220     MOVE Gl-Work-Credit  TO GL-CreditAmount
010230     WRITE Gl-Posting-Record
010240     .

010250******************************************************************
010260* 8000-TERMINATE - close the files down.
010270******************************************************************
010280 8000-TERMINATE.
010290     IF NOT Run-Parm-Missing
010300         CLOSE ApItemsFile
010310         CLOSE MatchRptFile
010320         CLOSE AgedRptFile
010330         IF Supp-Master-Available
010340             CLOSE SupplierMasterFile
010350         END-IF
010360     END-IF
010370     .

010371******************************************************************
010372* 8900-REPORT-STEP-COUNTS - hand STEPCNT the supplier invoices
010373* read and matched.
010374******************************************************************
010375 8900-REPORT-STEP-COUNTS.
010376     MOVE Invoices-Read-Count TO Step-Records-In
010377     MOVE Invoices-Matched-Count TO Step-Records-Out
010378     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
010379         Step-Records-Out
010380     .

010381 END PROGRAM APPOST.
