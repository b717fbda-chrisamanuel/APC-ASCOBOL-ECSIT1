000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Customer order book: files the day's order lines
000050*             from ORDERS.DAT on the ORDBOOK.DAT order book,
000060*             allocates every open line against the stock that
000070*             is actually available, oldest order first, and
000080*             writes only what can be shipped to the SALES.DAT
000090*             extract the sales run sorts; the rest of each line
000100*             stays on the book as a back-order.
000110* Tectonics: cobc
000120******************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. ORDALLOC.
000150 AUTHOR.     D. FENNESSY.
000160 DATE-WRITTEN.

000170******************************************************************
000180* MODIFICATION HISTORY
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*               DF    New program: the ORDBOOK.DAT order book is
000220*                     keyed on order date, order number and line,
000230*                     so reading it in key order is oldest order
000240*                     first. New order lines are validated (oil,
000250*                     unit size, quantity, salesperson, customer
000260*                     on the master, no duplicate line) and filed
000270*                     open; ORDERS.DAT is emptied once read. Each
000280*                     open or back-ordered line is then allocated
000290*                     against the oil's stock on hand, plus the
000300*                     GOODSRCV.DAT receipts the sales run books
000310*                     tonight, less the branch 2 and 3 counter
000320*                     sales on SALES2.DAT/SALES3.DAT: what can be
000330*                     covered is shipped, the rest is back-
000340*                     ordered and released by a later night's
000350*                     receipts. A customer on credit hold is
000360*                     not allocated. The shipped quantities are
000370*                     written to SALES.DAT with the same HDR/TRL
000380*                     control records the branches send, under
000390*                     the order desk's branch code and the next
000400*                     BATCHSEQ.DAT sequence number; a SALES.DAT
000410*                     the sales run has not yet taken is never
000420*                     overwritten. ORDALLOC.RPT lists every line
000430*                     handled with its result and control totals.
000431*               DF    Stock is held by branch: the order desk now
000432*                     allocates only its own branch's stock rows,
000433*                     counts only the receipts delivered to it
000434*                     (or keyed without a branch), no longer
000435*                     takes branch 2 and 3 counter sales off (they
000436*                     draw their own branches' stock), and adds
000437*                     or takes off tonight's STKXFER.DAT transfers
000438*                     into or out of the order desk's branch.
000439*               DF    CUSTMAST.DAT record carries the country
000440*                     code and VAT number CUSTMNT now files.
000441*               DF    Hands its record counts to STEPCNT for
000442*                     RUNALL's run history, and holds its
000443*                     return code across the closing CALLs,
000444*                     which set RETURN-CODE themselves.
000445*               DF    CUSTMAST.DAT record carries the delivery
000446*                     preference, email and postal address
000447*                     CUSTMNT now files for DISTRIB.
000448*               DF    An order line keyed to a customer CUSTMERG
000449*                     has merged into another is booked to the
000450*                     surviving customer, and a line already on
000451*                     the book for the retired ID takes the
000452*                     survivor's hold flag: 2225-FOLLOW-ALIAS
000453*                     follows CM-MergedInto on the master
000454*                     (appended).
000455*               DF    No longer reads SALES2.DAT/SALES3.DAT:
000456*                     counter sales draw their own branch's stock,
000457*                     never the order desk's, so the pass is gone.
000458******************************************************************

000459 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OrderEntryFile ASSIGN TO "ORDERS.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Order-Entry-File-Status.

000510     SELECT OrderBookFile ASSIGN TO "ORDBOOK.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS OB-OrderKey
000550         FILE STATUS IS Order-Book-File-Status.

000560     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ST-StockKey
000600         FILE STATUS IS Stock-Master-File-Status.

000610     SELECT GoodsReceivedFile ASSIGN TO "GOODSRCV.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS Goods-Received-File-Status.

000632     SELECT StockTransferFile ASSIGN TO "STKXFER.DAT"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS Stock-Transfer-File-Status.

000700     SELECT CustomerMasterFile ASSIGN TO "CUSTMAST.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CM-CustomerID
000740         FILE STATUS IS Cust-Master-File-Status.

000750     SELECT BatchSeqFile ASSIGN TO "BATCHSEQ.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS Batch-Seq-File-Status.

000780     SELECT SalesFile ASSIGN TO "SALES.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS Sales-File-Status.

000810     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS Run-Parm-File-Status.

000840     SELECT AllocRptFile ASSIGN TO "ORDALLOC.RPT"
000850         ORGANIZATION IS LINE SEQUENTIAL.

000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD OrderEntryFile.
000890 01 Order-Entry-Record.
000900    02 OE-OrderNo           PIC 9(6).
000910    02 OE-LineNo            PIC 9(2).
000920    02 OE-OrderDate         PIC 9(8).
000930    02 FILLER REDEFINES OE-OrderDate.
000940       03 OE-OrderYear      PIC 9(4).
000950       03 OE-OrderMonth     PIC 9(2).
000960       03 OE-OrderDay       PIC 9(2).
000970    02 OE-CustomerID        PIC 9(5).
000980    02 OE-OilID.
000990       03 OE-OilCode        PIC X(1).
001000          88 OE-EssentialOil  VALUE 'E'.
001010          88 OE-BaseOil       VALUE 'B'.
001020       03 OE-OilNumber      PIC 9(2).
001030    02 OE-UnitSize          PIC 9(1).
001040    02 OE-Qty               PIC 9(3).
001050    02 OE-SalespersonID     PIC X(5).

001060 FD OrderBookFile.
001070 01 Order-Book-Record.
001080    02 OB-OrderKey.
001090       03 OB-OrderDate      PIC 9(8).
001100       03 OB-OrderNo        PIC 9(6).
001110       03 OB-LineNo         PIC 9(2).
001120    02 OB-CustomerID        PIC 9(5).
001130    02 OB-CustomerName      PIC X(20).
001140    02 OB-OilID.
001150       03 OB-OilCode        PIC X(1).
001160          88 OB-EssentialOil  VALUE 'E'.
001170          88 OB-BaseOil       VALUE 'B'.
001180       03 OB-OilNumber      PIC 9(2).
001190    02 OB-UnitSize          PIC 9(1).
001200    02 OB-QtyOrdered        PIC 9(3).
001210    02 OB-QtyShipped        PIC 9(3).
001220    02 OB-QtyOutstanding    PIC 9(3).
001230    02 OB-SalespersonID     PIC X(5).
001240    02 OB-LastShipDate      PIC 9(8).
001250    02 OB-LineStatus        PIC X(1).
001260       88 OB-Line-Open        VALUE 'O'.
001270       88 OB-Line-Back-Ordered VALUE 'B'.
001280       88 OB-Line-Complete    VALUE 'C'.

001290 FD StockMasterFile.
001300 01 Stock-Master-Record.
001305    02 ST-StockKey.
001310       03 ST-BranchID       PIC X(3).
001315       03 ST-OilID          PIC X(3).
001320    02 ST-OnHand            PIC 9(7).
001330    02 ST-MinLevel          PIC 9(5).
001340    02 ST-ReorderQty        PIC 9(5).
001350    02 ST-OnOrder           PIC 9(7).

001360 FD GoodsReceivedFile.
001370 01 Goods-Received-Record.
001380    02 GR-OilID.
001390       03 GR-OilCode        PIC X(1).
001400          88 GR-EssentialOil  VALUE 'E'.
001410          88 GR-BaseOil       VALUE 'B'.
001420       03 GR-OilNumber      PIC 9(2).
001430    02 GR-ReceivedDate      PIC 9(8).
001440    02 GR-Units             PIC 9(5).
001450    02 GR-LotNo             PIC X(10).
001460    02 GR-BestBefore        PIC 9(8).
001461    02 GR-BranchID          PIC X(3).

001462 FD StockTransferFile.
001463 01 Stock-Transfer-Record.
001464    02 XF-TransferDate      PIC 9(8).
001465    02 XF-OilID             PIC X(3).
001466    02 XF-FromBranchID      PIC X(3).
001467    02 XF-ToBranchID        PIC X(3).
001468    02 XF-Units             PIC 9(5).

001510 FD CustomerMasterFile.
001520 01 Customer-Master-Record.
001530    02 CM-CustomerID         PIC 9(5).
001540    02 CM-CustomerName       PIC X(20).
001550    02 CM-CreditLimit        PIC 9(7)V99.
001560    02 CM-HoldFlag           PIC X(1).
001570       88 CM-On-Hold           VALUE 'H'.
001573    02 CM-CountryCode        PIC X(2).
001576    02 CM-VatNumber          PIC X(14).
001577    02 CM-DeliveryPref       PIC X(1).
001578       88 CM-By-Post           VALUE 'P'.
001579       88 CM-By-Email          VALUE 'E'.
001580       88 CM-By-Both           VALUE 'B'.
001581    02 CM-EmailAddress       PIC X(40).
001582    02 CM-PostAddress        PIC X(60).
001583    02 CM-MergedInto         PIC 9(5).

001584 FD BatchSeqFile.
001590 01 Batch-Seq-Record.
001600    02 BSQ-BranchID         PIC X(3).
001610    02 BSQ-LastSeq          PIC 9(4).

001620 FD SalesFile.
001630 01 Sales-Extract-Record    PIC X(48).

001640 FD RunParmFile.
001650 01 Run-Parm-Record.
001660    02 RP-RunDate.
001670       03 RP-RunYear        PIC 9(4).
001680       03 RP-RunMonth       PIC 9(2).
001690       03 RP-RunDay         PIC 9(2).
001700    02 RP-PeriodStart       PIC 9(8).
001710    02 RP-PeriodEnd         PIC 9(8).
001720    02 RP-PeriodStatus      PIC X(1).

001730 FD AllocRptFile.
001740 01 Alloc-Rpt-Record        PIC X(100).

001750 WORKING-STORAGE SECTION.
001760* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001770* when another batch invocation is already in flight.
001780 01 Lock-Function            PIC X(01) VALUE SPACE.
001790 01 Lock-Step-Name           PIC X(20) VALUE "ORDALLOC".
001800 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001810 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001811* The closing CALLs set RETURN-CODE themselves, so the
001812* step's own code is held here and restored after them.
001813 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001814 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001815 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001816 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001820 01 Order-Entry-File-Status  PIC X(02) VALUE SPACES.
001830 77 Order-Book-File-Status   PIC X(02) VALUE '00'.
001840 77 Stock-Master-File-Status PIC X(02) VALUE '00'.
001850 01 Goods-Received-File-Status PIC X(02) VALUE SPACES.
001855 01 Stock-Transfer-File-Status PIC X(02) VALUE SPACES.
001880 77 Cust-Master-File-Status  PIC X(02) VALUE '00'.
001890 77 Batch-Seq-File-Status    PIC X(02) VALUE '00'.
001900 01 Sales-File-Status        PIC X(02) VALUE SPACES.
001910 77 Run-Parm-File-Status     PIC X(02) VALUE '00'.
001920 01 Entry-Eof-Switch         PIC X(01) VALUE 'N'.
001930     88 Entry-Eof             VALUE 'Y'.
001940 01 Book-Eof-Switch          PIC X(01) VALUE 'N'.
001950     88 Book-Eof              VALUE 'Y'.
001960 01 Stock-Eof-Switch         PIC X(01) VALUE 'N'.
001970     88 Stock-Eof             VALUE 'Y'.
001980 01 Receipt-Eof-Switch       PIC X(01) VALUE 'N'.
001990     88 Receipt-Eof           VALUE 'Y'.
001993 01 Transfer-Eof-Switch      PIC X(01) VALUE 'N'.
001996     88 Transfer-Eof          VALUE 'Y'.
002040 01 Batch-Seq-Eof-Switch     PIC X(01) VALUE 'N'.
002050     88 Batch-Seq-Eof         VALUE 'Y'.
002060 01 Run-Parm-Missing-Switch  PIC X(01) VALUE 'N'.
002070     88 Run-Parm-Missing      VALUE 'Y'.
002080 01 Extract-Pending-Switch   PIC X(01) VALUE 'N'.
002090     88 Extract-Pending       VALUE 'Y'.
002100 01 Cust-Master-Available-Switch PIC X(01) VALUE 'N'.
002110     88 Cust-Master-Available      VALUE 'Y'.
002111 01 Customer-Found-Switch    PIC X(01) VALUE 'N'.
002112     88 Customer-Found        VALUE 'Y'.
002113* Alias-Hop-Count stops a merged ID whose alias chain loops from
002114* being followed for ever.
002115 01 Alias-Hop-Count          PIC 9(2)  VALUE ZERO.
002116 77 Max-Alias-Hops           PIC 9(2)  VALUE 9.
002120 01 Line-Valid-Switch        PIC X(01) VALUE 'Y'.
002130     88 Line-Is-Valid         VALUE 'Y'.
002140 01 Customer-Held-Switch     PIC X(01) VALUE 'N'.
002150     88 Customer-Held         VALUE 'Y'.

002160 01 Run-Date                 PIC 9(8)  VALUE ZERO.

002170* The order desk's SALES.DAT goes through the sales run's
002176* header/trailer and sequence checks under this branch code,
002182* and it allocates the stock held at this branch.
002190 77 Order-Desk-Branch        PIC X(3)  VALUE "001".
002200 01 Desk-Last-Seq            PIC 9(4)  VALUE ZERO.
002210 01 Desk-Next-Seq            PIC 9(4)  VALUE ZERO.

002220* Oil-Avail-Table holds, per oil slot (essential oils 1 thru 15
002230* in slots 1 thru 15, base oils in 16 thru 30), the stock units
002240* still free to allocate tonight.
002250 01 Oil-Avail-Table.
002260    02 Oil-Avail-Units OCCURS 30 TIMES PIC S9(8) VALUE ZERO.
002270 01 OilIndex                 PIC 9(2)  VALUE ZERO.

002290* Extract-Record and its REDEFINES views are how one extract
002300* record is built or examined: HDR and TRL control records and
002310* the detail sale, the layouts the branches send.
002320 01 Extract-Record           PIC X(48).
002330 01 FILLER REDEFINES Extract-Record.
002340    02 ER-RecordTag          PIC X(3).
002350       88 ER-Header            VALUE "HDR".
002360       88 ER-Trailer           VALUE "TRL".
002370    02 FILLER                PIC X(45).
002380 01 FILLER REDEFINES Extract-Record.
002390    02 FILLER                PIC X(3).
002400    02 EH-BranchID           PIC X(3).
002410    02 EH-ExtractDate        PIC 9(8).
002420    02 EH-SequenceNo         PIC 9(4).
002430    02 FILLER                PIC X(30).
002440 01 FILLER REDEFINES Extract-Record.
002450    02 FILLER                PIC X(3).
002460    02 ET-RecordCount        PIC 9(7).
002470    02 ET-UnitsHash          PIC 9(9).
002480    02 FILLER                PIC X(29).
002490 01 FILLER REDEFINES Extract-Record.
002500    02 ED-CustomerID         PIC 9(5).
002510    02 ED-CustomerName       PIC X(20).
002520    02 ED-OilID.
002530       03 ED-OilCode         PIC X(1).
002540          88 ED-EssentialOil   VALUE 'E'.
002550          88 ED-BaseOil        VALUE 'B'.
002560       03 ED-OilNumber       PIC 9(2).
002570    02 ED-UnitSize           PIC 9(1).
002580    02 ED-UnitsSold          PIC 9(3).
002590    02 ED-SalespersonID      PIC X(5).
002600    02 ED-SaleDate           PIC 9(8).
002610    02 ED-BranchID           PIC X(3).

002620 01 Reject-Reason-Text       PIC X(24) VALUE SPACES.
002630 01 Alloc-Result-Text        PIC X(20) VALUE SPACES.
002640 01 Ship-Qty                 PIC 9(7)  VALUE ZERO.
002650 01 Ship-Stock-Units         PIC 9(8)  VALUE ZERO.
002660 01 Was-Back-Ordered-Switch  PIC X(01) VALUE 'N'.
002670     88 Was-Back-Ordered      VALUE 'Y'.

002680 01 Entries-Read-Count       PIC 9(5)  VALUE ZERO.
002690 01 Entries-Accepted-Count   PIC 9(5)  VALUE ZERO.
002700 01 Entries-Rejected-Count   PIC 9(5)  VALUE ZERO.
002710 01 Shipped-Full-Count       PIC 9(5)  VALUE ZERO.
002720 01 Part-Shipped-Count       PIC 9(5)  VALUE ZERO.
002730 01 Back-Ordered-Count       PIC 9(5)  VALUE ZERO.
002740 01 Released-Count           PIC 9(5)  VALUE ZERO.
002750 01 Held-Count               PIC 9(5)  VALUE ZERO.
002760 01 Extract-Detail-Count     PIC 9(7)  VALUE ZERO.
002770 01 Extract-Units-Hash       PIC 9(9)  VALUE ZERO.

002780 01 Alloc-Heading.
002790    02 FILLER                PIC X(25) VALUE SPACES.
002800    02 FILLER                PIC X(27)
002810       VALUE "ORDER BOOK ALLOCATION RUN".

002820 01 Alloc-Date-Line.
002830    02 FILLER                PIC X(25) VALUE SPACES.
002840    02 FILLER                PIC X(10) VALUE "RUN DATE:".
002850    02 HeadingRunDate        PIC 9(8).
002860    02 FILLER                PIC X(14) VALUE "   EXTRACT NO:".
002870    02 HeadingSeqNo          PIC ZZZ9.

002880 01 HorizontalLine.
002890    02 FILLER                PIC X(03) VALUE SPACES.
002900    02 FILLER                PIC X(90) VALUE ALL '-'.

002910 01 Alloc-Columns.
002920    02 FILLER                PIC X(02) VALUE SPACES.
002930    02 FILLER                PIC X(06) VALUE "ORDER".
002940    02 FILLER                PIC X(03) VALUE " LN".
002950    02 FILLER                PIC X(02) VALUE SPACES.
002960    02 FILLER                PIC X(08) VALUE "ORDERED".
002970    02 FILLER                PIC X(02) VALUE SPACES.
002980    02 FILLER                PIC X(05) VALUE "CUST".
002990    02 FILLER                PIC X(02) VALUE SPACES.
003000    02 FILLER                PIC X(03) VALUE "OIL".
003010    02 FILLER                PIC X(05) VALUE "  QTY".
003020    02 FILLER                PIC X(06) VALUE "  SHIP".
003030    02 FILLER                PIC X(06) VALUE "  B/O".
003040    02 FILLER                PIC X(02) VALUE SPACES.
003050    02 FILLER                PIC X(24) VALUE "RESULT".

003060 01 Alloc-Line.
003070    02 FILLER                PIC X(02) VALUE SPACES.
003080    02 AllocOrderNo          PIC 9(6).
003090    02 FILLER                PIC X(01) VALUE SPACES.
003100    02 AllocLineNo           PIC 99.
003110    02 FILLER                PIC X(02) VALUE SPACES.
003120    02 AllocOrderDate        PIC 9(8).
003130    02 FILLER                PIC X(02) VALUE SPACES.
003140    02 AllocCustomerID       PIC 9(5).
003150    02 FILLER                PIC X(02) VALUE SPACES.
003160    02 AllocOilID            PIC X(3).
003170    02 AllocQtyOrdered       PIC BBZZ9.
003180    02 AllocQtyShipped       PIC BBBZZ9.
003190    02 AllocQtyOutstanding   PIC BBBZZ9.
003200    02 FILLER                PIC X(02) VALUE SPACES.
003210    02 AllocResult           PIC X(24).

003220 01 Alloc-Control-Line-1.
003230    02 FILLER                PIC X(14) VALUE "LINES ENTERED:".
003240    02 ControlEntriesRead    PIC BZZZZ9.
003250    02 FILLER                PIC X(12) VALUE "  ACCEPTED:".
003260    02 ControlAccepted       PIC BZZZZ9.
003270    02 FILLER                PIC X(12) VALUE "  REJECTED:".
003280    02 ControlRejected       PIC BZZZZ9.

003290 01 Alloc-Control-Line-2.
003300    02 FILLER                PIC X(14) VALUE "SHIPPED FULL:".
003310    02 ControlShippedFull    PIC BZZZZ9.
003320    02 FILLER                PIC X(16) VALUE "  PART SHIPPED:".
003330    02 ControlPartShipped    PIC BZZZZ9.
003340    02 FILLER                PIC X(16) VALUE "  BACK-ORDERED:".
003350    02 ControlBackOrdered    PIC BZZZZ9.

003360 01 Alloc-Control-Line-3.
003370    02 FILLER                PIC X(14) VALUE "B/O RELEASED:".
003380    02 ControlReleased       PIC BZZZZ9.
003390    02 FILLER                PIC X(16) VALUE "  HELD (CREDIT):".
003400    02 ControlHeld           PIC BZZZZ9.

003410 01 Alloc-Control-Line-4.
003420    02 FILLER                PIC X(18) VALUE "EXTRACT DETAILS:".
003430    02 ControlDetailCount    PIC BZZZZZZ9.
003440    02 FILLER                PIC X(16) VALUE "  UNITS SHIPPED:".
003450    02 ControlUnitsHash      PIC BZZZ,ZZZ,ZZ9.

003460 01 Alloc-Pending-Line.
003470    02 FILLER                PIC X(02) VALUE SPACES.
003480    02 FILLER                PIC X(46)
003490       VALUE "SALES.DAT NOT YET TAKEN BY SALES RUN - KEPT".

003500 PROCEDURE DIVISION.

003510 0000-MAINLINE.
003520     MOVE 'S' TO Lock-Function
003530     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003540         Lock-Run-Date, Lock-Return-Code
003550     IF Lock-Return-Code NOT = ZERO
003560         MOVE 16 TO RETURN-CODE
003570         GOBACK
003580     END-IF
003590     PERFORM 1000-INITIALIZE
003600     IF Run-Parm-Missing OR Extract-Pending
003610         MOVE 16 TO RETURN-CODE
003620     ELSE
003630         PERFORM 2000-ENTER-NEW-ORDERS
003640         PERFORM 3000-ALLOCATE-BOOK
003650         PERFORM 3900-FINISH-EXTRACT
003660         PERFORM 4000-PRINT-CONTROLS
003670     END-IF
003680     PERFORM 8000-TERMINATE
003683     MOVE RETURN-CODE TO Step-Return-Code
003686     PERFORM 8900-REPORT-STEP-COUNTS
003690     MOVE 'R' TO Lock-Function
003700     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003710         Lock-Run-Date, Lock-Return-Code
003715     MOVE Step-Return-Code TO RETURN-CODE
003720     GOBACK.

003730******************************************************************
003740* 1000-INITIALIZE - read the run date, make sure last night's
003750* extract has been taken, work out tonight's free stock, open
003760* the book and start the new extract and the report.
003770******************************************************************
003780 1000-INITIALIZE.
003790     OPEN OUTPUT AllocRptFile
003800     WRITE Alloc-Rpt-Record FROM Alloc-Heading
003810     PERFORM 1100-READ-RUN-PARM
003820     IF NOT Run-Parm-Missing
003830         PERFORM 1200-LOAD-DESK-SEQUENCE
003840         PERFORM 1250-CHECK-PENDING-EXTRACT
003850     END-IF
003860     IF NOT Run-Parm-Missing AND NOT Extract-Pending
003870         MOVE Run-Date      TO HeadingRunDate
003880         MOVE Desk-Next-Seq TO HeadingSeqNo
003890         WRITE Alloc-Rpt-Record FROM Alloc-Date-Line
003900         WRITE Alloc-Rpt-Record FROM HorizontalLine
003910         MOVE SPACES TO Alloc-Rpt-Record
003920         WRITE Alloc-Rpt-Record
003930         WRITE Alloc-Rpt-Record FROM Alloc-Columns
003940         PERFORM 1300-LOAD-STOCK-ON-HAND
003950         PERFORM 1400-ADD-TONIGHTS-RECEIPTS
003955         PERFORM 1450-ADD-TONIGHTS-TRANSFERS
003970         OPEN I-O OrderBookFile
003980         IF Order-Book-File-Status = "35"
003990             OPEN OUTPUT OrderBookFile
004000             CLOSE OrderBookFile
004010             OPEN I-O OrderBookFile
004020         END-IF
004030         OPEN INPUT CustomerMasterFile
004040         IF Cust-Master-File-Status = "00"
004050             MOVE 'Y' TO Cust-Master-Available-Switch
004060         END-IF
004070         OPEN OUTPUT SalesFile
004080         MOVE SPACES            TO Extract-Record
004090         MOVE "HDR"             TO ER-RecordTag
004100         MOVE Order-Desk-Branch TO EH-BranchID
004110         MOVE Run-Date          TO EH-ExtractDate
004120         MOVE Desk-Next-Seq     TO EH-SequenceNo
004130         WRITE Sales-Extract-Record FROM Extract-Record
004140     END-IF
004150     .

004160******************************************************************
004170* 1100-READ-RUN-PARM - read the run date off RUNPARM.DAT; it is
004180* the dispatch date on every shipped line.
004190******************************************************************
004200 1100-READ-RUN-PARM.
004210     OPEN INPUT RunParmFile
004220     IF Run-Parm-File-Status NOT = "00"
004230         MOVE 'Y' TO Run-Parm-Missing-Switch
004240     ELSE
004250         READ RunParmFile
004260             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
004270             NOT AT END
004280                 MOVE RP-RunDate TO Run-Date
004290         END-READ
004300         CLOSE RunParmFile
004310     END-IF
004320     .

004330******************************************************************
004340* 1200-LOAD-DESK-SEQUENCE - find the last extract sequence number
004350* the sales run has accepted for the order desk on BATCHSEQ.DAT;
004360* tonight's extract takes the next one.
004370******************************************************************
004380 1200-LOAD-DESK-SEQUENCE.
004390     OPEN INPUT BatchSeqFile
004400     IF Batch-Seq-File-Status NOT = "00"
004410         MOVE 'Y' TO Batch-Seq-Eof-Switch
004420     ELSE
004430         READ BatchSeqFile
004440             AT END MOVE 'Y' TO Batch-Seq-Eof-Switch
004450         END-READ
004460         PERFORM 1210-CHECK-ONE-SEQ UNTIL Batch-Seq-Eof
004470         CLOSE BatchSeqFile
004480     END-IF
004490     IF Desk-Last-Seq = 9999
004500         MOVE 1 TO Desk-Next-Seq
004510     ELSE
004520         COMPUTE Desk-Next-Seq = Desk-Last-Seq + 1
004530     END-IF
004540     .

004550******************************************************************
004560* 1210-CHECK-ONE-SEQ - keep the order desk's row.
004570******************************************************************
004580 1210-CHECK-ONE-SEQ.
004590     IF BSQ-BranchID = Order-Desk-Branch
004600         MOVE BSQ-LastSeq TO Desk-Last-Seq
004610     END-IF
004620     READ BatchSeqFile
004630         AT END MOVE 'Y' TO Batch-Seq-Eof-Switch
004640     END-READ
004650     .

004660******************************************************************
004670* 1250-CHECK-PENDING-EXTRACT - a SALES.DAT whose header carries
004680* a sequence number the sales run has not yet accepted still
004690* holds shipped lines nobody has invoiced; it is left alone and
004700* the run refused rather than overwritten.
004710******************************************************************
004720 1250-CHECK-PENDING-EXTRACT.
004730     OPEN INPUT SalesFile
004740     IF Sales-File-Status = "00"
004750         READ SalesFile INTO Extract-Record
004760             AT END MOVE SPACES TO Extract-Record
004770         END-READ
004780         IF ER-Header AND EH-BranchID = Order-Desk-Branch
004790                 AND EH-SequenceNo NUMERIC
004800                 AND EH-SequenceNo > Desk-Last-Seq
004810             MOVE 'Y' TO Extract-Pending-Switch
004820             WRITE Alloc-Rpt-Record FROM Alloc-Pending-Line
004830         END-IF
004840         CLOSE SalesFile
004850     END-IF
004860     .

004870******************************************************************
004880* 1300-LOAD-STOCK-ON-HAND - start every oil's free stock at its
004887* on-hand balance on the order desk branch's stock rows. No
004894* stock master means nothing can be allocated and every line
004901* back-orders.
004910******************************************************************
004920 1300-LOAD-STOCK-ON-HAND.
004930     OPEN INPUT StockMasterFile
004940     IF Stock-Master-File-Status = "00"
004945         MOVE Order-Desk-Branch TO ST-BranchID
004950         MOVE LOW-VALUES TO ST-OilID
004960         START StockMasterFile KEY NOT < ST-StockKey
004970             INVALID KEY MOVE 'Y' TO Stock-Eof-Switch
004980         END-START
004990         IF NOT Stock-Eof
005000             READ StockMasterFile NEXT RECORD
005010                 AT END MOVE 'Y' TO Stock-Eof-Switch
005020             END-READ
005030         END-IF
005040         PERFORM 1310-LOAD-ONE-STOCK-ROW UNTIL Stock-Eof
005050         CLOSE StockMasterFile
005060     END-IF
005070     .

005080******************************************************************
005090* 1310-LOAD-ONE-STOCK-ROW - file one oil's on-hand balance in its
005100* slot, stopping at the end of the order desk branch's rows.
005110******************************************************************
005120 1310-LOAD-ONE-STOCK-ROW.
005124     IF ST-BranchID NOT = Order-Desk-Branch
005128         MOVE 'Y' TO Stock-Eof-Switch
005132     ELSE
005136         MOVE ST-OilID TO ED-OilID
005140         PERFORM 5000-FIND-OIL-SLOT
005144         IF OilIndex > ZERO
005148             MOVE ST-OnHand TO Oil-Avail-Units (OilIndex)
005152         END-IF
005156         READ StockMasterFile NEXT RECORD
005160             AT END MOVE 'Y' TO Stock-Eof-Switch
005164         END-READ
005170     END-IF
005210     .

005220******************************************************************
005230* 1400-ADD-TONIGHTS-RECEIPTS - the sales run books GOODSRCV.DAT
005240* onto the stock master before it draws tonight's sales down, so
005250* receipts waiting on the file are free to allocate now; this is
005260* what releases back-orders. The file is read, not emptied.
005270******************************************************************
005280 1400-ADD-TONIGHTS-RECEIPTS.
005290     OPEN INPUT GoodsReceivedFile
005300     IF Goods-Received-File-Status = "00"
005310         READ GoodsReceivedFile
005320             AT END MOVE 'Y' TO Receipt-Eof-Switch
005330         END-READ
005340         PERFORM 1410-ADD-ONE-RECEIPT UNTIL Receipt-Eof
005350         CLOSE GoodsReceivedFile
005360     END-IF
005370     .

005380******************************************************************
005385* 1410-ADD-ONE-RECEIPT - add one receipt's units to its oil when
005390* it was delivered to the order desk branch; a receipt keyed
005395* without a branch is the main warehouse's, which is the desk's.
005400******************************************************************
005410 1410-ADD-ONE-RECEIPT.
005417     IF GR-BranchID = Order-Desk-Branch OR GR-BranchID = SPACES
005424         MOVE GR-OilID TO ED-OilID
005431         PERFORM 5000-FIND-OIL-SLOT
005438         IF OilIndex > ZERO AND GR-Units NUMERIC
005445             ADD GR-Units TO Oil-Avail-Units (OilIndex)
005452         END-IF
005460     END-IF
005470     READ GoodsReceivedFile
005480         AT END MOVE 'Y' TO Receipt-Eof-Switch
005490     END-READ
005500     .

005510******************************************************************
005511* 1450-ADD-TONIGHTS-TRANSFERS - the sales run moves STKXFER.DAT
005512* transfers between branches before it draws tonight's sales
005513* down, so stock coming in to the order desk branch is free to
005514* allocate now and stock going out of it is not. The file is
005515* read, not emptied.
005516******************************************************************
005517 1450-ADD-TONIGHTS-TRANSFERS.
005518     OPEN INPUT StockTransferFile
005519     IF Stock-Transfer-File-Status = "00"
005520         READ StockTransferFile
005521             AT END MOVE 'Y' TO Transfer-Eof-Switch
005522         END-READ
005523         PERFORM 1460-ADD-ONE-TRANSFER UNTIL Transfer-Eof
005524         CLOSE StockTransferFile
005525     END-IF
005526     .

005527******************************************************************
005528* 1460-ADD-ONE-TRANSFER - add a transfer into the order desk
005529* branch to its oil, or take one out of it off.
005530******************************************************************
005531 1460-ADD-ONE-TRANSFER.
005532     MOVE XF-OilID TO ED-OilID
005533     PERFORM 5000-FIND-OIL-SLOT
005534     IF OilIndex > ZERO AND XF-Units NUMERIC
005535             AND XF-FromBranchID NOT = XF-ToBranchID
005536         IF XF-ToBranchID = Order-Desk-Branch
005537             ADD XF-Units TO Oil-Avail-Units (OilIndex)
005538         END-IF
005539         IF XF-FromBranchID = Order-Desk-Branch
005540             SUBTRACT XF-Units FROM Oil-Avail-Units (OilIndex)
005541         END-IF
005542     END-IF
005543     READ StockTransferFile
005544         AT END MOVE 'Y' TO Transfer-Eof-Switch
005545     END-READ
005546     .

006080******************************************************************
006090* 2000-ENTER-NEW-ORDERS - validate the day's order lines and file
006100* the good ones on the book as open lines; ORDERS.DAT is emptied
006110* once read so a re-run cannot file the same lines twice.
006120******************************************************************
006130 2000-ENTER-NEW-ORDERS.
006140     OPEN INPUT OrderEntryFile
006150     IF Order-Entry-File-Status = "00"
006160         READ OrderEntryFile
006170             AT END MOVE 'Y' TO Entry-Eof-Switch
006180         END-READ
006190         PERFORM 2100-ENTER-ONE-LINE UNTIL Entry-Eof
006200         CLOSE OrderEntryFile
006210         OPEN OUTPUT OrderEntryFile
006220         CLOSE OrderEntryFile
006230     END-IF
006240     .

006250******************************************************************
006260* 2100-ENTER-ONE-LINE - check one order line and either file it
006270* on the book or list it rejected with its reason.
006280******************************************************************
006290 2100-ENTER-ONE-LINE.
006300     ADD 1 TO Entries-Read-Count
006310     PERFORM 2200-CHECK-ORDER-LINE
006320     IF Line-Is-Valid
006330         MOVE OE-OrderDate     TO OB-OrderDate
006340         MOVE OE-OrderNo       TO OB-OrderNo
006350         MOVE OE-LineNo        TO OB-LineNo
006360         MOVE OE-CustomerID    TO OB-CustomerID
006370         MOVE OE-OilID         TO OB-OilID
006380         MOVE OE-UnitSize      TO OB-UnitSize
006390         MOVE OE-Qty           TO OB-QtyOrdered
006400         MOVE ZERO             TO OB-QtyShipped
006410         MOVE OE-Qty           TO OB-QtyOutstanding
006420         MOVE OE-SalespersonID TO OB-SalespersonID
006430         MOVE ZERO             TO OB-LastShipDate
006440         MOVE 'O'              TO OB-LineStatus
006450         IF Cust-Master-Available
006460             MOVE CM-CustomerName TO OB-CustomerName
006470         ELSE
006480             MOVE SPACES TO OB-CustomerName
006490         END-IF
006500         WRITE Order-Book-Record
006510             INVALID KEY
006520                 MOVE 'N' TO Line-Valid-Switch
006530                 MOVE "DUPLICATE ORDER LINE" TO Reject-Reason-Text
006540         END-WRITE
006550     END-IF
006560     IF Line-Is-Valid
006570         ADD 1 TO Entries-Accepted-Count
006580     ELSE
006590         ADD 1 TO Entries-Rejected-Count
006600         MOVE OE-OrderNo     TO AllocOrderNo
006610         MOVE OE-LineNo      TO AllocLineNo
006620         MOVE OE-OrderDate   TO AllocOrderDate
006630         MOVE OE-CustomerID  TO AllocCustomerID
006640         MOVE OE-OilID       TO AllocOilID
006650         MOVE OE-Qty         TO AllocQtyOrdered
006660         MOVE ZERO           TO AllocQtyShipped
006670         MOVE ZERO           TO AllocQtyOutstanding
006680         MOVE Reject-Reason-Text TO AllocResult
006690         WRITE Alloc-Rpt-Record FROM Alloc-Line
006700     END-IF
006710     READ OrderEntryFile
006720         AT END MOVE 'Y' TO Entry-Eof-Switch
006730     END-READ
006740     .

006750******************************************************************
006760* 2200-CHECK-ORDER-LINE - validate the order line's keys, oil,
006770* size, quantity, salesperson and customer.
006780******************************************************************
006790 2200-CHECK-ORDER-LINE.
006800     MOVE 'Y' TO Line-Valid-Switch
006810     IF OE-OrderNo NOT NUMERIC OR OE-OrderNo = ZERO
006820             OR OE-LineNo NOT NUMERIC
006830         MOVE 'N' TO Line-Valid-Switch
006840         MOVE "BAD ORDER/LINE NUMBER" TO Reject-Reason-Text
006850     ELSE
006860         IF OE-OrderDate NOT NUMERIC
006870                 OR OE-OrderMonth = ZERO OR OE-OrderMonth > 12
006880                 OR OE-OrderDay = ZERO OR OE-OrderDay > 31
006890                 OR OE-OrderDate > Run-Date
006900             MOVE 'N' TO Line-Valid-Switch
006910             MOVE "BAD ORDER DATE" TO Reject-Reason-Text
006920         ELSE
006930             PERFORM 2210-CHECK-LINE-FIELDS
006940         END-IF
006950     END-IF
006960     .

006970******************************************************************
006980* 2210-CHECK-LINE-FIELDS - the oil, size, quantity and
006990* salesperson, then the customer on the master.
007000******************************************************************
007010 2210-CHECK-LINE-FIELDS.
007020     IF NOT OE-EssentialOil AND NOT OE-BaseOil
007030         MOVE 'N' TO Line-Valid-Switch
007040         MOVE "BAD OIL CODE" TO Reject-Reason-Text
007050     ELSE
007060         IF OE-OilNumber NOT NUMERIC OR OE-OilNumber = ZERO
007070                 OR OE-OilNumber > 15
007080             MOVE 'N' TO Line-Valid-Switch
007090             MOVE "BAD OIL NUMBER" TO Reject-Reason-Text
007100         ELSE
007110             IF OE-UnitSize NOT NUMERIC OR OE-UnitSize = ZERO
007120                 MOVE 'N' TO Line-Valid-Switch
007130                 MOVE "BAD UNIT SIZE" TO Reject-Reason-Text
007140             ELSE
007150                 IF OE-Qty NOT NUMERIC OR OE-Qty = ZERO
007160                     MOVE 'N' TO Line-Valid-Switch
007170                     MOVE "ZERO QUANTITY" TO Reject-Reason-Text
007180                 ELSE
007190                     IF OE-SalespersonID = SPACES
007200                         MOVE 'N' TO Line-Valid-Switch
007210                         MOVE "MISSING SALESPERSON ID"
007220                             TO Reject-Reason-Text
007230                     ELSE
007240                         PERFORM 2220-CHECK-CUSTOMER
007250                     END-IF
007260                 END-IF
007270             END-IF
007280         END-IF
007290     END-IF
007300     .

007310******************************************************************
007320* 2220-CHECK-CUSTOMER - an order for a customer not on the master
007330* is refused; the master's spelling of the name goes on the book.
007340******************************************************************
007350 2220-CHECK-CUSTOMER.
007360     IF Cust-Master-Available
007370         MOVE OE-CustomerID TO CM-CustomerID
007373         MOVE 'N' TO Customer-Found-Switch
007376         MOVE ZERO TO Alias-Hop-Count
007380         READ CustomerMasterFile
007390             INVALID KEY
007391                 CONTINUE
007392             NOT INVALID KEY
007393                 MOVE 'Y' TO Customer-Found-Switch
007394         END-READ
007395         PERFORM 2225-FOLLOW-ALIAS
007396             UNTIL NOT Customer-Found OR CM-MergedInto = ZERO
007397         IF NOT Customer-Found
007398             MOVE 'N' TO Line-Valid-Switch
007399             MOVE "UNKNOWN CUSTOMER ID" TO Reject-Reason-Text
007400         ELSE
007401             MOVE CM-CustomerID TO OE-CustomerID
007402         END-IF
007403     END-IF
007404     .

007405******************************************************************
007406* 2225-FOLLOW-ALIAS - the customer just read has been merged into
007407* another: read the customer it survives as. A chain longer than
007408* Max-Alias-Hops is treated as not on file.
007409******************************************************************
007410 2225-FOLLOW-ALIAS.
007411     ADD 1 TO Alias-Hop-Count
007412     IF Alias-Hop-Count > Max-Alias-Hops
007413         MOVE 'N' TO Customer-Found-Switch
007414     ELSE
007415         MOVE CM-MergedInto TO CM-CustomerID
007416         READ CustomerMasterFile
007417             INVALID KEY
007418                 MOVE 'N' TO Customer-Found-Switch
007420         END-READ
007430     END-IF
007440     .

007450******************************************************************
007460* 3000-ALLOCATE-BOOK - read the whole book in key order, which is
007470* oldest order first, and allocate every line still outstanding.
007480******************************************************************
007490 3000-ALLOCATE-BOOK.
007500     MOVE LOW-VALUES TO OB-OrderKey
007510     START OrderBookFile KEY NOT < OB-OrderKey
007520         INVALID KEY MOVE 'Y' TO Book-Eof-Switch
007530     END-START
007540     IF NOT Book-Eof
007550         READ OrderBookFile NEXT RECORD
007560             AT END MOVE 'Y' TO Book-Eof-Switch
007570         END-READ
007580     END-IF
007590     PERFORM 3100-ALLOCATE-ONE-LINE UNTIL Book-Eof
007600     .

007610******************************************************************
007620* 3100-ALLOCATE-ONE-LINE - ship as much of the line as the oil's
007630* free stock covers and back-order the rest. A customer on
007640* credit hold is passed over and the line left as it stands.
007650******************************************************************
007660 3100-ALLOCATE-ONE-LINE.
007670     IF OB-QtyOutstanding > ZERO AND NOT OB-Line-Complete
007680         MOVE 'N' TO Was-Back-Ordered-Switch
007690         IF OB-Line-Back-Ordered
007700             MOVE 'Y' TO Was-Back-Ordered-Switch
007710         END-IF
007720         PERFORM 3150-CHECK-CREDIT-HOLD
007730         IF Customer-Held
007740             ADD 1 TO Held-Count
007750             MOVE ZERO TO Ship-Qty
007760             MOVE "ON CREDIT HOLD" TO Alloc-Result-Text
007770             PERFORM 3300-PRINT-ALLOC-LINE
007780         ELSE
007790             PERFORM 3200-WORK-OUT-SHIPMENT
007800             IF Ship-Qty > ZERO
007810                 PERFORM 3400-WRITE-EXTRACT-DETAIL
007820             END-IF
007830             PERFORM 3250-UPDATE-BOOK-LINE
007840             IF Ship-Qty > ZERO OR NOT Was-Back-Ordered
007850                 PERFORM 3300-PRINT-ALLOC-LINE
007860             END-IF
007870         END-IF
007880     END-IF
007890     READ OrderBookFile NEXT RECORD
007900         AT END MOVE 'Y' TO Book-Eof-Switch
007910     END-READ
007920     .

007930******************************************************************
007940* 3150-CHECK-CREDIT-HOLD - look the line's customer up for the
007946* master's hold flag, the survivor's where the customer booked
007952* has since been merged.
007960******************************************************************
007970 3150-CHECK-CREDIT-HOLD.
007980     MOVE 'N' TO Customer-Held-Switch
007990     IF Cust-Master-Available
008000         MOVE OB-CustomerID TO CM-CustomerID
008003         MOVE 'N' TO Customer-Found-Switch
008006         MOVE ZERO TO Alias-Hop-Count
008010         READ CustomerMasterFile
008020             INVALID KEY CONTINUE
008030             NOT INVALID KEY
008040                 MOVE 'Y' TO Customer-Found-Switch
008070         END-READ
008071         PERFORM 2225-FOLLOW-ALIAS
008072             UNTIL NOT Customer-Found OR CM-MergedInto = ZERO
008073         IF Customer-Found AND CM-On-Hold
008074             MOVE 'Y' TO Customer-Held-Switch
008075         END-IF
008080     END-IF
008090     .

008100******************************************************************
008110* 3200-WORK-OUT-SHIPMENT - the whole units of the line's size
008120* the oil's free stock covers, up to what is still outstanding.
008130******************************************************************
008140 3200-WORK-OUT-SHIPMENT.
008150     MOVE ZERO TO Ship-Qty
008160     MOVE OB-OilID TO ED-OilID
008170     PERFORM 5000-FIND-OIL-SLOT
008180     IF OilIndex > ZERO
008190         IF Oil-Avail-Units (OilIndex) > ZERO
008200             COMPUTE Ship-Qty =
008210                 Oil-Avail-Units (OilIndex) / OB-UnitSize
008220             IF Ship-Qty > OB-QtyOutstanding
008230                 MOVE OB-QtyOutstanding TO Ship-Qty
008240             END-IF
008250             COMPUTE Ship-Stock-Units = Ship-Qty * OB-UnitSize
008260             SUBTRACT Ship-Stock-Units
008270                 FROM Oil-Avail-Units (OilIndex)
008280         END-IF
008290     END-IF
008300     .

008310******************************************************************
008320* 3250-UPDATE-BOOK-LINE - move the shipped part across and mark
008330* the line complete or back-ordered, counting what happened.
008340******************************************************************
008350 3250-UPDATE-BOOK-LINE.
008360     ADD Ship-Qty TO OB-QtyShipped
008370     SUBTRACT Ship-Qty FROM OB-QtyOutstanding
008380     IF Ship-Qty > ZERO
008390         MOVE Run-Date TO OB-LastShipDate
008400     END-IF
008410     IF OB-QtyOutstanding = ZERO
008420         MOVE 'C' TO OB-LineStatus
008430         IF Was-Back-Ordered
008440             ADD 1 TO Released-Count
008450             MOVE "BACK-ORDER RELEASED" TO Alloc-Result-Text
008460         ELSE
008470             ADD 1 TO Shipped-Full-Count
008480             MOVE "SHIPPED IN FULL" TO Alloc-Result-Text
008490         END-IF
008500     ELSE
008510         MOVE 'B' TO OB-LineStatus
008520         IF Ship-Qty > ZERO
008530             ADD 1 TO Part-Shipped-Count
008540             IF Was-Back-Ordered
008550                 MOVE "PART RELEASED" TO Alloc-Result-Text
008560             ELSE
008570                 MOVE "PART SHIPPED" TO Alloc-Result-Text
008580             END-IF
008590         ELSE
008600             ADD 1 TO Back-Ordered-Count
008610             MOVE "BACK-ORDERED" TO Alloc-Result-Text
008620         END-IF
008630     END-IF
008640     REWRITE Order-Book-Record
008650     .

008660******************************************************************
008670* 3300-PRINT-ALLOC-LINE - list the line with tonight's result.
008680******************************************************************
008690 3300-PRINT-ALLOC-LINE.
008700     MOVE OB-OrderNo        TO AllocOrderNo
008710     MOVE OB-LineNo         TO AllocLineNo
008720     MOVE OB-OrderDate      TO AllocOrderDate
008730     MOVE OB-CustomerID     TO AllocCustomerID
008740     MOVE OB-OilID          TO AllocOilID
008750     MOVE OB-QtyOrdered     TO AllocQtyOrdered
008760     MOVE Ship-Qty          TO AllocQtyShipped
008770     MOVE OB-QtyOutstanding TO AllocQtyOutstanding
008780     MOVE Alloc-Result-Text TO AllocResult
008790     WRITE Alloc-Rpt-Record FROM Alloc-Line
008800     .

008810******************************************************************
008820* 3400-WRITE-EXTRACT-DETAIL - write the shipped part to SALES.DAT
008830* as a sale dated tonight, for the sales run to price, invoice
008840* and draw out of stock.
008850******************************************************************
008860 3400-WRITE-EXTRACT-DETAIL.
008870     MOVE SPACES            TO Extract-Record
008880     MOVE OB-CustomerID     TO ED-CustomerID
008890     MOVE OB-CustomerName   TO ED-CustomerName
008900     MOVE OB-OilID          TO ED-OilID
008910     MOVE OB-UnitSize       TO ED-UnitSize
008920     MOVE Ship-Qty          TO ED-UnitsSold
008930     MOVE OB-SalespersonID  TO ED-SalespersonID
008940     MOVE Run-Date          TO ED-SaleDate
008950     MOVE Order-Desk-Branch TO ED-BranchID
008960     WRITE Sales-Extract-Record FROM Extract-Record
008970     ADD 1        TO Extract-Detail-Count
008980     ADD Ship-Qty TO Extract-Units-Hash
008990     .

009000******************************************************************
009010* 3900-FINISH-EXTRACT - close SALES.DAT with its trailer.
009020******************************************************************
009030 3900-FINISH-EXTRACT.
009040     MOVE SPACES               TO Extract-Record
009050     MOVE "TRL"                TO ER-RecordTag
009060     MOVE Extract-Detail-Count TO ET-RecordCount
009070     MOVE Extract-Units-Hash   TO ET-UnitsHash
009080     WRITE Sales-Extract-Record FROM Extract-Record
009090     .

009100******************************************************************
009110* 4000-PRINT-CONTROLS - print the control counts.
009120******************************************************************
009130 4000-PRINT-CONTROLS.
009140     MOVE SPACES TO Alloc-Rpt-Record
009150     WRITE Alloc-Rpt-Record
009160     WRITE Alloc-Rpt-Record FROM HorizontalLine
009170     MOVE Entries-Read-Count     TO ControlEntriesRead
009180     MOVE Entries-Accepted-Count TO ControlAccepted
009190     MOVE Entries-Rejected-Count TO ControlRejected
009200     WRITE Alloc-Rpt-Record FROM Alloc-Control-Line-1
009210     MOVE Shipped-Full-Count     TO ControlShippedFull
009220     MOVE Part-Shipped-Count     TO ControlPartShipped
009230     MOVE Back-Ordered-Count     TO ControlBackOrdered
009240     WRITE Alloc-Rpt-Record FROM Alloc-Control-Line-2
009250     MOVE Released-Count         TO ControlReleased
009260     MOVE Held-Count             TO ControlHeld
009270     WRITE Alloc-Rpt-Record FROM Alloc-Control-Line-3
009280     MOVE Extract-Detail-Count   TO ControlDetailCount
009290     MOVE Extract-Units-Hash     TO ControlUnitsHash
009300     WRITE Alloc-Rpt-Record FROM Alloc-Control-Line-4
009310     .

009320******************************************************************
009330* 5000-FIND-OIL-SLOT - turn the oil ID in ED-OilID into its
009340* Oil-Avail-Table slot; zero for anything that is not an oil.
009350******************************************************************
009360 5000-FIND-OIL-SLOT.
009370     MOVE ZERO TO OilIndex
009380     IF ED-OilNumber NUMERIC
009390             AND ED-OilNumber > ZERO AND ED-OilNumber < 16
009400         IF ED-EssentialOil
009410             MOVE ED-OilNumber TO OilIndex
009420         ELSE
009430             IF ED-BaseOil
009440                 COMPUTE OilIndex = ED-OilNumber + 15
009450             END-IF
009460         END-IF
009470     END-IF
009480     .

009490******************************************************************
009500* 8000-TERMINATE - close the files down.
009510******************************************************************
009520 8000-TERMINATE.
009530     IF NOT Run-Parm-Missing AND NOT Extract-Pending
009540         CLOSE OrderBookFile
009550         CLOSE SalesFile
009560         IF Cust-Master-Available
009570             CLOSE CustomerMasterFile
009580         END-IF
009590     END-IF
009600     CLOSE AllocRptFile
009610     .

009611******************************************************************
009612* 8900-REPORT-STEP-COUNTS - hand STEPCNT the order entries read
009613* and accepted.
009614******************************************************************
009615 8900-REPORT-STEP-COUNTS.
009616     MOVE Entries-Read-Count TO Step-Records-In
009617     MOVE Entries-Accepted-Count TO Step-Records-Out
009618     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
009619         Step-Records-Out
009620     .

009621 END PROGRAM ORDALLOC.
