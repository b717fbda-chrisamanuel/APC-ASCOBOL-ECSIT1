002420*                     controlled end, so two batch invocations
002430*                     cannot update the masters underneath each
002440*                     other.
002441*              DF    Every purchase order names its supplier
002442*                    and agreed unit price off the oil's
002443*                    SUPPCAT.DAT catalogue row (no row: listed
002444*                    NO SUPPLIER, no order raised). Each
002445*                    GRCVHST.DAT receipt row carries the order
002446*                    number it booked against (zero for none and
002447*                    for restocked returns) for the APPOST
002448*                    supplier invoice match.
002449*              DF    OILPRICE.DAT rows carry the purchase cost,
002450*                    effective-dated with the price. Each sale
002451*                    is costed at the cost in force on its sale
002452*                    date and the cost-of-sales journal booked
002453*                    at that cost, not the net sales value.
002454*                    SALESHST.DAT rows carry salesperson,
002455*                    discount and cost (80 bytes) for MARGNRPT.
002456*              DF    Stock is also held by supplier lot on the
002457*                    new STOCKLOT.DAT lot master: a receipt books
002458*                    its lot number and best-before date, a sale
002459*                    draws the oldest unexpired lots first, each
002460*                    draw logged on LOTISSUE.DAT for LOTTRACE. A
002461*                    return names its lot and goes back onto it;
002462*                    a draw the lots cannot cover is filed on the
002463*                    stock exceptions as LOT STOCK SHORT.
002464*              DF    Stock is held by branch: STOCKMST.DAT is
002465*                    keyed on branch and oil and a sale draws its
002466*                    own branch's row. Receipts, returns and
002467*                    orders name the branch (blank: the main
002468*                    branch); STKXFER.DAT transfers move stock
002469*                    between branches, both legs on GRCVHST.DAT
002470*                    for RECON, and the reorder pass proposes a
002471*                    transfer on XFERPROP.DAT before an order.
002472*              DF    CUSTMAST.DAT record carries the country
002473*                    code and VAT number CUSTMNT now files.
002474*              DF    CUSTMAST.DAT record carries the delivery
002475*                    preference, email and postal address
002476*                    CUSTMNT now files for DISTRIB.
002477*              DF    A sale or return keyed to a customer
002478*                    CUSTMERG has merged is taken as the
002479*                    survivor's: 2073-FOLLOW-ALIAS follows
002480*                    CM-MergedInto on the master (appended), so
002481*                    the credit check sees the whole balance.
002482*              DF    SP-LogonID appended to the SALESMST.DAT
002483*                    layout to match SPMNT.
002484*              DF    Hands its sale counts to STEPCNT and holds
002485*                    its return code across the closing CALLs.
002486*                    Lots and stock rows past their tables are
002487*                    counted, printed, and end the run RC 4.
002488*              DF    Lots are held by branch: STOCKLOT.DAT is
002489*                    keyed on branch, oil and lot. Receipts and
002490*                    returns book to the branch's lot, a sale
002491*                    draws its own branch's lots, a transfer
002492*                    moves lot units to the receiver, and
002493*                    LOTISSUE.DAT carries the branch (appended).
002494*              DF    A sale priced off an OILPRICE.DAT row with
002495*                    no purchase cost goes to SALESHST.DAT with
002496*                    its cost blank (MARGNRPT: not costed),
002497*                    counted on the control totals.
002503******************************************************************

002504 ENVIRONMENT DIVISION.
002505 INPUT-OUTPUT SECTION.
002506 FILE-CONTROL.
002507     SELECT SalesFile ASSIGN TO "SALES.DAT"
002508         ORGANIZATION IS LINE SEQUENTIAL
002510         FILE STATUS IS Sales-File-Status.

002520     SELECT SortSaleFile ASSIGN TO "SORTSALE.DAT"
003130     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
003140         ORGANIZATION IS INDEXED
003150         ACCESS MODE IS DYNAMIC
003160         RECORD KEY IS ST-StockKey
003170         FILE STATUS IS Stock-Master-File-Status.

003180     SELECT ReceiptHistoryFile ASSIGN TO "GRCVHST.DAT"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS Goods-Received-File-Status.

003231     SELECT StockLotFile ASSIGN TO "STOCKLOT.DAT"
003232         ORGANIZATION IS INDEXED
003233         ACCESS MODE IS DYNAMIC
003234         RECORD KEY IS LT-LotKey
003235         FILE STATUS IS Stock-Lot-File-Status.

003236     SELECT LotIssueFile ASSIGN TO "LOTISSUE.DAT"
003237         ORGANIZATION IS LINE SEQUENTIAL
003238         FILE STATUS IS Lot-Issue-File-Status.

003239     SELECT StockTransferFile ASSIGN TO "STKXFER.DAT"
003240         ORGANIZATION IS LINE SEQUENTIAL
003241         FILE STATUS IS Stock-Transfer-File-Status.

003242     SELECT TransferProposalFile ASSIGN TO "XFERPROP.DAT"
003243         ORGANIZATION IS LINE SEQUENTIAL.

003244     SELECT StockExceptionFile ASSIGN TO "STOCKEXC.DAT"
003250         ORGANIZATION IS LINE SEQUENTIAL.

003260     SELECT PurchaseOrderFile ASSIGN TO "PORDERS.DAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS Po-Seq-File-Status.

003312     SELECT SupplierCatalogueFile ASSIGN TO "SUPPCAT.DAT"
003314         ORGANIZATION IS LINE SEQUENTIAL
003316         FILE STATUS IS Supp-Cat-File-Status.

003320     SELECT ReturnsFile ASSIGN TO "RETURNS.DAT"
003330         ORGANIZATION IS LINE SEQUENTIAL
003340         FILE STATUS IS Returns-File-Status.
004120    02 Restart-Failed-Files PIC 9(2).
004130    02 Restart-Returns-Applied PIC 9(5).
004140    02 Restart-Returns-Rejected PIC 9(5).
004143    02 Restart-Transfers-Applied PIC 9(5).
004146    02 Restart-Transfers-Rejected PIC 9(5).

004150 FD YtdMasterFile.
004160 01 Ytd-Master-Record.
004410    02 SP-ActiveFlag         PIC X(1).
004420       88 SP-Active            VALUE 'A'.
004430       88 SP-Inactive          VALUE 'I'.
004435    02 SP-LogonID            PIC X(8).

004440 FD CustomerMasterFile.
004450 01 Customer-Master-Record.
004480    02 CM-CreditLimit        PIC 9(7)V99.
004490    02 CM-HoldFlag           PIC X(1).
004500       88 CM-On-Hold           VALUE 'H'.
004503    02 CM-CountryCode        PIC X(2).
004506    02 CM-VatNumber          PIC X(14).
004507    02 CM-DeliveryPref       PIC X(1).
004508       88 CM-By-Post           VALUE 'P'.
004509       88 CM-By-Email          VALUE 'E'.
004510       88 CM-By-Both           VALUE 'B'.
004511    02 CM-EmailAddress       PIC X(40).
004512    02 CM-PostAddress        PIC X(60).
004513    02 CM-MergedInto         PIC 9(5).

004514 FD ArItemsFile.
004520 01 Ar-Open-Item.
004530    02 AR-ItemKey.
004540       03 AR-CustomerID     PIC 9(5).

004770 FD StockMasterFile.
004780 01 Stock-Master-Record.
004785    02 ST-StockKey.
004790       03 ST-BranchID       PIC X(3).
004795       03 ST-OilID          PIC X(3).
004800    02 ST-OnHand            PIC 9(7).
004810    02 ST-MinLevel          PIC 9(5).
004820    02 ST-ReorderQty        PIC 9(5).
004910    02 PO-StatusCode        PIC X(1).
004920       88 PO-Order-Open       VALUE 'O'.
004930       88 PO-Order-Filled     VALUE 'F'.
004933    02 PO-SupplierID        PIC 9(5).
004936    02 PO-UnitPrice         PIC 9(3)V99.
004938    02 PO-BranchID          PIC X(3).

004940 FD PoSeqFile.
004950 01 Po-Seq-Record.
004960    02 PSQ-LastPoNo         PIC 9(6).

004961 FD SupplierCatalogueFile.
004962 01 Supplier-Catalogue-Record.
004963    02 SC-OilID             PIC X(3).
004964    02 SC-SupplierID        PIC 9(5).
004965    02 SC-UnitPrice         PIC 9(3)V99.

004970 FD GoodsReceivedFile.
004980 01 Goods-Received-Record.
004990    02 GR-OilID             PIC X(3).
005000    02 GR-ReceivedDate      PIC 9(8).
005010    02 GR-Units             PIC 9(5).
005011    02 GR-LotNo             PIC X(10).
005012    02 GR-BestBefore        PIC 9(8).
005013    02 GR-BranchID          PIC X(3).

005014 FD StockTransferFile.
005015 01 Stock-Transfer-Record.
005016    02 XF-TransferDate      PIC 9(8).
005017    02 XF-OilID             PIC X(3).
005018    02 XF-FromBranchID      PIC X(3).
005019    02 XF-ToBranchID        PIC X(3).
005020    02 XF-Units             PIC 9(5).

005021 FD TransferProposalFile.
005022 01 Transfer-Proposal-Record.
005023    02 XP-ProposalDate      PIC 9(8).
005024    02 XP-OilID             PIC X(3).
005025    02 XP-FromBranchID      PIC X(3).
005026    02 XP-ToBranchID        PIC X(3).
005027    02 XP-Units             PIC 9(5).

005028 FD StockLotFile.
005029 01 Stock-Lot-Record.
005030    02 LT-LotKey.
005031       03 LT-BranchID       PIC X(3).
005032       03 LT-OilID          PIC X(3).
005033       03 LT-LotNo          PIC X(10).
005034    02 LT-ReceivedDate      PIC 9(8).
005035    02 LT-BestBefore        PIC 9(8).
005036    02 LT-UnitsReceived     PIC 9(7).
005037    02 LT-OnHand            PIC 9(7).
005038    02 LT-SupplierID        PIC 9(5).
005039    02 LT-PoNumber          PIC 9(6).

005040 FD LotIssueFile.
005041 01 Lot-Issue-Record.
005042    02 LI-RunDate           PIC 9(8).
005043    02 LI-CustomerID        PIC 9(5).
005044    02 LI-CustomerName      PIC X(20).
005045    02 LI-OilID             PIC X(3).
005046    02 LI-LotNo             PIC X(10).
005047    02 LI-Units             PIC 9(7).
005048    02 LI-MoveType          PIC X(1).
005049       88 LI-Sale-Issue       VALUE 'S'.
005050       88 LI-Return-Receipt   VALUE 'R'.
005051    02 LI-BranchID          PIC X(3).

005052 FD ReturnsFile.
005053 01 Return-Record.
005054    02 RTCustomerID         PIC 9(5).
005055    02 RTCustomerName       PIC X(20).
005060    02 RTOilID.
005070       03 RTOilCode         PIC X.
005080         88 RTEssentialOils VALUE 'E'.
005120    02 RTUnitsReturned      PIC 9(3).
005130    02 RTSalespersonID      PIC X(5).
005140    02 RTSaleDate           PIC 9(8).
005145    02 RTLotNo              PIC X(10).
005147    02 RTBranchID           PIC X(3).

005150 FD CreditNoteFile.
005160 01 Credit-Note-Record.
005320    02 SX-UnitsWanted       PIC 9(7).
005330    02 SX-UnitsOnHand       PIC 9(7).
005340    02 SX-Reason            PIC X(24).
005345    02 SX-BranchID          PIC X(3).

005350 FD ReorderRptFile.
005360 01 Reorder-Rpt-Record      PIC X(110).

005370 FD SalesHistoryFile.
005380 01 Sales-History-Record.
005450    02 SH-SalesValue        PIC 9(6)V99.
005460    02 SH-BranchID          PIC X(3).
005470    02 SH-UnitSize          PIC 9(1).
005472    02 SH-SalespersonID     PIC X(5).
005474    02 SH-DiscountValue     PIC 9(6)V99.
005476    02 SH-CostValue         PIC 9(6)V99.

005480 FD ReceiptHistoryFile.
005490 01 Receipt-History-Record.
005500    02 GH-OilID             PIC X(3).
005510    02 GH-ReceivedDate      PIC 9(8).
005520    02 GH-Units             PIC 9(5).
005525    02 GH-PoNumber          PIC 9(6).
005526    02 GH-BranchID          PIC X(3).
005527    02 GH-MoveType          PIC X(1).
005528       88 GH-Goods-Receipt    VALUE 'R' SPACE.
005529       88 GH-Return-Restock   VALUE 'C'.
005530       88 GH-Transfer-In      VALUE 'I'.
005531       88 GH-Transfer-Out     VALUE 'O'.

005532 FD FileExceptionFile.
005540 01 File-Exception-Record   PIC X(70).

005550 FD BatchSeqFile.
005770    02 OPOilNumber           PIC 9(2).
005780    02 OPEffectiveDate       PIC 9(8).
005790    02 OPUnitCost            PIC 99V99.
005795    02 OPPurchaseCost        PIC 99V99.

005800 SD WorkFile.
005810 01 Work.
005980 01 Lock-Step-Name           PIC X(20) VALUE "AROMASALESRPT01".
005990 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
006000 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
006001* The closing CALLs set RETURN-CODE themselves, so the step's
006002* own code is held here and restored after them.
006003 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
006004 01 Step-Count-Function      PIC X(01) VALUE 'P'.
006005 01 Step-Records-In          PIC 9(09) VALUE ZERO.
006006 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
006010* Oil-Price-Table holds the unit cost rows read off OILPRICE.DAT
006020* at start-up, one entry per oil per effective-from date. Slots
006030* 1 thru 15 price the essential oils 1 thru 15; slots 16 thru 30
006120       03 Price-Oil-Slot        PIC 9(2)   VALUE ZERO.
006130       03 Price-Effective-Date  PIC 9(8)   VALUE ZERO.
006140       03 Price-Unit-Cost       PIC 99V99  VALUE ZERO.
006145       03 Price-Purchase-Cost   PIC 99V99  VALUE ZERO.
006146       03 Price-Cost-Switch     PIC X(01)  VALUE 'N'.
006147          88 Price-Cost-Known     VALUE 'Y'.
006150 01 Oil-Price-Count            PIC 9(3)    VALUE ZERO.
006160 77 Max-Oil-Prices             PIC 9(3)    VALUE 150.
006170 77 Oil-Price-File-Status      PIC X(02)   VALUE '00'.
006220 01 Price-Found-Switch         PIC X(01)   VALUE 'N'.
006230     88 Price-Found             VALUE 'Y'.
006240 01 Matched-Oil-Cost           PIC 99V99   VALUE ZERO.
006241 01 Matched-Purchase-Cost      PIC 99V99   VALUE ZERO.
006242 01 Sale-Cost-Value            PIC 9(6)V99 VALUE ZERO.
006243* A price row filed before OILPRICE.DAT carried the purchase
006244* cost has none; a sale priced off it is left not costed.
006245 01 Matched-Cost-Switch        PIC X(01)   VALUE 'N'.
006246     88 Matched-Cost-Known       VALUE 'Y'.
006250 01 Matched-Effective-Date     PIC 9(8)    VALUE ZERO.
006252 01 Sale-Cost-Switch           PIC X(01)   VALUE 'N'.
006254     88 Sale-Costed              VALUE 'Y'.
006256 01 Sales-Not-Costed-Count     PIC 9(5)    VALUE ZERO.
006260 01 Pricing-Date               PIC 9(8)    VALUE ZERO.

006270* Sorted-Sale is how a SortSaleFile record is examined once the
006670 01 Restart-Failed-Files-Hold PIC 9(2) VALUE ZERO.
006680 01 Restart-Returns-Applied-Hold PIC 9(5) VALUE ZERO.
006690 01 Restart-Returns-Rejected-Hold PIC 9(5) VALUE ZERO.
006693 01 Restart-Transfers-Applied-Hold PIC 9(5) VALUE ZERO.
006696 01 Restart-Transfers-Rejected-Hold PIC 9(5) VALUE ZERO.
006700 77 Ytd-File-Status          PIC X(02) VALUE '00'.
006710 01 Customer-Ytd-Units       PIC 9(7)    VALUE ZERO.
006720 01 Customer-Ytd-Value       PIC 9(7)V99 VALUE ZERO.
006850 01 Grand-Sale-Count         PIC 9(7)     VALUE ZERO.
006860 01 Grand-Units-Sold         PIC 9(7)     VALUE ZERO.
006870 01 Grand-Sales-Value        PIC 9(7)V99  VALUE ZERO.
006875 01 Grand-Cost-Value         PIC 9(7)V99  VALUE ZERO.
006880 77 Gl-Posting-File-Status    PIC X(02)    VALUE '00'.
006890 01 Gl-Work-Account           PIC X(6)     VALUE SPACES.
006900 01 Gl-Work-Debit             PIC 9(9)V99  VALUE ZERO.
006980 77 Cust-Master-File-Status  PIC X(02) VALUE '00'.
006990 01 Cust-Master-Available-Switch PIC X(01) VALUE 'N'.
007000     88 Cust-Master-Available      VALUE 'Y'.
007001 01 Customer-Found-Switch    PIC X(01) VALUE 'N'.
007002     88 Customer-Found        VALUE 'Y'.
007003* Alias-Hop-Count stops a merged ID whose alias chain loops from
007004* being followed for ever; Max-Alias-Hops is far more merges of
007005* one shop than the office has ever made.
007006 01 Alias-Hop-Count          PIC 9(2)  VALUE ZERO.
007007 77 Max-Alias-Hops           PIC 9(2)  VALUE 9.
007010 77 Ar-Items-File-Status      PIC X(02) VALUE '00'.
007020 01 Ar-Items-Available-Switch PIC X(01) VALUE 'N'.
007030     88 Ar-Items-Available     VALUE 'Y'.
007540     88 Stock-Eof              VALUE 'Y'.
007550 01 Stock-Units-Wanted       PIC 9(7)  VALUE ZERO.

007551* Lot-Draw-Table holds, while one draw is taken, the lots of
007552* Lot-Oil-ID at Lot-Branch-ID with stock on hand and not past
007553* their best-before; 3257 draws from the one received earliest
007554* not yet drawn, until the draw is covered. Lots past
007555* the table's size are only counted, and warn the run.
007556 77 Stock-Lot-File-Status    PIC X(02) VALUE '00'.
007557 77 Lot-Issue-File-Status    PIC X(02) VALUE '00'.
007558 01 Lot-Draw-Table.
007559    02 Lot-Draw-Entry OCCURS 50 TIMES.
007560       03 Draw-Lot-No          PIC X(10) VALUE SPACES.
007561       03 Draw-Received-Date   PIC 9(8)  VALUE ZERO.
007562       03 Draw-Taken-Switch    PIC X(01) VALUE 'N'.
007563 01 Lot-Draw-Count           PIC 9(2)  VALUE ZERO.
007564 77 Max-Lot-Draws            PIC 9(2)  VALUE 50.
007565 01 Lot-Draw-Sub             PIC 9(2)  VALUE ZERO.
007566 01 Lot-Draws-Dropped        PIC 9(5)  VALUE ZERO.
007567 01 Oldest-Lot-Sub           PIC 9(2)  VALUE ZERO.
007568 01 Lot-Units-Left           PIC 9(7)  VALUE ZERO.
007569 01 Lot-Units-Drawn          PIC 9(7)  VALUE ZERO.
007570 01 Lot-Eof-Switch           PIC X(01) VALUE 'N'.
007571     88 Lot-Eof               VALUE 'Y'.
007572 01 Receipt-Lot-No           PIC X(10) VALUE SPACES.
007573 01 Lot-Branch-ID            PIC X(3)  VALUE SPACES.
007574 01 Lot-Oil-ID               PIC X(3)  VALUE SPACES.
007575 01 Lot-Draw-Type-Switch     PIC X(01) VALUE 'S'.
007576     88 Lot-Draw-For-Transfer  VALUE 'T'.
007577 01 Xfer-Lot-Record          PIC X(57) VALUE SPACES.

007578* Po-Table carries PORDERS.DAT, loaded at start-up: 1662 matches
007579* each goods receipt to its oil's first open order, and the
007580* reorder pass adds new orders for the oils it flags. The whole
007590* table is written back at the end of the reorder pass.
007600 01 Po-Table.
007650       03 Po-Tab-QtyOrdered   PIC 9(5)  VALUE ZERO.
007660       03 Po-Tab-QtyReceived  PIC 9(5)  VALUE ZERO.
007670       03 Po-Tab-Status       PIC X(1)  VALUE SPACES.
007673       03 Po-Tab-SupplierID   PIC 9(5)  VALUE ZERO.
007676       03 Po-Tab-UnitPrice    PIC 9(3)V99 VALUE ZERO.
007678       03 Po-Tab-BranchID     PIC X(3)  VALUE SPACES.
007680 01 Po-Count                 PIC 9(3)  VALUE ZERO.
007690 77 Max-Pos                  PIC 9(3)  VALUE 100.
007700 77 Po-File-Status           PIC X(02) VALUE '00'.
007760 01 Po-Next-Number           PIC 9(6)  VALUE ZERO.
007770 01 Po-Outstanding           PIC 9(7)  VALUE ZERO.
007780 01 Receipt-Applied-Units    PIC 9(7)  VALUE ZERO.

007781* Supp-Cat-Table is the SUPPCAT.DAT supplier catalogue: the one
007782* supplier each oil is bought from and the agreed unit price,
007783* stamped on every order the reorder pass raises.
007784 01 Supp-Cat-Table.
007785    02 Supp-Cat-Entry OCCURS 30 TIMES.
007786       03 Cat-OilID           PIC X(3)  VALUE SPACES.
007787       03 Cat-SupplierID      PIC 9(5)  VALUE ZERO.
007788       03 Cat-UnitPrice       PIC 9(3)V99 VALUE ZERO.
007789 01 Supp-Cat-Count           PIC 9(2)  VALUE ZERO.
007790 77 Max-Supp-Cats            PIC 9(2)  VALUE 30.
007791 77 Supp-Cat-File-Status     PIC X(02) VALUE '00'.
007792 01 Supp-Cat-Eof-Switch      PIC X(01) VALUE 'N'.
007793     88 Supp-Cat-Eof          VALUE 'Y'.
007794 01 Cat-Sub                  PIC 9(2)  VALUE ZERO.
007795 01 Matched-Cat-Sub          PIC 9(2)  VALUE ZERO.
007796 77 Sales-History-File-Status PIC X(02) VALUE '00'.
007800 77 Returns-File-Status        PIC X(02) VALUE '00'.
007810 01 Returns-Eof-Switch         PIC X(01) VALUE 'N'.
007820     88 Returns-Eof             VALUE 'Y'.
007880 01 Returns-Applied-Count      PIC 9(5)  VALUE ZERO.
007890 01 Returns-Rejected-Count     PIC 9(5)  VALUE ZERO.

007891* Stock is held per branch. A receipt, return or count keyed
007892* without a branch belongs to Main-Branch-ID, the warehouse the
007893* order desk works from; Movement-Branch-ID is the branch the
007894* movement in hand is booked to.
007895 77 Main-Branch-ID             PIC X(3)  VALUE "001".
007896 01 Movement-Branch-ID         PIC X(3)  VALUE SPACES.
007897 77 Stock-Transfer-File-Status PIC X(02) VALUE '00'.
007898 01 Transfer-Eof-Switch        PIC X(01) VALUE 'N'.
007899     88 Transfer-Eof            VALUE 'Y'.
007900 01 Transfer-Valid-Switch      PIC X(01) VALUE 'Y'.
007901     88 Transfer-Is-Valid       VALUE 'Y'.
007902 01 Transfer-Reason-Text       PIC X(24) VALUE SPACES.
007903 01 Transfer-Source-On-Hand    PIC 9(7)  VALUE ZERO.
007904 01 Transfers-Applied-Count    PIC 9(5)  VALUE ZERO.
007905 01 Transfers-Rejected-Count   PIC 9(5)  VALUE ZERO.

007906* Extract-Record and its REDEFINES views are how one branch
007910* extract record is examined during the header/trailer pre-pass:
007920* an HDR record carries the batch identity, a TRL record the
007930* control figures, and anything else is a detail sale.
009070 01 Disc-Oil-Slot            PIC 9(2)  VALUE ZERO.

009080* Pending-Stock-Table and Pending-History-Table hold the current
009086* customer's stock draw-downs (by branch sold from, then oil)
009092* and history rows until the customer
009100* completes: 3450-FLUSH-SIDE-EFFECTS releases them immediately
009110* before the restart checkpoint, so an abend mid-customer leaves
009120* the stock master and the history file exactly as the checkpoint
009130* describes and a resumed run applies them once.
009140 01 Pending-Stock-Table.
009143    02 Pending-Branch-Entry OCCURS 10 TIMES.
009146       03 Pending-Branch-ID    PIC X(3)  VALUE SPACES.
009149       03 Pending-Stock-Units OCCURS 30 TIMES
009152            PIC 9(7) VALUE ZERO.
009155 01 Pending-Branch-Count    PIC 9(2)  VALUE ZERO.
009158 77 Max-Pending-Branches    PIC 9(2)  VALUE 10.
009161 01 Pending-Branch-Slot     PIC 9(2)  VALUE ZERO.
009164 01 Flush-Branch-Sub        PIC 9(2)  VALUE ZERO.
009170 01 Pending-History-Table.
009180    02 Pending-History-Row OCCURS 200 TIMES
009190         PIC X(80).
009200 01 Pending-History-Count   PIC 9(3)  VALUE ZERO.
009210 77 Max-Pending-History     PIC 9(3)  VALUE 200.
009220 01 Pending-Sub             PIC 9(3)  VALUE ZERO.
009240 01 Flush-Oil-ID.
009250    02 Flush-Oil-Code       PIC X(1).
009260    02 Flush-Oil-Number     PIC 9(2).
009261* Reorder-Stock-Table holds the whole stock master while the
009262* reorder pass runs, so a branch row at or under its minimum can
009263* be offered the surplus another branch holds on the same oil
009264* before anything is bought. Stk-Proposed-Out is what tonight's
009265* proposals have already promised away from a row, so the same
009266* surplus is never offered twice. Stock rows past the table's
009267* size are only counted, and warn the run.
009268 01 Reorder-Stock-Table.
009269    02 Reorder-Stock-Entry OCCURS 150 TIMES.
009270       03 Stk-BranchID         PIC X(3)  VALUE SPACES.
009271       03 Stk-OilID            PIC X(3)  VALUE SPACES.
009272       03 Stk-OnHand           PIC 9(7)  VALUE ZERO.
009273       03 Stk-MinLevel         PIC 9(5)  VALUE ZERO.
009274       03 Stk-ReorderQty       PIC 9(5)  VALUE ZERO.
009275       03 Stk-OnOrder          PIC 9(7)  VALUE ZERO.
009276       03 Stk-Proposed-Out     PIC 9(7)  VALUE ZERO.
009277 01 Reorder-Stock-Count     PIC 9(3)  VALUE ZERO.
009278 77 Max-Reorder-Stock       PIC 9(3)  VALUE 150.
009279 01 Stock-Rows-Dropped      PIC 9(5)  VALUE ZERO.
009280 01 Stk-Sub                 PIC 9(3)  VALUE ZERO.
009281 01 Donor-Sub               PIC 9(3)  VALUE ZERO.
009282 01 Donor-Test-Sub          PIC 9(3)  VALUE ZERO.
009283 01 Donor-Surplus           PIC 9(7)  VALUE ZERO.
009284 01 Donor-Test-Surplus      PIC S9(8) VALUE ZERO.
009285 01 Transfer-Wanted-Units   PIC 9(7)  VALUE ZERO.
009286 01 Transfer-Proposed-Units PIC 9(7)  VALUE ZERO.
009287 01 History-Work-Row.
009288    02 HW-RunDate           PIC 9(8).
009290    02 HW-SaleDate          PIC 9(8).
009300    02 HW-CustomerID        PIC 9(5).
009310    02 HW-CustomerName      PIC X(20).
009340    02 HW-SalesValue        PIC 9(6)V99.
009350    02 HW-BranchID          PIC X(3).
009360    02 HW-UnitSize          PIC 9(1).
009362    02 HW-SalespersonID     PIC X(5).
009364    02 HW-DiscountValue     PIC 9(6)V99.
009366    02 HW-CostValue         PIC 9(6)V99.
009368    02 HW-CostValue-X REDEFINES HW-CostValue PIC X(8).
009370 77 Receipt-History-File-Status PIC X(02) VALUE '00'.
009380 77 Run-Parm-File-Status      PIC X(02) VALUE '00'.
009390 01 Run-Parm-Missing-Switch   PIC X(01) VALUE 'N'.
010180    02 FILLER                PIC X(9)  VALUE "REJECTED:".
010190    02 ControlRejectCount    PIC BZ,ZZZ,ZZ9.

010192 01 Control-Total-Line-8.
010194    02 FILLER                PIC X(17)
010196       VALUE "SALES NOT COSTED:".
010198    02 ControlSalesNotCosted PIC BZZZZ9.

010200* Csv-Detail-Line is the comma-delimited layout written to
010210* CustomerCsvFile for each customer subtotal, so the same figures
010220* shown on Cust-Sales-Line can be dropped straight into a
011420       VALUE "STOCK REORDER REPORT".

011430 01 Reorder-Columns.
011433    02 FILLER                PIC X(02) VALUE SPACES.
011436    02 FILLER                PIC X(03) VALUE "BRN".
011440    02 FILLER                PIC X(02) VALUE SPACES.
011450    02 FILLER                PIC X(03) VALUE "OIL".
011460    02 FILLER                PIC X(06) VALUE SPACES.
011530    02 FILLER                PIC X(11) VALUE "REORDER QTY".
011540    02 FILLER                PIC X(04) VALUE SPACES.
011550    02 FILLER                PIC X(08) VALUE "ORDER NO".
011553    02 FILLER                PIC X(03) VALUE SPACES.
011556    02 FILLER                PIC X(08) VALUE "SUPPLIER".
011557    02 FILLER                PIC X(03) VALUE SPACES.
011558    02 FILLER                PIC X(04) VALUE "FROM".
011559    02 FILLER                PIC X(09) VALUE " XFER QTY".
011560    02 FILLER                PIC X(02) VALUE SPACES.
011561    02 FILLER                PIC X(04) VALUE "NOTE".

011562 01 Reorder-Line.
011564    02 FILLER                PIC X(02) VALUE SPACES.
011566    02 ReorderBranchID       PIC X(3).
011570    02 FILLER                PIC X(02) VALUE SPACES.
011580    02 ReorderOilID          PIC X(3).
011590    02 ReorderOnHand         PIC BBZZZ,ZZ9.
011610    02 ReorderMinLevel       PIC BBBBZZ,ZZ9.
011620    02 ReorderQty            PIC BBBBBBZZ,ZZ9.
011630    02 ReorderPoNumber       PIC BBBBBB9(6).
011632    02 ReorderSupplierID     PIC BBBBB9(5).
011633    02 ReorderXferFrom       PIC BBBBX(3).
011634    02 ReorderXferQty        PIC BBZZZ,ZZ9.
011635    02 FILLER                PIC X(02) VALUE SPACES.
011636    02 ReorderNote           PIC X(11).

011640 01 File-Exception-Heading.
011650    02 FILLER                PIC X(13) VALUE SPACES.
011730    02 FILLER                PIC X(02) VALUE SPACES.
011740    02 FileExcReason         PIC X(24).

011741 01 Reorder-Dropped-Line.
011742    02 FILLER                PIC X(02) VALUE SPACES.
011743    02 FILLER                PIC X(28)
011744       VALUE "STOCK ROWS NOT HELD (TABLE):".
011745    02 ReorderRowsDropped    PIC BZZZZ9.

011750 01 Control-Total-Line-3.
011760    02 FILLER                PIC X(17)
011770       VALUE "EXTRACT TRAILERS:".
011830       VALUE "EXTRACT FILES FAILED:".
011840    02 ControlFailedFiles    PIC BZ9.

011842 01 Control-Total-Line-7.
011844    02 FILLER                PIC X(26)
011846       VALUE "LOTS NOT HELD (TABLE):".
011848    02 ControlLotsDropped    PIC BZZZZ9.

011850 01 Control-Total-Line-5.
011860    02 FILLER                PIC X(16)
011870       VALUE "RETURNS APPLIED:".
011890    02 FILLER                PIC X(10) VALUE " REJECTED:".
011900    02 ControlReturnsRejected PIC BZZZZ9.

011901 01 Control-Total-Line-6.
011902    02 FILLER                PIC X(16)
011903       VALUE "TRANSFERS MADE:".
011904    02 ControlTransfersApplied PIC BZZZZ9.
011905    02 FILLER                PIC X(10) VALUE " REJECTED:".
011906    02 ControlTransfersRejected PIC BZZZZ9.
011910 01 Discount-Summary-Heading.
011920    02 FILLER                PIC X(13) VALUE SPACES.
011930    02 FILLER                PIC X(24)
012730         PERFORM 7000-PRINT-EXCEPTION-REPORT
012740         PERFORM 7500-WRITE-GL-JOURNAL
012750         PERFORM 8000-TERMINATE
012751         IF RETURN-CODE < 4
012752                 AND (Lot-Draws-Dropped > ZERO
012753                     OR Stock-Rows-Dropped > ZERO)
012754             MOVE 4 TO RETURN-CODE
012755         END-IF
012760     END-IF
012763     MOVE RETURN-CODE TO Step-Return-Code
012766     PERFORM 8900-REPORT-STEP-COUNTS
012770     MOVE 'R' TO Lock-Function
012780     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
012790         Lock-Run-Date, Lock-Return-Code
012795     MOVE Step-Return-Code TO RETURN-CODE
012800     GOBACK.

012810******************************************************************
012820* 7500-WRITE-GL-JOURNAL - append tonight's balanced journal to
012830* the shared GLPOST.DAT postings file GLTRIAL accumulates: the
012840* night's sales drawn out of stock into cost of sales at their
012850* purchase cost. The file is created on first use like the
012860* suite's other shared streams.
012870******************************************************************
012880 7500-WRITE-GL-JOURNAL.
012890     OPEN EXTEND GlPostingFile
012930         OPEN EXTEND GlPostingFile
012940     END-IF
012950     MOVE "610000" TO Gl-Work-Account
012960     MOVE Grand-Cost-Value TO Gl-Work-Debit
012970     MOVE ZERO TO Gl-Work-Credit
012980     PERFORM 7510-POST-ONE-GL-ROW
012990     MOVE "140000" TO Gl-Work-Account
013000     MOVE ZERO TO Gl-Work-Debit
013010     MOVE Grand-Cost-Value TO Gl-Work-Credit
013020     PERFORM 7510-POST-ONE-GL-ROW
013030     CLOSE GlPostingFile
013040     .
013440     IF Stock-Master-Available AND NOT Resuming-Run
013450         PERFORM 1650-APPLY-GOODS-RECEIVED
013460         PERFORM 4550-SAVE-OPEN-ORDERS
013465         PERFORM 1670-APPLY-STOCK-TRANSFERS
013470     END-IF
013480     IF NOT Resuming-Run
013490         PERFORM 1680-PROCESS-RETURNS
014160         ELSE
014170             OPEN OUTPUT StockExceptionFile
014180         END-IF
014181         PERFORM 1610-OPEN-LOT-FILES
014182     END-IF
014183     .

014184******************************************************************
014185* 1610-OPEN-LOT-FILES - open the STOCKLOT.DAT lot master for
014186* update and the LOTISSUE.DAT lot movements log for append, both
014187* created on first use; the lots are kept wherever the stock
014188* master is.
014189******************************************************************
014190 1610-OPEN-LOT-FILES.
014191     OPEN I-O StockLotFile
014192     IF Stock-Lot-File-Status = "35"
014193         OPEN OUTPUT StockLotFile
014194         CLOSE StockLotFile
014195         OPEN I-O StockLotFile
014196     END-IF
014197     OPEN EXTEND LotIssueFile
014198     IF Lot-Issue-File-Status = "35"
014199         OPEN OUTPUT LotIssueFile
014200         CLOSE LotIssueFile
014201         OPEN EXTEND LotIssueFile
014202     END-IF
014203     .

014210******************************************************************
014220* 1650-APPLY-GOODS-RECEIVED - add the day's goods-received file
014450******************************************************************
014460* 1655-OPEN-RECEIPT-HISTORY - GRCVHST.DAT keeps every unit that
014470* ever reached on-hand (receipts here, restocked returns in
014477* 1694) and both legs of every branch transfer (1670), the
014484* movements side of the nightly RECON stock check; created on
014491* first use like the other history files.
014500******************************************************************
014510 1655-OPEN-RECEIPT-HISTORY.
014520     OPEN EXTEND ReceiptHistoryFile

014590******************************************************************
014600* 1660-APPLY-ONE-RECEIPT - add one goods-received line to its
014610* oil's on-hand balance at the branch that took the delivery.
014620******************************************************************
014630 1660-APPLY-ONE-RECEIPT.
014631     IF GR-BranchID = SPACES
014632         MOVE Main-Branch-ID TO Movement-Branch-ID
014633     ELSE
014634         MOVE GR-BranchID    TO Movement-Branch-ID
014635     END-IF
014636     MOVE Movement-Branch-ID TO ST-BranchID
014640     MOVE GR-OilID TO ST-OilID
014650     READ StockMasterFile
014660         INVALID KEY
014670             MOVE GR-OilID   TO SX-OilID
014675             MOVE Movement-Branch-ID TO SX-BranchID
014680             MOVE GR-Units   TO SX-UnitsWanted
014690             MOVE ZERO       TO SX-UnitsOnHand
014700             MOVE "RECEIPT FOR UNKNOWN OIL" TO SX-Reason
014760             MOVE GR-OilID        TO GH-OilID
014770             MOVE GR-ReceivedDate TO GH-ReceivedDate
014780             MOVE GR-Units        TO GH-Units
014781             MOVE Movement-Branch-ID TO GH-BranchID
014782             MOVE 'R'             TO GH-MoveType
014783             IF Matched-Po-Sub = ZERO
014784                 MOVE ZERO TO GH-PoNumber
014785             ELSE
014786                 MOVE Po-Tab-Number (Matched-Po-Sub)
014787                     TO GH-PoNumber
014788             END-IF
014790             WRITE Receipt-History-Record
014795             PERFORM 1665-BOOK-RECEIPT-LOT
014800     END-READ
014810     READ GoodsReceivedFile
014820         AT END MOVE 'Y' TO Goods-Received-Eof-Switch
014830     END-READ
014840     .

014841******************************************************************
014842* 1665-BOOK-RECEIPT-LOT - add the receipt to its lot on the lot
014843* master at the branch that took it, opening the lot there on
014844* its first delivery. A receipt keyed
014845* without a lot number is booked to a lot named after its
014846* received date, so its stock can still be drawn and traced.
014847******************************************************************
014848 1665-BOOK-RECEIPT-LOT.
014849     IF GR-LotNo = SPACES
014850         MOVE GR-ReceivedDate TO Receipt-Lot-No
014851     ELSE
014852         MOVE GR-LotNo TO Receipt-Lot-No
014853     END-IF
014854     MOVE GR-OilID       TO LT-OilID
014855     MOVE Receipt-Lot-No TO LT-LotNo
014856     MOVE Movement-Branch-ID TO LT-BranchID
014857     READ StockLotFile
014858         INVALID KEY
014859             MOVE Movement-Branch-ID TO LT-BranchID
014860             MOVE GR-OilID        TO LT-OilID
014861             MOVE Receipt-Lot-No  TO LT-LotNo
014862             MOVE GR-ReceivedDate TO LT-ReceivedDate
014863             IF GR-BestBefore NUMERIC
014864                 MOVE GR-BestBefore TO LT-BestBefore
014865             ELSE
014866                 MOVE ZERO TO LT-BestBefore
014867             END-IF
014868             MOVE GR-Units        TO LT-UnitsReceived
014869             MOVE GR-Units        TO LT-OnHand
014870             MOVE GH-PoNumber     TO LT-PoNumber
014871             IF Matched-Po-Sub = ZERO
014872                 MOVE ZERO TO LT-SupplierID
014873             ELSE
014874                 MOVE Po-Tab-SupplierID (Matched-Po-Sub)
014875                     TO LT-SupplierID
014876             END-IF
014877             WRITE Stock-Lot-Record
014878         NOT INVALID KEY
014879             ADD GR-Units TO LT-UnitsReceived
014880             ADD GR-Units TO LT-OnHand
014881             REWRITE Stock-Lot-Record
014882     END-READ
014883     .

014884******************************************************************
014885* 1620-LOAD-OPEN-ORDERS - pick up the last purchase order number
014886* issued and load PORDERS.DAT into Po-Table. Neither file
014887* existing yet just means no orders outstanding and a series
014890* starting at zero.
014900******************************************************************
014910 1620-LOAD-OPEN-ORDERS.
014920     PERFORM 1630-READ-PO-SEQ
014925     PERFORM 1625-LOAD-SUPPLIER-CATALOGUE
014930     OPEN INPUT PurchaseOrderFile
014940     IF Po-File-Status NOT = "00"
014950         MOVE 'Y' TO Po-Eof-Switch
015170     END-IF
015180     .

015181******************************************************************
015182* 1625-LOAD-SUPPLIER-CATALOGUE - load SUPPCAT.DAT. No catalogue
015183* means no oil has a supplier yet, so the reorder pass lists
015184* the oils it flags without raising orders for them.
015185******************************************************************
015186 1625-LOAD-SUPPLIER-CATALOGUE.
015187     OPEN INPUT SupplierCatalogueFile
015188     IF Supp-Cat-File-Status NOT = "00"
015189         MOVE 'Y' TO Supp-Cat-Eof-Switch
015190     ELSE
015191         READ SupplierCatalogueFile
015192             AT END MOVE 'Y' TO Supp-Cat-Eof-Switch
015193         END-READ
015194         PERFORM 1626-LOAD-ONE-CATALOGUE-ROW UNTIL Supp-Cat-Eof
015195         CLOSE SupplierCatalogueFile
015196     END-IF
015197     .

015198******************************************************************
015199* 1626-LOAD-ONE-CATALOGUE-ROW - file one supplier catalogue row.
015200******************************************************************
015201 1626-LOAD-ONE-CATALOGUE-ROW.
015202     IF Supp-Cat-Count < Max-Supp-Cats
015203         ADD 1 TO Supp-Cat-Count
015204         MOVE SC-OilID      TO Cat-OilID (Supp-Cat-Count)
015205         MOVE SC-SupplierID TO Cat-SupplierID (Supp-Cat-Count)
015206         MOVE SC-UnitPrice  TO Cat-UnitPrice (Supp-Cat-Count)
015207     END-IF
015208     READ SupplierCatalogueFile
015209         AT END MOVE 'Y' TO Supp-Cat-Eof-Switch
015210     END-READ
015211     .

015212******************************************************************
015213* 1640-LOAD-ONE-ORDER - file one purchase order row.
015214******************************************************************
015220 1640-LOAD-ONE-ORDER.
015230     IF Po-Count < Max-Pos
015240         ADD 1 TO Po-Count
015280         MOVE PO-QtyOrdered  TO Po-Tab-QtyOrdered (Po-Count)
015290         MOVE PO-QtyReceived TO Po-Tab-QtyReceived (Po-Count)
015300         MOVE PO-StatusCode  TO Po-Tab-Status (Po-Count)
015303         MOVE PO-SupplierID  TO Po-Tab-SupplierID (Po-Count)
015306         MOVE PO-UnitPrice   TO Po-Tab-UnitPrice (Po-Count)
015307         IF PO-BranchID = SPACES
015308             MOVE Main-Branch-ID TO Po-Tab-BranchID (Po-Count)
015309         ELSE
015310             MOVE PO-BranchID    TO Po-Tab-BranchID (Po-Count)
015311         END-IF
015312     END-IF
015320     READ PurchaseOrderFile
015330         AT END MOVE 'Y' TO Po-Eof-Switch
015340     END-READ

015360******************************************************************
015370* 1662-MATCH-RECEIPT-TO-ORDER - book the receipt just applied to
015376* on-hand against the first open purchase order raised for its
015382* oil at the receiving branch: the
015390* receipt comes off ST-OnOrder, a filled order is flagged, and a
015400* receipt with no order, or more units than its order still
015410* expects, is filed on the stock exception stream.
015480             OR Matched-Po-Sub > ZERO
015490     IF Matched-Po-Sub = ZERO
015500         MOVE GR-OilID TO SX-OilID
015505         MOVE Movement-Branch-ID TO SX-BranchID
015510         MOVE GR-Units TO SX-UnitsWanted
015520         MOVE ZERO     TO SX-UnitsOnHand
015530         MOVE "RECEIPT WITHOUT ORDER" TO SX-Reason
015580             - Po-Tab-QtyReceived (Matched-Po-Sub)
015590         IF GR-Units > Po-Outstanding
015600             MOVE GR-OilID TO SX-OilID
015605             MOVE Movement-Branch-ID TO SX-BranchID
015610             MOVE GR-Units TO SX-UnitsWanted
015620             MOVE Po-Outstanding TO SX-UnitsOnHand
015630             MOVE "OVER-DELIVERY ON ORDER" TO SX-Reason

015820******************************************************************
015830* 1663-TEST-ONE-ORDER - match one table order against the
015840* receipt's oil and branch, first open order wins.
015850******************************************************************
015860 1663-TEST-ONE-ORDER.
015870     IF Po-Tab-OilID (Po-Sub) = GR-OilID
015875             AND Po-Tab-BranchID (Po-Sub) = Movement-Branch-ID
015880             AND Po-Tab-Status (Po-Sub) = 'O'
015890         MOVE Po-Sub TO Matched-Po-Sub
015900     END-IF
015910     .

015911******************************************************************
015912* 1670-APPLY-STOCK-TRANSFERS - move the day's STKXFER.DAT
015913* inter-branch transfers between the branches' stock rows, after
015914* the receipts so a delivery can be passed straight on. Each
015915* transfer is applied whole or not at all: one naming the same
015916* branch twice, no units, a branch row not on the stock master
015917* or more units than the sending branch holds goes to the stock
015918* exception stream instead. Both legs of an applied transfer
015919* are written to GRCVHST.DAT, out of the sending branch and in
015920* to the receiving one, so RECON's stock check nets them off.
015921* The file is emptied once applied, the same re-run guard 1650
015922* puts on GOODSRCV.DAT.
015923******************************************************************
015924 1670-APPLY-STOCK-TRANSFERS.
015925     OPEN INPUT StockTransferFile
015926     IF Stock-Transfer-File-Status NOT = "00"
015927         MOVE 'Y' TO Transfer-Eof-Switch
015928     ELSE
015929         PERFORM 1655-OPEN-RECEIPT-HISTORY
015930         READ StockTransferFile
015931             AT END MOVE 'Y' TO Transfer-Eof-Switch
015932         END-READ
015933         PERFORM 1675-APPLY-ONE-TRANSFER
015934             UNTIL Transfer-Eof
015935         CLOSE ReceiptHistoryFile
015936         CLOSE StockTransferFile
015937         OPEN OUTPUT StockTransferFile
015938         CLOSE StockTransferFile
015939     END-IF
015940     .

015941******************************************************************
015942* 1675-APPLY-ONE-TRANSFER - check one transfer, then take it off
015943* the sending branch's row and add it to the receiving branch's,
015944* and move the same units between the two branches' lots.
015945******************************************************************
015946 1675-APPLY-ONE-TRANSFER.
015947     PERFORM 1676-CHECK-TRANSFER
015948     IF Transfer-Is-Valid
015949         ADD 1 TO Transfers-Applied-Count
015950         MOVE XF-FromBranchID TO ST-BranchID
015951         MOVE XF-OilID        TO ST-OilID
015952         READ StockMasterFile
015953             INVALID KEY
015954                 CONTINUE
015955             NOT INVALID KEY
015956                 SUBTRACT XF-Units FROM ST-OnHand
015957                 REWRITE Stock-Master-Record
015958         END-READ
015959         MOVE XF-FromBranchID TO GH-BranchID
015960         MOVE 'O'             TO GH-MoveType
015961         PERFORM 1678-WRITE-TRANSFER-LEG
015962         MOVE XF-ToBranchID   TO ST-BranchID
015963         MOVE XF-OilID        TO ST-OilID
015964         READ StockMasterFile
015965             INVALID KEY
015966                 CONTINUE
015967             NOT INVALID KEY
015968                 ADD XF-Units TO ST-OnHand
015969                 REWRITE Stock-Master-Record
015970         END-READ
015971         MOVE XF-ToBranchID   TO GH-BranchID
015972         MOVE 'I'             TO GH-MoveType
015973         PERFORM 1678-WRITE-TRANSFER-LEG
015974         PERFORM 1677-MOVE-TRANSFER-LOTS
015975     ELSE
015976         ADD 1 TO Transfers-Rejected-Count
015977         MOVE XF-OilID             TO SX-OilID
015978         MOVE XF-FromBranchID      TO SX-BranchID
015979         MOVE XF-Units             TO SX-UnitsWanted
015980         MOVE Transfer-Source-On-Hand TO SX-UnitsOnHand
015981         MOVE Transfer-Reason-Text TO SX-Reason
015982         PERFORM 3260-WRITE-STOCK-EXCEPTION
015983     END-IF
015984     READ StockTransferFile
015985         AT END MOVE 'Y' TO Transfer-Eof-Switch
015986     END-READ
015987     .

015988******************************************************************
015989* 1676-CHECK-TRANSFER - validate the current transfer: both
015990* branches named and different, some units, the receiving row
015991* on the stock master, and the sending row holding enough.
015992******************************************************************
015993 1676-CHECK-TRANSFER.
015994     MOVE 'Y'  TO Transfer-Valid-Switch
015995     MOVE ZERO TO Transfer-Source-On-Hand
015996     IF XF-FromBranchID = SPACES OR XF-ToBranchID = SPACES
015997         MOVE 'N' TO Transfer-Valid-Switch
015998         MOVE "TRANSFER BRANCH MISSING" TO Transfer-Reason-Text
015999     END-IF
016000     IF Transfer-Is-Valid AND XF-FromBranchID = XF-ToBranchID
016001         MOVE 'N' TO Transfer-Valid-Switch
016002         MOVE "TRANSFER TO SAME BRANCH" TO Transfer-Reason-Text
016003     END-IF
016004     IF Transfer-Is-Valid
016005         IF XF-Units NOT NUMERIC OR XF-Units = ZERO
016006             MOVE 'N' TO Transfer-Valid-Switch
016007             MOVE "BAD TRANSFER QUANTITY" TO Transfer-Reason-Text
016008         END-IF
016009     END-IF
016010     IF Transfer-Is-Valid
016011         MOVE XF-ToBranchID TO ST-BranchID
016012         MOVE XF-OilID      TO ST-OilID
016013         READ StockMasterFile
016014             INVALID KEY
016015                 MOVE 'N' TO Transfer-Valid-Switch
016016                 MOVE "NO STOCK ROW AT RECEIVER"
016017                     TO Transfer-Reason-Text
016018         END-READ
016019     END-IF
016020     IF Transfer-Is-Valid
016021         MOVE XF-FromBranchID TO ST-BranchID
016022         MOVE XF-OilID        TO ST-OilID
016023         READ StockMasterFile
016024             INVALID KEY
016025                 MOVE 'N' TO Transfer-Valid-Switch
016026                 MOVE "NO STOCK ROW AT SENDER"
016027                     TO Transfer-Reason-Text
016028             NOT INVALID KEY
016029                 MOVE ST-OnHand TO Transfer-Source-On-Hand
016030         END-READ
016031     END-IF
016032     IF Transfer-Is-Valid AND XF-Units > Transfer-Source-On-Hand
016033         MOVE 'N' TO Transfer-Valid-Switch
016034         MOVE "TRANSFER SHORT AT SOURCE" TO Transfer-Reason-Text
016035     END-IF
016036     .

016037******************************************************************
016038* 1678-WRITE-TRANSFER-LEG - write one leg of the current transfer
016039* to the movements history, the branch and direction already
016040* set by the caller.
016041******************************************************************
016042 1678-WRITE-TRANSFER-LEG.
016043     MOVE XF-OilID TO GH-OilID
016044     IF XF-TransferDate NUMERIC AND XF-TransferDate > ZERO
016045         MOVE XF-TransferDate TO GH-ReceivedDate
016046     ELSE
016047         MOVE Run-Date TO GH-ReceivedDate
016048     END-IF
016049     MOVE XF-Units TO GH-Units
016050     MOVE ZERO     TO GH-PoNumber
016051     WRITE Receipt-History-Record
016052     .

016053******************************************************************
016054* 1677-MOVE-TRANSFER-LOTS - draw the transferred units off the
016055* sender's lots the way a sale is drawn; 1679 books each share
016056* onto the same lot at the receiver. A shortfall is filed as LOT
016057* STOCK SHORT.
016058******************************************************************
016059 1677-MOVE-TRANSFER-LOTS.
016060     MOVE XF-FromBranchID TO Lot-Branch-ID
016061     MOVE XF-OilID        TO Lot-Oil-ID
016062     MOVE XF-Units        TO Lot-Units-Left
016063     MOVE 'T'             TO Lot-Draw-Type-Switch
016064     PERFORM 3255-DRAW-FROM-LOTS
016065     .
016066
016067******************************************************************
016068* 1679-BOOK-TRANSFER-LOT - add the units just drawn to the same
016069* lot at the receiver, opening it there from the sender's row.
016070******************************************************************
016071 1679-BOOK-TRANSFER-LOT.
016072     MOVE Stock-Lot-Record TO Xfer-Lot-Record
016073     MOVE XF-ToBranchID    TO LT-BranchID
016074     READ StockLotFile
016075         INVALID KEY
016076             MOVE Xfer-Lot-Record TO Stock-Lot-Record
016077             MOVE XF-ToBranchID   TO LT-BranchID
016078             MOVE Lot-Units-Drawn TO LT-UnitsReceived
016079             MOVE Lot-Units-Drawn TO LT-OnHand
016080             WRITE Stock-Lot-Record
016081         NOT INVALID KEY
016082             ADD Lot-Units-Drawn TO LT-UnitsReceived
016083             ADD Lot-Units-Drawn TO LT-OnHand
016084             REWRITE Stock-Lot-Record
016085     END-READ
016086     .

016087******************************************************************
016088* 1680-PROCESS-RETURNS - accept the day's RETURNS.DAT extract:
016089* each valid return is priced at the cost in force on its
016090* original sale date, restocked onto the stock master, and filed
016091* on CREDNOTE.DAT for INVGEN's credit note run; an invalid one
016092* goes to RETEXC.DAT with its reason. The returns file is emptied
016093* once applied, the same re-run guard 1650 puts on GOODSRCV.DAT.
016094* CREDNOTE.DAT is truncated every fresh run so a night with no
016095* returns cannot re-credit yesterday's.
016096******************************************************************
016097 1680-PROCESS-RETURNS.
016098     OPEN OUTPUT CreditNoteFile
016099     OPEN OUTPUT ReturnExceptionFile
016100     OPEN INPUT ReturnsFile
016101     IF Returns-File-Status NOT = "00"
016102         MOVE 'Y' TO Returns-Eof-Switch
016103     ELSE
016104         READ ReturnsFile
016105             AT END MOVE 'Y' TO Returns-Eof-Switch
016110         END-READ
016120         PERFORM 1690-APPLY-ONE-RETURN
016130             UNTIL Returns-Eof
016610                     TO Return-Reason-Text
016620             ELSE
016630                 PERFORM 1693-CHECK-RETURN-CUSTOMER
016632                 IF Return-Is-Valid
016634                     PERFORM 1697-CHECK-RETURN-LOT
016636                 END-IF
016640                 IF Return-Is-Valid
016650                     PERFORM 1695-PRICE-RETURN
016660                 END-IF
016720* 1693-CHECK-RETURN-CUSTOMER - look the return's customer up on
016730* the master the same way 2075-CHECK-CUSTOMER does for a sale,
016740* carrying the master's spelling of the name onto the credit
016750* note, and the surviving ID where the customer has been merged.
016760******************************************************************
016770 1693-CHECK-RETURN-CUSTOMER.
016780     IF Cust-Master-Available
016790         MOVE RTCustomerID TO CM-CustomerID
016793         MOVE 'N' TO Customer-Found-Switch
016796         MOVE ZERO TO Alias-Hop-Count
016800         READ CustomerMasterFile
016810             INVALID KEY
016820                 CONTINUE
016850             NOT INVALID KEY
016860                 MOVE 'Y' TO Customer-Found-Switch
016870         END-READ
016871         PERFORM 2073-FOLLOW-ALIAS
016872             UNTIL NOT Customer-Found OR CM-MergedInto = ZERO
016873         IF NOT Customer-Found
016874             MOVE 'N' TO Return-Valid-Switch
016875             MOVE "UNKNOWN CUSTOMER ID"
016876                 TO Return-Reason-Text
016877         ELSE
016878             MOVE CM-CustomerID   TO RTCustomerID
016879             MOVE CM-CustomerName TO RTCustomerName
016880         END-IF
016881     END-IF
016882     .

016883******************************************************************
016884* 1697-CHECK-RETURN-LOT - a return goes back onto the lot it was
016885* sold from, so the lot it names must be on the lot master for
016886* the returned oil at the branch taking the return back.
016887******************************************************************
016888 1697-CHECK-RETURN-LOT.
016889     IF Stock-Master-Available
016890         IF RTLotNo = SPACES
016891             MOVE 'N' TO Return-Valid-Switch
016892             MOVE "NO LOT ON RETURN" TO Return-Reason-Text
016893         ELSE
016894             IF RTBranchID = SPACES
016895                 MOVE Main-Branch-ID TO LT-BranchID
016896             ELSE
016897                 MOVE RTBranchID     TO LT-BranchID
016898             END-IF
016899             MOVE RTOilID TO LT-OilID
016900             MOVE RTLotNo TO LT-LotNo
016901             READ StockLotFile
016902                 INVALID KEY
016903                     MOVE 'N' TO Return-Valid-Switch
016904                     MOVE "UNKNOWN LOT AT BRANCH"
016905                         TO Return-Reason-Text
016906             END-READ
016907         END-IF
016908     END-IF
016909     .

016910******************************************************************
016911* 1695-PRICE-RETURN - price the return at the cost in force on
016920* the original sale date, so the credit exactly reverses what
016930* that day's run charged.
016940******************************************************************
017180     IF Stock-Master-Available
017190         COMPUTE Return-Stock-Units =
017200             RTUnitsReturned * RTUnitSize
017201         IF RTBranchID = SPACES
017202             MOVE Main-Branch-ID TO Movement-Branch-ID
017203         ELSE
017204             MOVE RTBranchID     TO Movement-Branch-ID
017205         END-IF
017206         MOVE Movement-Branch-ID TO ST-BranchID
017210         MOVE RTOilID TO ST-OilID
017220         READ StockMasterFile
017230             INVALID KEY
017240                 MOVE RTOilID            TO SX-OilID
017245                 MOVE Movement-Branch-ID TO SX-BranchID
017250                 MOVE Return-Stock-Units TO SX-UnitsWanted
017260                 MOVE ZERO               TO SX-UnitsOnHand
017270                 MOVE "RETURN FOR UNKNOWN OIL" TO SX-Reason
017330                 MOVE RTOilID    TO GH-OilID
017340                 MOVE Run-Date   TO GH-ReceivedDate
017350                 MOVE Return-Stock-Units TO GH-Units
017355                 MOVE ZERO       TO GH-PoNumber
017356                 MOVE Movement-Branch-ID TO GH-BranchID
017357                 MOVE 'C'        TO GH-MoveType
017360                 WRITE Receipt-History-Record
017370                 CLOSE ReceiptHistoryFile
017375                 PERFORM 1698-RESTOCK-RETURN-LOT
017380         END-READ
017390     END-IF
017400     .

017401******************************************************************
017402* 1698-RESTOCK-RETURN-LOT - put the returned units back onto the
017403* lot 1697 found, and log the movement against the customer so
017404* the recall trace shows the stock came back.
017405******************************************************************
017406 1698-RESTOCK-RETURN-LOT.
017407     MOVE Movement-Branch-ID TO LT-BranchID
017408     MOVE RTOilID TO LT-OilID
017409     MOVE RTLotNo TO LT-LotNo
017410     READ StockLotFile
017411         INVALID KEY
017412             CONTINUE
017413         NOT INVALID KEY
017414             ADD Return-Stock-Units TO LT-OnHand
017415             REWRITE Stock-Lot-Record
017416             MOVE Run-Date           TO LI-RunDate
017417             MOVE RTCustomerID       TO LI-CustomerID
017418             MOVE RTCustomerName     TO LI-CustomerName
017419             MOVE RTOilID            TO LI-OilID
017420             MOVE RTLotNo            TO LI-LotNo
017421             MOVE Return-Stock-Units TO LI-Units
017422             MOVE 'R'                TO LI-MoveType
017423             MOVE Movement-Branch-ID TO LI-BranchID
017424             WRITE Lot-Issue-Record
017425     END-READ
017426     .

017427******************************************************************
017428* 1696-WRITE-CREDIT-NOTE - file the priced return on the credit
017430* note stream INVGEN turns into a printed credit note and a
017440* negative register row.
017450******************************************************************
018510         MOVE OPEffectiveDate
018520             TO Price-Effective-Date (Oil-Price-Index)
018530         MOVE OPUnitCost TO Price-Unit-Cost (Oil-Price-Index)
018531         IF OPPurchaseCost NUMERIC
018532             MOVE OPPurchaseCost
018533                 TO Price-Purchase-Cost (Oil-Price-Index)
018534             MOVE 'Y' TO Price-Cost-Switch (Oil-Price-Index)
018535         ELSE
018536             MOVE 'N' TO Price-Cost-Switch (Oil-Price-Index)
018537         END-IF
018540     END-IF
018550     READ OilPriceFile
018560         AT END MOVE 'Y' TO Oil-Price-Eof-Switch
019060                 TO Returns-Applied-Count
019070             MOVE Restart-Returns-Rejected-Hold
019080                 TO Returns-Rejected-Count
019082             MOVE Restart-Transfers-Applied-Hold
019084                 TO Transfers-Applied-Count
019086             MOVE Restart-Transfers-Rejected-Hold
019088                 TO Transfers-Rejected-Count
019090         END-IF
019100         CLOSE RestartFile
019110     END-IF
019350                 TO Restart-Returns-Applied-Hold
019360             MOVE Restart-Returns-Rejected
019370                 TO Restart-Returns-Rejected-Hold
019372             MOVE Restart-Transfers-Applied
019374                 TO Restart-Transfers-Applied-Hold
019376             MOVE Restart-Transfers-Rejected
019378                 TO Restart-Transfers-Rejected-Hold
019380     END-READ
019390     .
019400 1110-READ-RESTART-RECORD-EXIT.
019960     ADD RawSalesValue TO Grand-Gross-Value
019970     ADD Sale-Discount-Amount TO Grand-Discount-Value
019980     ADD Net-Sale-Value TO Grand-Sales-Value
019985     ADD Sale-Cost-Value TO Grand-Cost-Value
019990     ADD OUnitsSold    TO Oil-Total-Units (OilIndex)
020000     ADD Net-Sale-Value TO Oil-Total-Value (OilIndex)
020010     ADD Sale-Discount-Amount
025280     END-IF
025290     .

025291******************************************************************
025292* 2073-FOLLOW-ALIAS - the customer just read has been merged into
025293* another: read the customer it survives as, the way a late
025294* extract keyed to the retired ID is meant to resolve. A chain
025295* longer than Max-Alias-Hops is treated as not on file.
025296******************************************************************
025297 2073-FOLLOW-ALIAS.
025298     ADD 1 TO Alias-Hop-Count
025299     IF Alias-Hop-Count > Max-Alias-Hops
025300         MOVE 'N' TO Customer-Found-Switch
025301     ELSE
025302         MOVE CM-MergedInto TO CM-CustomerID
025303         READ CustomerMasterFile
025304             INVALID KEY
025305                 MOVE 'N' TO Customer-Found-Switch
025306         END-READ
025307     END-IF
025308     .

025309******************************************************************
025310* 2074-CHECK-SALESPERSON - the sale's salesperson must be on the
025320* master and active; garbage in the field used to become a new
025330* line on the commission report.
025590 2075-CHECK-CUSTOMER.
025600     IF Cust-Master-Available
025610         MOVE SCustomerID TO CM-CustomerID
025613         MOVE 'N' TO Customer-Found-Switch
025616         MOVE ZERO TO Alias-Hop-Count
025620         READ CustomerMasterFile
025630             INVALID KEY
025640                 CONTINUE
025670             NOT INVALID KEY
025680                 MOVE 'Y' TO Customer-Found-Switch
025700         END-READ
025701         PERFORM 2073-FOLLOW-ALIAS
025702             UNTIL NOT Customer-Found OR CM-MergedInto = ZERO
025703         IF NOT Customer-Found
025704             MOVE 'N' TO Sale-Valid-Switch
025705             MOVE "UNKNOWN CUSTOMER ID"
025706                 TO Reject-Reason-Text
025707         ELSE
025708             MOVE CM-CustomerID   TO SCustomerID
025709             MOVE CM-CustomerName TO SCustomerName
025710             PERFORM 2076-CHECK-CREDIT
025711         END-IF
025712     END-IF
025720     .

025730******************************************************************
027600     MOVE Failed-File-Count     TO Restart-Failed-Files
027610     MOVE Returns-Applied-Count  TO Restart-Returns-Applied
027620     MOVE Returns-Rejected-Count TO Restart-Returns-Rejected
027623     MOVE Transfers-Applied-Count  TO Restart-Transfers-Applied
027626     MOVE Transfers-Rejected-Count TO Restart-Transfers-Rejected
027630     OPEN OUTPUT RestartFile
027640     WRITE Restart-Record
027650     CLOSE RestartFile
028520     ADD RawSalesValue TO Customer-Gross-Value
028530     ADD Sale-Discount-Amount TO Customer-Discount-Value
028540     ADD Net-Sale-Value TO Customer-Sales-Value
028545     ADD Sale-Cost-Value TO Grand-Cost-Value
028550     ADD OUnitsSold    TO Oil-Total-Units (OilIndex)
028560     ADD Net-Sale-Value TO Oil-Total-Value (OilIndex)
028570     ADD Sale-Discount-Amount
028590     PERFORM 3220-ACCUMULATE-COMMISSION
028600     IF Stock-Master-Available
028610         COMPUTE Stock-Units-Wanted = OUnitsSold * OUnitSize
028612         PERFORM 3290-FIND-PENDING-BRANCH
028614         IF Pending-Branch-Slot = ZERO
028616             MOVE OOilID             TO SX-OilID
028618             MOVE OBranchID          TO SX-BranchID
028620             MOVE Stock-Units-Wanted TO SX-UnitsWanted
028622             MOVE ZERO               TO SX-UnitsOnHand
028624             MOVE "BRANCH NOT DRAWN DOWN" TO SX-Reason
028626             PERFORM 3260-WRITE-STOCK-EXCEPTION
028628         ELSE
028630             ADD Stock-Units-Wanted TO Pending-Stock-Units
028632                 (Pending-Branch-Slot, OilIndex)
028634         END-IF
028640     END-IF
028650     PERFORM 3270-BUFFER-HISTORY-ROW
028660     PERFORM 3280-ACCUMULATE-BRANCH
028900******************************************************************
028910* 3250-DRAW-DOWN-STOCK - subtract one oil's buffered physical
028920* units (units sold extended by the unit size) from its on-hand
028926* balance at the branch that sold it. A draw that would drive
028932* on-hand negative is filed on
028940* the exception stream and the balance floored at zero; an oil
028946* missing from the stock master is filed there too. The same
028950* units are drawn from the branch's lots of the oil, oldest
028954* first.
028960******************************************************************
028970 3250-DRAW-DOWN-STOCK.
028980     MOVE Pending-Stock-Units (Flush-Branch-Sub, Flush-Oil-Slot)
028990         TO Stock-Units-Wanted
029000     IF Flush-Oil-Slot < 16
029010         MOVE 'E' TO Flush-Oil-Code
029040         MOVE 'B' TO Flush-Oil-Code
029050         COMPUTE Flush-Oil-Number = Flush-Oil-Slot - 15
029060     END-IF
029065     MOVE Pending-Branch-ID (Flush-Branch-Sub) TO ST-BranchID
029070     MOVE Flush-Oil-ID TO ST-OilID
029080     READ StockMasterFile
029090         INVALID KEY
029100             MOVE Flush-Oil-ID       TO SX-OilID
029105             MOVE ST-BranchID        TO SX-BranchID
029110             MOVE Stock-Units-Wanted TO SX-UnitsWanted
029120             MOVE ZERO               TO SX-UnitsOnHand
029130             MOVE "OIL NOT ON STOCK MASTER" TO SX-Reason
029140             PERFORM 3260-WRITE-STOCK-EXCEPTION
029150         NOT INVALID KEY
029151             MOVE ST-BranchID  TO Lot-Branch-ID
029152             MOVE Flush-Oil-ID TO Lot-Oil-ID
029153             MOVE Stock-Units-Wanted TO Lot-Units-Left
029154             MOVE 'S'          TO Lot-Draw-Type-Switch
029155             PERFORM 3255-DRAW-FROM-LOTS
029160             IF Stock-Units-Wanted > ST-OnHand
029170                 MOVE Flush-Oil-ID       TO SX-OilID
029175                 MOVE ST-BranchID        TO SX-BranchID
029180                 MOVE Stock-Units-Wanted TO SX-UnitsWanted
029190                 MOVE ST-OnHand          TO SX-UnitsOnHand
029200                 MOVE "OUT OF STOCK" TO SX-Reason
029250             END-IF
029260             REWRITE Stock-Master-Record
029270     END-READ
029271     MOVE ZERO
029272         TO Pending-Stock-Units (Flush-Branch-Sub, Flush-Oil-Slot)
029273     .

029274******************************************************************
029275* 3255-DRAW-FROM-LOTS - take Lot-Units-Left off the lots that
029276* Lot-Branch-ID holds of Lot-Oil-ID, first received first,
029277* passing over lots already past their best-before date (those
029278* wait on the expiring-stock report to be written off at
029279* stocktake). A sale's lots drawn are logged against the
029280* customer on LOTISSUE.DAT; units the lots cannot cover are
029281* filed on the exception stream.
029282******************************************************************
029283 3255-DRAW-FROM-LOTS.
029284     MOVE ZERO TO Lot-Draw-Count
029285     MOVE 'N'  TO Lot-Eof-Switch
029286     MOVE Lot-Branch-ID TO LT-BranchID
029287     MOVE Lot-Oil-ID   TO LT-OilID
029288     MOVE LOW-VALUES   TO LT-LotNo
029289     START StockLotFile KEY NOT < LT-LotKey
029290         INVALID KEY MOVE 'Y' TO Lot-Eof-Switch
029291     END-START
029292     PERFORM 3256-LOAD-ONE-LOT UNTIL Lot-Eof
029293     MOVE 1 TO Oldest-Lot-Sub
029294     PERFORM 3257-DRAW-OLDEST-LOT
029295         UNTIL Lot-Units-Left = ZERO
029296             OR Oldest-Lot-Sub = ZERO
029297     IF Lot-Units-Left > ZERO
029298         MOVE Lot-Oil-ID     TO SX-OilID
029299         MOVE Lot-Branch-ID  TO SX-BranchID
029300         MOVE Lot-Units-Left TO SX-UnitsWanted
029301         MOVE ZERO           TO SX-UnitsOnHand
029302         MOVE "LOT STOCK SHORT" TO SX-Reason
029303         PERFORM 3260-WRITE-STOCK-EXCEPTION
029304     END-IF
029305     .

029306******************************************************************
029307* 3256-LOAD-ONE-LOT - read the next lot and keep it in
029308* Lot-Draw-Table if it is the branch's lot of the oil, has stock
029309* and is still in date.
029310* A lot that will not fit in the table is counted instead.
029311******************************************************************
029312 3256-LOAD-ONE-LOT.
029313     READ StockLotFile NEXT RECORD
029314         AT END MOVE 'Y' TO Lot-Eof-Switch
029315     END-READ
029316     IF NOT Lot-Eof
029317         IF LT-BranchID NOT = Lot-Branch-ID
029318                 OR LT-OilID NOT = Lot-Oil-ID
029319             MOVE 'Y' TO Lot-Eof-Switch
029320         ELSE
029321             IF LT-OnHand > ZERO
029322                     AND (LT-BestBefore = ZERO
029323                         OR LT-BestBefore NOT < Run-Date)
029324                 IF Lot-Draw-Count < Max-Lot-Draws
029325                     ADD 1 TO Lot-Draw-Count
029326                     MOVE LT-LotNo TO Draw-Lot-No (Lot-Draw-Count)
029327                     MOVE LT-ReceivedDate
029328                         TO Draw-Received-Date (Lot-Draw-Count)
029329                     MOVE 'N'
029330                         TO Draw-Taken-Switch (Lot-Draw-Count)
029331                 ELSE
029332                     ADD 1 TO Lot-Draws-Dropped
029333                 END-IF
029334             END-IF
029335         END-IF
029336     END-IF
029337     .

029338******************************************************************
029339* 3257-DRAW-OLDEST-LOT - find the earliest-received lot not yet
029340* drawn and take as much of the draw as it holds; Oldest-Lot-Sub
029341* comes back zero once every lot has been drawn.
029342******************************************************************
029343 3257-DRAW-OLDEST-LOT.
029344     MOVE ZERO TO Oldest-Lot-Sub
029345     PERFORM 3258-TEST-ONE-LOT
029346         VARYING Lot-Draw-Sub FROM 1 BY 1
029347         UNTIL Lot-Draw-Sub > Lot-Draw-Count
029348     IF Oldest-Lot-Sub > ZERO
029349         MOVE 'Y' TO Draw-Taken-Switch (Oldest-Lot-Sub)
029350         MOVE Lot-Branch-ID TO LT-BranchID
029351         MOVE Lot-Oil-ID   TO LT-OilID
029352         MOVE Draw-Lot-No (Oldest-Lot-Sub) TO LT-LotNo
029353         READ StockLotFile
029354             INVALID KEY
029355                 CONTINUE
029356             NOT INVALID KEY
029357                 IF Lot-Units-Left > LT-OnHand
029358                     MOVE LT-OnHand TO Lot-Units-Drawn
029359                 ELSE
029360                     MOVE Lot-Units-Left TO Lot-Units-Drawn
029361                 END-IF
029362                 SUBTRACT Lot-Units-Drawn FROM LT-OnHand
029363                 SUBTRACT Lot-Units-Drawn FROM Lot-Units-Left
029364                 REWRITE Stock-Lot-Record
029365                 IF Lot-Draw-For-Transfer
029366                     PERFORM 1679-BOOK-TRANSFER-LOT
029367                 ELSE
029368                     MOVE Run-Date          TO LI-RunDate
029369                     MOVE CustomerID-Hold   TO LI-CustomerID
029370                     MOVE CustomerName-Hold TO LI-CustomerName
029371                     MOVE Lot-Oil-ID        TO LI-OilID
029372                     MOVE LT-LotNo          TO LI-LotNo
029373                     MOVE Lot-Units-Drawn   TO LI-Units
029374                     MOVE 'S'               TO LI-MoveType
029375                     MOVE Lot-Branch-ID     TO LI-BranchID
029376                     WRITE Lot-Issue-Record
029377                 END-IF
029378         END-READ
029379     END-IF
029380     .

029381******************************************************************
029382* 3258-TEST-ONE-LOT - keep the lot if it is undrawn and received
029383* before the oldest found so far.
029384******************************************************************
029385 3258-TEST-ONE-LOT.
029386     IF Draw-Taken-Switch (Lot-Draw-Sub) = 'N'
029387         IF Oldest-Lot-Sub = ZERO
029388             MOVE Lot-Draw-Sub TO Oldest-Lot-Sub
029389         ELSE
029390             IF Draw-Received-Date (Lot-Draw-Sub)
029391                     < Draw-Received-Date (Oldest-Lot-Sub)
029392                 MOVE Lot-Draw-Sub TO Oldest-Lot-Sub
029393             END-IF
029394         END-IF
029395     END-IF
029396     .

029397******************************************************************
029398* 3260-WRITE-STOCK-EXCEPTION - file the exception record built by
029399* the caller on the stock exception stream.
029400******************************************************************
029401 3260-WRITE-STOCK-EXCEPTION.
029402     WRITE Stock-Exception-Record
029403     .

029404******************************************************************
029405* 3270-BUFFER-HISTORY-ROW - build the current priced sorted
029406* sale's history row and hold it with the customer's other rows
029407* until the customer completes. A customer with more sales than
029408* the buffer holds has the excess written straight out, trading
029420* the re-run guarantee for not losing the rows.
029430******************************************************************
029440 3270-BUFFER-HISTORY-ROW.
029510     MOVE Net-Sale-Value TO HW-SalesValue
029520     MOVE OBranchID      TO HW-BranchID
029530     MOVE OUnitSize      TO HW-UnitSize
029531     MOVE OSalespersonID TO HW-SalespersonID
029532     MOVE Sale-Discount-Amount TO HW-DiscountValue
029533     MOVE Sale-Cost-Value TO HW-CostValue
029534     IF NOT Sale-Costed
029535         MOVE SPACES TO HW-CostValue-X
029536         ADD 1 TO Sales-Not-Costed-Count
029537     END-IF
029540     IF Pending-History-Count < Max-Pending-History
029550         ADD 1 TO Pending-History-Count
029560         MOVE History-Work-Row
029980     END-SEARCH
029990     .

029991******************************************************************
029992* 3290-FIND-PENDING-BRANCH - find (or add) the selling branch's
029993* entry in Pending-Stock-Table, a sale with no branch counting
029994* as the main branch's, leaving its slot in Pending-Branch-Slot,
029995* zero when the table is full.
029996******************************************************************
029997 3290-FIND-PENDING-BRANCH.
029998     IF OBranchID = SPACES
029999         MOVE Main-Branch-ID TO Wanted-Branch-ID
030000     ELSE
030001         MOVE OBranchID      TO Wanted-Branch-ID
030002     END-IF
030003     MOVE ZERO TO Pending-Branch-Slot
030004     PERFORM 3295-TEST-ONE-PENDING-BRANCH
030005         VARYING Flush-Branch-Sub FROM 1 BY 1
030006         UNTIL Flush-Branch-Sub > Pending-Branch-Count
030007             OR Pending-Branch-Slot > ZERO
030008     IF Pending-Branch-Slot = ZERO
030009             AND Pending-Branch-Count < Max-Pending-Branches
030010         ADD 1 TO Pending-Branch-Count
030011         MOVE Wanted-Branch-ID
030012             TO Pending-Branch-ID (Pending-Branch-Count)
030013         MOVE Pending-Branch-Count TO Pending-Branch-Slot
030014     END-IF
030015     .

030016******************************************************************
030017* 3295-TEST-ONE-PENDING-BRANCH - match one pending branch entry.
030018******************************************************************
030019 3295-TEST-ONE-PENDING-BRANCH.
030020     IF Pending-Branch-ID (Flush-Branch-Sub) = Wanted-Branch-ID
030021         MOVE Flush-Branch-Sub TO Pending-Branch-Slot
030022     END-IF
030023     .

030024******************************************************************
030025* 3450-FLUSH-SIDE-EFFECTS - release the completed customer's
030026* buffered stock draw-downs and history rows, immediately before
030030* the restart checkpoint records the customer as done.
030040******************************************************************
030050 3450-FLUSH-SIDE-EFFECTS.
030060     IF Stock-Master-Available
030070         PERFORM 3455-FLUSH-ONE-BRANCH
030080             VARYING Flush-Branch-Sub FROM 1 BY 1
030090             UNTIL Flush-Branch-Sub > Pending-Branch-Count
030100     END-IF
030110     PERFORM 3470-FLUSH-ONE-HISTORY-ROW
030120         VARYING Pending-Sub FROM 1 BY 1
030140     MOVE ZERO TO Pending-History-Count
030150     .

030151******************************************************************
030152* 3455-FLUSH-ONE-BRANCH - apply one selling branch's buffered
030153* draw-downs, oil by oil.
030154******************************************************************
030155 3455-FLUSH-ONE-BRANCH.
030156     PERFORM 3460-FLUSH-ONE-OIL-DRAW
030157         VARYING Flush-Oil-Slot FROM 1 BY 1
030158         UNTIL Flush-Oil-Slot > 30
030159     .

030160******************************************************************
030170* 3460-FLUSH-ONE-OIL-DRAW - apply one oil's buffered draw-down.
030180******************************************************************
030190 3460-FLUSH-ONE-OIL-DRAW.
030196     IF Pending-Stock-Units (Flush-Branch-Sub, Flush-Oil-Slot)
030202             > ZERO
030210         PERFORM 3250-DRAW-DOWN-STOCK
030220     END-IF
030230     .
030320******************************************************************
030330* 3210-PRICE-SALE - look this sorted sale's oil up in
030340* Oil-Price-Table as at Pricing-Date and extend the matched unit
030346* cost by the quantity and size sold; the matched purchase cost
030350* is extended the same way to cost the sale. A price row with
030354* no purchase cost leaves the sale not costed.
030360******************************************************************
030370 3210-PRICE-SALE.
030380     IF OEssentialOils
030490         RawSalesValue * Sale-Discount-Pct / 100
030500     SUBTRACT Sale-Discount-Amount FROM RawSalesValue
030510         GIVING Net-Sale-Value
030511     COMPUTE Sale-Cost-Value ROUNDED =
030512         Matched-Purchase-Cost * OUnitsSold * OUnitSize
030513     IF Price-Found AND Matched-Cost-Known
030514         MOVE 'Y' TO Sale-Cost-Switch
030515     ELSE
030516         MOVE 'N' TO Sale-Cost-Switch
030517     END-IF
030520     .

030530******************************************************************
030900******************************************************************
030910* 3230-FIND-OIL-PRICE - find the price row for the oil slot held
030920* in OilIndex with the latest effective date on or before
030926* Pricing-Date, leaving its cost in Matched-Oil-Cost and its
030932* purchase cost in Matched-Purchase-Cost.
030940******************************************************************
030950 3230-FIND-OIL-PRICE.
030960     MOVE 'N'  TO Price-Found-Switch
030970     MOVE ZERO TO Matched-Oil-Cost
030975     MOVE ZERO TO Matched-Purchase-Cost
030977     MOVE 'N'  TO Matched-Cost-Switch
030980     MOVE ZERO TO Matched-Effective-Date
030990     PERFORM 3240-TEST-ONE-PRICE
031000         VARYING Oil-Price-Index FROM 1 BY 1
031160             TO Matched-Effective-Date
031170         MOVE Price-Unit-Cost (Oil-Price-Index)
031180             TO Matched-Oil-Cost
031183         MOVE Price-Purchase-Cost (Oil-Price-Index)
031186             TO Matched-Purchase-Cost
031187         MOVE Price-Cost-Switch (Oil-Price-Index)
031188             TO Matched-Cost-Switch
031190     END-IF
031200     .

031690     MOVE Returns-Applied-Count  TO ControlReturnsApplied
031700     MOVE Returns-Rejected-Count TO ControlReturnsRejected
031710     WRITE AromaSalesRec FROM Control-Total-Line-5
031711     MOVE Transfers-Applied-Count  TO ControlTransfersApplied
031712     MOVE Transfers-Rejected-Count TO ControlTransfersRejected
031713     WRITE AromaSalesRec FROM Control-Total-Line-6
031714     MOVE Sales-Not-Costed-Count TO ControlSalesNotCosted
031715     WRITE AromaSalesRec FROM Control-Total-Line-8
031716     IF Lot-Draws-Dropped > ZERO
031717         MOVE Lot-Draws-Dropped TO ControlLotsDropped
031718         WRITE AromaSalesRec FROM Control-Total-Line-7
031719     END-IF
031720     IF Control-In-Balance
031730         MOVE "IN BALANCE"     TO ControlBalanceText
031740     ELSE
033830     .

033840******************************************************************
033845* 4500-PRINT-REORDER-REPORT - read the whole stock master into
033850* Reorder-Stock-Table and list every branch row whose on-hand
033855* has fallen to or below its minimum level, proposing a transfer
033860* from another branch's surplus before reordering. XFERPROP.DAT
033865* is rewritten every run with tonight's proposals; a proposal is
033870* made good by keying it onto STKXFER.DAT once the stock has
033875* been sent, and is proposed again each night until then.
033880******************************************************************
033890 4500-PRINT-REORDER-REPORT.
033900     OPEN OUTPUT ReorderRptFile
033905     OPEN OUTPUT TransferProposalFile
033910     WRITE Reorder-Rpt-Record FROM Reorder-Heading
033920     WRITE Reorder-Rpt-Record FROM HorizontalLine
033930     MOVE SPACES TO Reorder-Rpt-Record
033940     WRITE Reorder-Rpt-Record
033950     WRITE Reorder-Rpt-Record FROM Reorder-Columns
033951     PERFORM 4505-LOAD-REORDER-STOCK
033952     PERFORM 4510-CHECK-ONE-STOCK-ROW
033953         VARYING Stk-Sub FROM 1 BY 1
033954         UNTIL Stk-Sub > Reorder-Stock-Count
033955     IF Stock-Rows-Dropped > ZERO
033956         MOVE Stock-Rows-Dropped TO ReorderRowsDropped
033957         WRITE Reorder-Rpt-Record FROM Reorder-Dropped-Line
033958     END-IF
033959     PERFORM 4550-SAVE-OPEN-ORDERS
033960     CLOSE TransferProposalFile
033961     CLOSE ReorderRptFile
033962     .

033963******************************************************************
033964* 4505-LOAD-REORDER-STOCK - read the stock master in key order,
033965* branch then oil, into Reorder-Stock-Table.
033966******************************************************************
033967 4505-LOAD-REORDER-STOCK.
033968     MOVE ZERO   TO Reorder-Stock-Count
033969     MOVE SPACES TO ST-StockKey
033970     START StockMasterFile KEY NOT < ST-StockKey
033980         INVALID KEY MOVE 'Y' TO Stock-Eof-Switch
033990     END-START
034000     IF NOT Stock-Eof
034020             AT END MOVE 'Y' TO Stock-Eof-Switch
034030         END-READ
034040     END-IF
034050     PERFORM 4506-LOAD-ONE-STOCK-ROW UNTIL Stock-Eof
034080     .

034090******************************************************************
034100* 4506-LOAD-ONE-STOCK-ROW - file one stock row in the table, or
034110* count it if the table is full.
034150******************************************************************
034160 4506-LOAD-ONE-STOCK-ROW.
034170     IF Reorder-Stock-Count < Max-Reorder-Stock
034180         ADD 1 TO Reorder-Stock-Count
034190         MOVE ST-BranchID   TO Stk-BranchID (Reorder-Stock-Count)
034200         MOVE ST-OilID      TO Stk-OilID (Reorder-Stock-Count)
034210         MOVE ST-OnHand     TO Stk-OnHand (Reorder-Stock-Count)
034220         MOVE ST-MinLevel   TO Stk-MinLevel (Reorder-Stock-Count)
034230         MOVE ST-ReorderQty
034240             TO Stk-ReorderQty (Reorder-Stock-Count)
034250         MOVE ST-OnOrder    TO Stk-OnOrder (Reorder-Stock-Count)
034260         MOVE ZERO TO Stk-Proposed-Out (Reorder-Stock-Count)
034266     ELSE
034272         ADD 1 TO Stock-Rows-Dropped
034280     END-IF
034290     READ StockMasterFile NEXT RECORD
034300         AT END MOVE 'Y' TO Stock-Eof-Switch
034310     END-READ
034320     .

034321******************************************************************
034322* 4510-CHECK-ONE-STOCK-ROW - print one branch stock row on the
034323* reorder report if its on-hand plus what is already on order
034324* has fallen to or below its minimum. Surplus held on the same
034325* oil at another branch is proposed as a transfer first; only
034326* when no transfer lifts the row above its minimum is a purchase
034327* order raised, for the reorder quantity on the oil's catalogue
034328* supplier and delivered to the branch, so the same row is not
034329* flagged again tomorrow.
034330******************************************************************
034331 4510-CHECK-ONE-STOCK-ROW.
034332     IF Stk-OnHand (Stk-Sub) + Stk-OnOrder (Stk-Sub)
034333             NOT > Stk-MinLevel (Stk-Sub)
034334         MOVE Stk-BranchID (Stk-Sub)   TO ReorderBranchID
034335         MOVE Stk-OilID (Stk-Sub)      TO ReorderOilID
034336         MOVE Stk-OnHand (Stk-Sub)     TO ReorderOnHand
034337         MOVE Stk-OnOrder (Stk-Sub)    TO ReorderOnOrder
034338         MOVE Stk-MinLevel (Stk-Sub)   TO ReorderMinLevel
034339         MOVE Stk-ReorderQty (Stk-Sub) TO ReorderQty
034340         MOVE ZERO          TO ReorderPoNumber
034341         MOVE ZERO          TO ReorderSupplierID
034342         MOVE SPACES        TO ReorderXferFrom
034343         MOVE ZERO          TO ReorderXferQty
034344         MOVE SPACES        TO ReorderNote
034345         PERFORM 4530-PROPOSE-TRANSFER
034346         IF Stk-OnHand (Stk-Sub) + Stk-OnOrder (Stk-Sub)
034347                 + Transfer-Proposed-Units
034348                 > Stk-MinLevel (Stk-Sub)
034349             MOVE "TRANSFER" TO ReorderNote
034350         ELSE
034351             PERFORM 4515-FIND-CATALOGUE-SUPPLIER
034352             IF Matched-Cat-Sub = ZERO
034353                 MOVE "NO SUPPLIER" TO ReorderNote
034354             ELSE
034355                 MOVE Cat-SupplierID (Matched-Cat-Sub)
034356                     TO ReorderSupplierID
034357                 IF Stk-ReorderQty (Stk-Sub) > ZERO
034358                         AND Po-Count < Max-Pos
034359                     PERFORM 4520-RAISE-PURCHASE-ORDER
034360                 END-IF
034361             END-IF
034362         END-IF
034363         WRITE Reorder-Rpt-Record FROM Reorder-Line
034364     END-IF
034365     .

034366******************************************************************
034367* 4515-FIND-CATALOGUE-SUPPLIER - find the stock row's oil on the
034368* supplier catalogue, leaving its slot in Matched-Cat-Sub, zero
034369* when the oil has no supplier.
034370******************************************************************
034371 4515-FIND-CATALOGUE-SUPPLIER.
034372     MOVE ZERO TO Matched-Cat-Sub
034373     PERFORM 4516-TEST-ONE-CATALOGUE-ROW
034374         VARYING Cat-Sub FROM 1 BY 1
034375         UNTIL Cat-Sub > Supp-Cat-Count
034376             OR Matched-Cat-Sub > ZERO
034377     .

034378******************************************************************
034379* 4516-TEST-ONE-CATALOGUE-ROW - match one catalogue row against
034380* the stock row's oil.
034381******************************************************************
034382 4516-TEST-ONE-CATALOGUE-ROW.
034383     IF Cat-OilID (Cat-Sub) = Stk-OilID (Stk-Sub)
034384         MOVE Cat-Sub TO Matched-Cat-Sub
034385     END-IF
034386     .

034387******************************************************************
034388* 4520-RAISE-PURCHASE-ORDER - issue the next order number, file
034389* the order in Po-Table for tonight's save with the catalogue
034390* supplier, agreed price and receiving branch, and add the
034391* ordered quantity to the branch row's on-order balance.
034392******************************************************************
034393 4520-RAISE-PURCHASE-ORDER.
034394     ADD 1 TO Po-Next-Number
034400     ADD 1 TO Po-Count
034410     MOVE Po-Next-Number TO Po-Tab-Number (Po-Count)
034420     MOVE Stk-OilID (Stk-Sub) TO Po-Tab-OilID (Po-Count)
034430     MOVE Run-Date       TO Po-Tab-OrderDate (Po-Count)
034436     MOVE Stk-ReorderQty (Stk-Sub)
034442         TO Po-Tab-QtyOrdered (Po-Count)
034450     MOVE ZERO           TO Po-Tab-QtyReceived (Po-Count)
034460     MOVE 'O'            TO Po-Tab-Status (Po-Count)
034462     MOVE Cat-SupplierID (Matched-Cat-Sub)
034464         TO Po-Tab-SupplierID (Po-Count)
034466     MOVE Cat-UnitPrice (Matched-Cat-Sub)
034468         TO Po-Tab-UnitPrice (Po-Count)
034469     MOVE Stk-BranchID (Stk-Sub) TO Po-Tab-BranchID (Po-Count)
034470     MOVE Po-Next-Number TO ReorderPoNumber
034471     ADD Stk-ReorderQty (Stk-Sub) TO Stk-OnOrder (Stk-Sub)
034472     MOVE Stk-BranchID (Stk-Sub) TO ST-BranchID
034473     MOVE Stk-OilID (Stk-Sub)    TO ST-OilID
034474     READ StockMasterFile
034475         INVALID KEY
034476             CONTINUE
034477         NOT INVALID KEY
034478             ADD Stk-ReorderQty (Stk-Sub) TO ST-OnOrder
034479             REWRITE Stock-Master-Record
034480     END-READ
034481     .

034482******************************************************************
034483* 4530-PROPOSE-TRANSFER - find the branch holding the most
034484* surplus on the row's oil (on-hand above its own minimum, less
034485* what tonight's proposals have already promised away) and
034486* propose moving the reorder quantity from it, or as much of the
034487* surplus as there is. A row with no reorder quantity asks for
034488* just enough to clear its minimum. The proposal is filed on
034489* XFERPROP.DAT and shown on the report line; the units proposed
034490* come back in Transfer-Proposed-Units, zero when no branch has
034491* any to spare.
034492******************************************************************
034493 4530-PROPOSE-TRANSFER.
034494     MOVE ZERO TO Transfer-Proposed-Units
034495     MOVE ZERO TO Donor-Sub
034496     MOVE ZERO TO Donor-Surplus
034497     PERFORM 4535-TEST-ONE-DONOR
034498         VARYING Donor-Test-Sub FROM 1 BY 1
034499         UNTIL Donor-Test-Sub > Reorder-Stock-Count
034500     IF Donor-Sub > ZERO
034501         IF Stk-ReorderQty (Stk-Sub) > ZERO
034502             MOVE Stk-ReorderQty (Stk-Sub)
034503                 TO Transfer-Wanted-Units
034504         ELSE
034505             COMPUTE Transfer-Wanted-Units =
034506                 Stk-MinLevel (Stk-Sub) + 1
034507                 - Stk-OnHand (Stk-Sub) - Stk-OnOrder (Stk-Sub)
034508         END-IF
034509         IF Transfer-Wanted-Units > Donor-Surplus
034510             MOVE Donor-Surplus TO Transfer-Proposed-Units
034511         ELSE
034512             MOVE Transfer-Wanted-Units TO Transfer-Proposed-Units
034513         END-IF
034514         ADD Transfer-Proposed-Units
034515             TO Stk-Proposed-Out (Donor-Sub)
034516         MOVE Run-Date                TO XP-ProposalDate
034517         MOVE Stk-OilID (Stk-Sub)     TO XP-OilID
034518         MOVE Stk-BranchID (Donor-Sub) TO XP-FromBranchID
034519         MOVE Stk-BranchID (Stk-Sub)  TO XP-ToBranchID
034520         MOVE Transfer-Proposed-Units TO XP-Units
034521         WRITE Transfer-Proposal-Record
034522         MOVE Stk-BranchID (Donor-Sub) TO ReorderXferFrom
034523         MOVE Transfer-Proposed-Units  TO ReorderXferQty
034524     END-IF
034525     .

034526******************************************************************
034527* 4535-TEST-ONE-DONOR - weigh one table row as the source of a
034528* transfer: the same oil at another branch, keeping the one with
034529* the most surplus.
034530******************************************************************
034531 4535-TEST-ONE-DONOR.
034532     IF Stk-OilID (Donor-Test-Sub) = Stk-OilID (Stk-Sub)
034533             AND Stk-BranchID (Donor-Test-Sub)
034534                 NOT = Stk-BranchID (Stk-Sub)
034535         COMPUTE Donor-Test-Surplus =
034536             Stk-OnHand (Donor-Test-Sub)
034537             - Stk-MinLevel (Donor-Test-Sub)
034538             - Stk-Proposed-Out (Donor-Test-Sub)
034539         IF Donor-Test-Surplus > Donor-Surplus
034540             MOVE Donor-Test-Sub     TO Donor-Sub
034541             MOVE Donor-Test-Surplus TO Donor-Surplus
034542         END-IF
034543     END-IF
034544     .

034545******************************************************************
034546* 4550-SAVE-OPEN-ORDERS - write the whole order table back to
034547* PORDERS.DAT (filled orders stay on file for the buyer's
034548* reference) and the last order number to POSEQ.DAT.
034550******************************************************************
034560 4550-SAVE-OPEN-ORDERS.
034570     OPEN OUTPUT PurchaseOrderFile
034740     MOVE Po-Tab-QtyOrdered (Po-Sub)  TO PO-QtyOrdered
034750     MOVE Po-Tab-QtyReceived (Po-Sub) TO PO-QtyReceived
034760     MOVE Po-Tab-Status (Po-Sub)      TO PO-StatusCode
034763     MOVE Po-Tab-SupplierID (Po-Sub)  TO PO-SupplierID
034766     MOVE Po-Tab-UnitPrice (Po-Sub)   TO PO-UnitPrice
034768     MOVE Po-Tab-BranchID (Po-Sub)    TO PO-BranchID
034770     WRITE Purchase-Order-Record
034780     .

035390     IF Stock-Master-Available
035400         CLOSE StockMasterFile
035410         CLOSE StockExceptionFile
035413         CLOSE StockLotFile
035416         CLOSE LotIssueFile
035420     END-IF
035430     CLOSE SalesHistoryFile
035440     OPEN OUTPUT RestartFile
035450     CLOSE RestartFile
035460     .

035461******************************************************************
035462* 8900-REPORT-STEP-COUNTS - hand STEPCNT the sales read and kept.
035463******************************************************************
035464 8900-REPORT-STEP-COUNTS.
035465     ADD Valid-Sale-Count Reject-Sale-Count GIVING Step-Records-In
035466     MOVE Valid-Sale-Count TO Step-Records-Out
035467     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
035468         Step-Records-Out
035469     .

035470 END PROGRAM AROMASALESRPT01.


