000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Open order and back-order report off the ORDBOOK.DAT
000050*             order book: every line with quantity still to ship,
000060*             listed by customer and again by oil, with the age
000070*             of each line in days, so customer service can say
000080*             where an order is without asking the warehouse.
000090* Tectonics: cobc
000100******************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. ORDRPT.
000130 AUTHOR.     D. FENNESSY.
000140 DATE-WRITTEN.

000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   ----------  ----  ------------------------------------------
000190*               DF    New program: the order book's outstanding
000200*                     lines are sorted through WorkFile twice -
000210*                     by customer, then by oil, oldest order
000220*                     first within each - and printed on
000230*                     OPENORD.RPT with ordered, shipped and back-
000240*                     ordered quantities, the date last shipped
000250*                     and the age in days from the order date to
000260*                     the RUNPARM run date (30/360, the ARPOST
000270*                     aging calendar), with subtotals per
000280*                     customer and per oil and the oldest line
000290*                     in each. Read-only.
000300******************************************************************

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OrderBookFile ASSIGN TO "ORDBOOK.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS OB-OrderKey
000380         FILE STATUS IS Order-Book-File-Status.

000390     SELECT SortedOrderFile ASSIGN TO "SORTORD.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL.

000410     SELECT WorkFile ASSIGN TO "ORDWORK.TMP".

000420     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS Run-Parm-File-Status.

000450     SELECT OpenOrderRptFile ASSIGN TO "OPENORD.RPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD OrderBookFile.
000500 01 Order-Book-Record.
000510    02 OB-OrderKey.
000520       03 OB-OrderDate      PIC 9(8).
000530       03 OB-OrderNo        PIC 9(6).
000540       03 OB-LineNo         PIC 9(2).
000550    02 OB-CustomerID        PIC 9(5).
000560    02 OB-CustomerName      PIC X(20).
000570    02 OB-OilID             PIC X(3).
000580    02 OB-UnitSize          PIC 9(1).
000590    02 OB-QtyOrdered        PIC 9(3).
000600    02 OB-QtyShipped        PIC 9(3).
000610    02 OB-QtyOutstanding    PIC 9(3).
000620    02 OB-SalespersonID     PIC X(5).
000630    02 OB-LastShipDate      PIC 9(8).
000640    02 OB-LineStatus        PIC X(1).
000650       88 OB-Line-Open        VALUE 'O'.
000660       88 OB-Line-Back-Ordered VALUE 'B'.
000670       88 OB-Line-Complete    VALUE 'C'.

000680 FD SortedOrderFile.
000690 01 Sorted-Order-Record.
000700    02 SO-CustomerID        PIC 9(5).
000710    02 SO-OilID             PIC X(3).
000720    02 SO-OrderDate         PIC 9(8).
000730    02 FILLER REDEFINES SO-OrderDate.
000740       03 SO-OrderYear      PIC 9(4).
000750       03 SO-OrderMonth     PIC 9(2).
000760       03 SO-OrderDay       PIC 9(2).
000770    02 SO-OrderNo           PIC 9(6).
000780    02 SO-LineNo            PIC 9(2).
000790    02 SO-CustomerName      PIC X(20).
000800    02 SO-UnitSize          PIC 9(1).
000810    02 SO-QtyOrdered        PIC 9(3).
000820    02 SO-QtyShipped        PIC 9(3).
000830    02 SO-QtyOutstanding    PIC 9(3).
000840    02 SO-LastShipDate      PIC 9(8).
000850    02 SO-LineStatus        PIC X(1).
000860       88 SO-Line-Open        VALUE 'O'.

000870 FD RunParmFile.
000880 01 Run-Parm-Record.
000890    02 RP-RunDate.
000900       03 RP-RunYear        PIC 9(4).
000910       03 RP-RunMonth       PIC 9(2).
000920       03 RP-RunDay         PIC 9(2).
000930    02 RP-PeriodStart       PIC 9(8).
000940    02 RP-PeriodEnd         PIC 9(8).
000950    02 RP-PeriodStatus      PIC X(1).

000960 FD OpenOrderRptFile.
000970 01 Open-Order-Rpt-Record   PIC X(100).

000980 SD WorkFile.
000990 01 Work.
001000    02 WCustomerID          PIC 9(5).
001010    02 WOilID               PIC X(3).
001020    02 WOrderKey.
001030       03 WOrderDate        PIC 9(8).
001040       03 WOrderNo          PIC 9(6).
001050       03 WLineNo           PIC 9(2).
001060    02 WCustomerName        PIC X(20).
001070    02 WUnitSize            PIC 9(1).
001080    02 WQtyOrdered          PIC 9(3).
001090    02 WQtyShipped          PIC 9(3).
001100    02 WQtyOutstanding      PIC 9(3).
001110    02 WLastShipDate        PIC 9(8).
001120    02 WLineStatus          PIC X(1).

001130 WORKING-STORAGE SECTION.
001140 77 Order-Book-File-Status  PIC X(02) VALUE '00'.
001150 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
001160 01 Book-Eof-Switch         PIC X(01) VALUE 'N'.
001170     88 Book-Eof             VALUE 'Y'.
001180 01 Sorted-Eof-Switch       PIC X(01) VALUE 'N'.
001190     88 Sorted-Eof           VALUE 'Y'.
001200 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001210     88 Run-Parm-Missing     VALUE 'Y'.
001220 01 Book-Missing-Switch     PIC X(01) VALUE 'N'.
001230     88 Book-Missing         VALUE 'Y'.

001240* Pass-Switch says which listing the sorted file is being
001250* printed for: by customer first, then by oil.
001260 01 Pass-Switch             PIC X(01) VALUE 'C'.
001270     88 Customer-Pass        VALUE 'C'.
001280     88 Oil-Pass             VALUE 'O'.

001290 01 Run-Date                PIC 9(8)  VALUE ZERO.
001300 01 Run-Year                PIC 9(4)  VALUE ZERO.
001310 01 Run-Month               PIC 9(2)  VALUE ZERO.
001320 01 Run-Day                 PIC 9(2)  VALUE ZERO.
001330 01 Age-Days                PIC S9(5) VALUE ZERO.

001340 01 CustomerID-Hold         PIC 9(5)  VALUE ZERO.
001350 01 OilID-Hold              PIC X(3)  VALUE SPACES.
001360 01 Group-Line-Count        PIC 9(5)  VALUE ZERO.
001370 01 Group-Units-Out         PIC 9(7)  VALUE ZERO.
001380 01 Group-Oldest-Age        PIC S9(5) VALUE ZERO.
001390 01 Grand-Line-Count        PIC 9(5)  VALUE ZERO.
001400 01 Grand-Units-Out         PIC 9(7)  VALUE ZERO.
001410 01 Grand-Oldest-Age        PIC S9(5) VALUE ZERO.

001420 01 Open-Order-Heading.
001430    02 FILLER                PIC X(25) VALUE SPACES.
001440    02 FILLER                PIC X(28)
001450       VALUE "OPEN ORDERS AND BACK-ORDERS".

001460 01 Open-Order-Date-Line.
001470    02 FILLER                PIC X(25) VALUE SPACES.
001480    02 FILLER                PIC X(10) VALUE "RUN DATE:".
001490    02 HeadingRunDate        PIC 9(8).

001500 01 HorizontalLine.
001510    02 FILLER                PIC X(03) VALUE SPACES.
001520    02 FILLER                PIC X(90) VALUE ALL '-'.

001530 01 Customer-Section-Heading.
001540    02 FILLER                PIC X(02) VALUE SPACES.
001550    02 FILLER                PIC X(20) VALUE "BY CUSTOMER".

001560 01 Oil-Section-Heading.
001570    02 FILLER                PIC X(02) VALUE SPACES.
001580    02 FILLER                PIC X(20) VALUE "BY OIL".

001590 01 Customer-Group-Heading.
001600    02 FILLER                PIC X(02) VALUE SPACES.
001610    02 FILLER                PIC X(10) VALUE "CUSTOMER: ".
001620    02 GrpCustomerID         PIC 9(5).
001630    02 FILLER                PIC X(02) VALUE SPACES.
001640    02 GrpCustomerName       PIC X(20).

001650 01 Oil-Group-Heading.
001660    02 FILLER                PIC X(02) VALUE SPACES.
001670    02 FILLER                PIC X(05) VALUE "OIL: ".
001680    02 GrpOilID              PIC X(3).

001690 01 Open-Order-Columns.
001700    02 FILLER                PIC X(04) VALUE SPACES.
001710    02 FILLER                PIC X(06) VALUE "ORDER".
001720    02 FILLER                PIC X(03) VALUE " LN".
001730    02 FILLER                PIC X(02) VALUE SPACES.
001740    02 FILLER                PIC X(08) VALUE "ORDERED".
001750    02 FILLER                PIC X(05) VALUE "  AGE".
001760    02 FILLER                PIC X(02) VALUE SPACES.
001770    02 FILLER                PIC X(05) VALUE "CUST".
001780    02 FILLER                PIC X(02) VALUE SPACES.
001790    02 FILLER                PIC X(03) VALUE "OIL".
001800    02 FILLER                PIC X(03) VALUE " SZ".
001810    02 FILLER                PIC X(05) VALUE "  QTY".
001820    02 FILLER                PIC X(06) VALUE "  SHIP".
001830    02 FILLER                PIC X(06) VALUE "  B/O".
001840    02 FILLER                PIC X(10) VALUE "  LAST SHP".
001850    02 FILLER                PIC X(02) VALUE SPACES.
001860    02 FILLER                PIC X(13) VALUE "STATUS".

001870 01 Open-Order-Line.
001880    02 FILLER                PIC X(04) VALUE SPACES.
001890    02 LineOrderNo           PIC 9(6).
001900    02 FILLER                PIC X(01) VALUE SPACES.
001910    02 LineLineNo            PIC 99.
001920    02 FILLER                PIC X(02) VALUE SPACES.
001930    02 LineOrderDate         PIC 9(8).
001940    02 LineAge               PIC ZZZ9-.
001950    02 FILLER                PIC X(02) VALUE SPACES.
001960    02 LineCustomerID        PIC 9(5).
001970    02 FILLER                PIC X(02) VALUE SPACES.
001980    02 LineOilID             PIC X(3).
001990    02 LineUnitSize          PIC BBZ.
002000    02 LineQtyOrdered        PIC BBZZ9.
002010    02 LineQtyShipped        PIC BBBZZ9.
002020    02 LineQtyOutstanding    PIC BBBZZ9.
002030    02 FILLER                PIC X(02) VALUE SPACES.
002040    02 LineLastShipDate      PIC X(8).
002050    02 FILLER                PIC X(02) VALUE SPACES.
002060    02 LineStatus            PIC X(13).

002070 01 Group-Total-Line.
002080    02 FILLER                PIC X(04) VALUE SPACES.
002090    02 FILLER                PIC X(12) VALUE "OPEN LINES:".
002100    02 TotLines              PIC ZZZZ9.
002110    02 FILLER                PIC X(20) VALUE "   UNITS TO SHIP:".
002120    02 TotUnitsOut           PIC Z,ZZZ,ZZ9.
002130    02 FILLER                PIC X(18) VALUE "   OLDEST (DAYS):".
002140    02 TotOldestAge          PIC ZZZ9-.

002150 01 Grand-Total-Line.
002160    02 FILLER                PIC X(18) VALUE "TOTAL OPEN LINES:".
002170    02 GrandLines            PIC ZZZZ9.
002180    02 FILLER                PIC X(20) VALUE "   UNITS TO SHIP:".
002190    02 GrandUnitsOut         PIC Z,ZZZ,ZZ9.
002200    02 FILLER                PIC X(18) VALUE "   OLDEST (DAYS):".
002210    02 GrandOldestAge        PIC ZZZ9-.

002220 PROCEDURE DIVISION.

002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE
002250     IF Run-Parm-Missing OR Book-Missing
002260         MOVE 16 TO RETURN-CODE
002270     ELSE
002280         MOVE 'C' TO Pass-Switch
002290         SORT WorkFile
002300             ON ASCENDING KEY WCustomerID
002310             ON ASCENDING KEY WOrderKey
002320             INPUT PROCEDURE IS 2000-RELEASE-OPEN-LINES
002330                 THRU 2000-RELEASE-OPEN-LINES-EXIT
002340             GIVING SortedOrderFile
002350         PERFORM 3000-PRINT-ONE-LISTING
002360         MOVE 'O' TO Pass-Switch
002370         SORT WorkFile
002380             ON ASCENDING KEY WOilID
002390             ON ASCENDING KEY WOrderKey
002400             INPUT PROCEDURE IS 2000-RELEASE-OPEN-LINES
002410                 THRU 2000-RELEASE-OPEN-LINES-EXIT
002420             GIVING SortedOrderFile
002430         PERFORM 3000-PRINT-ONE-LISTING
002440         PERFORM 3900-PRINT-GRAND-TOTAL
002450     END-IF
002460     PERFORM 8000-TERMINATE
002470     GOBACK.

002480******************************************************************
002490* 1000-INITIALIZE - read the run date, check the order book is
002500* there and print the heading.
002510******************************************************************
002520 1000-INITIALIZE.
002530     OPEN OUTPUT OpenOrderRptFile
002540     WRITE Open-Order-Rpt-Record FROM Open-Order-Heading
002550     OPEN INPUT RunParmFile
002560     IF Run-Parm-File-Status NOT = "00"
002570         MOVE 'Y' TO Run-Parm-Missing-Switch
002580     ELSE
002590         READ RunParmFile
002600             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
002610             NOT AT END
002620                 MOVE RP-RunDate  TO Run-Date
002630                 MOVE RP-RunYear  TO Run-Year
002640                 MOVE RP-RunMonth TO Run-Month
002650                 MOVE RP-RunDay   TO Run-Day
002660         END-READ
002670         CLOSE RunParmFile
002680     END-IF
002690     OPEN INPUT OrderBookFile
002700     IF Order-Book-File-Status NOT = "00"
002710         MOVE 'Y' TO Book-Missing-Switch
002720     ELSE
002730         CLOSE OrderBookFile
002740     END-IF
002750     IF NOT Run-Parm-Missing
002760         MOVE Run-Date TO HeadingRunDate
002770         WRITE Open-Order-Rpt-Record FROM Open-Order-Date-Line
002780         WRITE Open-Order-Rpt-Record FROM HorizontalLine
002790     END-IF
002800     .

002810******************************************************************
002820* 2000-RELEASE-OPEN-LINES - the sort's input: every book line
002830* with quantity still to ship. Completed lines stay on the book
002840* as its history but are not listed.
002850******************************************************************
002860 2000-RELEASE-OPEN-LINES.
002870     OPEN INPUT OrderBookFile
002880     MOVE 'N' TO Book-Eof-Switch
002890     MOVE LOW-VALUES TO OB-OrderKey
002900     START OrderBookFile KEY NOT < OB-OrderKey
002910         INVALID KEY MOVE 'Y' TO Book-Eof-Switch
002920     END-START
002930     IF NOT Book-Eof
002940         READ OrderBookFile NEXT RECORD
002950             AT END MOVE 'Y' TO Book-Eof-Switch
002960         END-READ
002970     END-IF
002980     PERFORM 2100-RELEASE-ONE-LINE UNTIL Book-Eof
002990     CLOSE OrderBookFile
003000     .
003010 2000-RELEASE-OPEN-LINES-EXIT.
003020     EXIT.

003030******************************************************************
003040* 2100-RELEASE-ONE-LINE - release one outstanding line.
003050******************************************************************
003060 2100-RELEASE-ONE-LINE.
003070     IF OB-QtyOutstanding > ZERO AND NOT OB-Line-Complete
003080         MOVE OB-CustomerID     TO WCustomerID
003090         MOVE OB-OilID          TO WOilID
003100         MOVE OB-OrderDate      TO WOrderDate
003110         MOVE OB-OrderNo        TO WOrderNo
003120         MOVE OB-LineNo         TO WLineNo
003130         MOVE OB-CustomerName   TO WCustomerName
003140         MOVE OB-UnitSize       TO WUnitSize
003150         MOVE OB-QtyOrdered     TO WQtyOrdered
003160         MOVE OB-QtyShipped     TO WQtyShipped
003170         MOVE OB-QtyOutstanding TO WQtyOutstanding
003180         MOVE OB-LastShipDate   TO WLastShipDate
003190         MOVE OB-LineStatus     TO WLineStatus
003200         RELEASE Work
003210     END-IF
003220     READ OrderBookFile NEXT RECORD
003230         AT END MOVE 'Y' TO Book-Eof-Switch
003240     END-READ
003250     .

003260******************************************************************
003270* 3000-PRINT-ONE-LISTING - print the sorted lines with a group
003280* heading and subtotal on each change of customer (or of oil on
003290* the second pass).
003300******************************************************************
003310 3000-PRINT-ONE-LISTING.
003320     MOVE SPACES TO Open-Order-Rpt-Record
003330     WRITE Open-Order-Rpt-Record
003340     IF Customer-Pass
003350         WRITE Open-Order-Rpt-Record FROM Customer-Section-Heading
003360     ELSE
003370         WRITE Open-Order-Rpt-Record FROM Oil-Section-Heading
003380     END-IF
003390     WRITE Open-Order-Rpt-Record FROM Open-Order-Columns
003400     MOVE 'N' TO Sorted-Eof-Switch
003410     MOVE ZERO TO Group-Line-Count
003420     OPEN INPUT SortedOrderFile
003430     READ SortedOrderFile
003440         AT END MOVE 'Y' TO Sorted-Eof-Switch
003450     END-READ
003460     PERFORM 3100-PRINT-ONE-ORDER-LINE UNTIL Sorted-Eof
003470     IF Group-Line-Count > ZERO
003480         PERFORM 3300-PRINT-GROUP-TOTAL
003490     END-IF
003500     CLOSE SortedOrderFile
003510     .

003520******************************************************************
003530* 3100-PRINT-ONE-ORDER-LINE - break on the group key, age the
003540* line and print it.
003550******************************************************************
003560 3100-PRINT-ONE-ORDER-LINE.
003570     IF Group-Line-Count = ZERO
003580         PERFORM 3200-START-GROUP
003590     ELSE
003600         IF (Customer-Pass
003605                 AND SO-CustomerID NOT = CustomerID-Hold)
003610                 OR (Oil-Pass AND SO-OilID NOT = OilID-Hold)
003620             PERFORM 3300-PRINT-GROUP-TOTAL
003630             PERFORM 3200-START-GROUP
003640         END-IF
003650     END-IF
003660     COMPUTE Age-Days =
003670         ((Run-Year - SO-OrderYear) * 360)
003680         + ((Run-Month - SO-OrderMonth) * 30)
003690         + (Run-Day - SO-OrderDay)
003700     MOVE SO-OrderNo        TO LineOrderNo
003710     MOVE SO-LineNo         TO LineLineNo
003720     MOVE SO-OrderDate      TO LineOrderDate
003730     MOVE Age-Days          TO LineAge
003740     MOVE SO-CustomerID     TO LineCustomerID
003750     MOVE SO-OilID          TO LineOilID
003760     MOVE SO-UnitSize       TO LineUnitSize
003770     MOVE SO-QtyOrdered     TO LineQtyOrdered
003780     MOVE SO-QtyShipped     TO LineQtyShipped
003790     MOVE SO-QtyOutstanding TO LineQtyOutstanding
003800     IF SO-LastShipDate = ZERO
003810         MOVE SPACES TO LineLastShipDate
003820     ELSE
003830         MOVE SO-LastShipDate TO LineLastShipDate
003840     END-IF
003850     IF SO-Line-Open
003860         MOVE "NOT ALLOCATED" TO LineStatus
003870     ELSE
003880         IF SO-QtyShipped > ZERO
003890             MOVE "PART SHIPPED" TO LineStatus
003900         ELSE
003910             MOVE "BACK-ORDER" TO LineStatus
003920         END-IF
003930     END-IF
003940     WRITE Open-Order-Rpt-Record FROM Open-Order-Line
003950     ADD 1                 TO Group-Line-Count
003960     ADD SO-QtyOutstanding TO Group-Units-Out
003970     IF Age-Days > Group-Oldest-Age
003980         MOVE Age-Days TO Group-Oldest-Age
003990     END-IF
004000     IF Customer-Pass
004010         ADD 1                 TO Grand-Line-Count
004020         ADD SO-QtyOutstanding TO Grand-Units-Out
004030         IF Age-Days > Grand-Oldest-Age
004040             MOVE Age-Days TO Grand-Oldest-Age
004050         END-IF
004060     END-IF
004070     READ SortedOrderFile
004080         AT END MOVE 'Y' TO Sorted-Eof-Switch
004090     END-READ
004100     .

004110******************************************************************
004120* 3200-START-GROUP - print the heading for a new customer or oil
004130* and clear its subtotals.
004140******************************************************************
004150 3200-START-GROUP.
004160     MOVE SO-CustomerID TO CustomerID-Hold
004170     MOVE SO-OilID      TO OilID-Hold
004180     MOVE ZERO TO Group-Line-Count
004190     MOVE ZERO TO Group-Units-Out
004200     MOVE ZERO TO Group-Oldest-Age
004210     MOVE SPACES TO Open-Order-Rpt-Record
004220     WRITE Open-Order-Rpt-Record
004230     IF Customer-Pass
004240         MOVE SO-CustomerID   TO GrpCustomerID
004250         MOVE SO-CustomerName TO GrpCustomerName
004260         WRITE Open-Order-Rpt-Record FROM Customer-Group-Heading
004270     ELSE
004280         MOVE SO-OilID TO GrpOilID
004290         WRITE Open-Order-Rpt-Record FROM Oil-Group-Heading
004300     END-IF
004310     .

004320******************************************************************
004330* 3300-PRINT-GROUP-TOTAL - the customer's or oil's subtotal.
004340******************************************************************
004350 3300-PRINT-GROUP-TOTAL.
004360     MOVE Group-Line-Count TO TotLines
004370     MOVE Group-Units-Out  TO TotUnitsOut
004380     MOVE Group-Oldest-Age TO TotOldestAge
004390     WRITE Open-Order-Rpt-Record FROM Group-Total-Line
004400     .

004410******************************************************************
004420* 3900-PRINT-GRAND-TOTAL - the book's open lines in total.
004430******************************************************************
004440 3900-PRINT-GRAND-TOTAL.
004450     MOVE SPACES TO Open-Order-Rpt-Record
004460     WRITE Open-Order-Rpt-Record
004470     WRITE Open-Order-Rpt-Record FROM HorizontalLine
004480     MOVE Grand-Line-Count TO GrandLines
004490     MOVE Grand-Units-Out  TO GrandUnitsOut
004500     MOVE Grand-Oldest-Age TO GrandOldestAge
004510     WRITE Open-Order-Rpt-Record FROM Grand-Total-Line
004520     .

004530******************************************************************
004540* 8000-TERMINATE - close the report.
004550******************************************************************
004560 8000-TERMINATE.
004570     CLOSE OpenOrderRptFile
004580     .

004590 END PROGRAM ORDRPT.
