000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Gross margin report off the Aromamora sales history
000050*             file: net sales (after volume discount), discount
000060*             given, cost of sales at purchase cost and the gross
000070*             margin, by oil, by customer, by salesperson and by
000080*             branch, so loss-making business shows up.
000090* Tectonics: cobc
000100******************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. MARGNRPT.
000130 AUTHOR.     D. FENNESSY.
000140 DATE-WRITTEN.

000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   ----------  ----  ------------------------------------------
000190*               DF    New program: reads SALESHST.DAT rows whose
000200*                     sale date falls in the RUNPARM.DAT posting
000210*                     period (the whole history when there is no
000220*                     parameter file), rolls net sales, discount
000230*                     and cost up four ways and prints MARGIN.RPT
000240*                     with margin and margin per cent on every
000250*                     line; a line whose cost exceeds its net
000260*                     sales is flagged LOSS. Rows written before
000270*                     the history carried a cost are counted as
000280*                     not costed and left out of the roll-up, so
000290*                     they cannot show as pure margin. Rows over
000300*                     a table's limit are counted as dropped.
000310******************************************************************

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS Sales-History-File-Status.

000380     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS Run-Parm-File-Status.

000410     SELECT MarginRptFile ASSIGN TO "MARGIN.RPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD SalesHistoryFile.
000460 01 Sales-History-Record.
000470    02 SH-RunDate           PIC 9(8).
000480    02 SH-SaleDate          PIC 9(8).
000490    02 SH-CustomerID        PIC 9(5).
000500    02 SH-CustomerName      PIC X(20).
000510    02 SH-OilID.
000520       03 SH-OilCode        PIC X(1).
000530         88 SH-EssentialOil   VALUE 'E'.
000540         88 SH-BaseOil        VALUE 'B'.
000550       03 SH-OilNumber      PIC 9(2).
000560    02 SH-UnitsSold         PIC 9(3).
000570    02 SH-SalesValue        PIC 9(6)V99.
000580    02 SH-BranchID          PIC X(3).
000590    02 SH-UnitSize          PIC 9(1).
000600    02 SH-SalespersonID     PIC X(5).
000610    02 SH-DiscountValue     PIC 9(6)V99.
000620    02 SH-CostValue         PIC 9(6)V99.

000630 FD RunParmFile.
000640 01 Run-Parm-Record.
000650    02 RP-RunDate           PIC 9(8).
000660    02 RP-PeriodStart       PIC 9(8).
000670    02 RP-PeriodEnd         PIC 9(8).
000680    02 RP-PeriodStatus      PIC X(1).

000690 FD MarginRptFile.
000700 01 Margin-Rpt-Record       PIC X(110).

000710 WORKING-STORAGE SECTION.
000720 01 History-Eof-Switch      PIC X(01) VALUE 'N'.
000730     88 History-Eof          VALUE 'Y'.
000740 01 Sales-History-File-Status PIC X(02) VALUE SPACES.
000750 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
000760 01 Period-Filter-Switch    PIC X(01) VALUE 'N'.
000770     88 Period-Filter-On     VALUE 'Y'.
000780 01 Period-Start            PIC 9(8)  VALUE ZERO.
000790 01 Period-End              PIC 9(8)  VALUE ZERO.

000800* One accumulator row per oil slot (essential oils 1 thru 15,
000810* base oils 16 thru 30, the slotting AROMASALESRPT01 uses), per
000820* customer, per salesperson and per branch.
000830 01 Oil-Margin-Table.
000840    02 Oil-Margin OCCURS 30 TIMES.
000850       03 Oil-Mg-Sales        PIC 9(9)V99 VALUE ZERO.
000860       03 Oil-Mg-Discount     PIC 9(9)V99 VALUE ZERO.
000870       03 Oil-Mg-Cost         PIC 9(9)V99 VALUE ZERO.
000880       03 Oil-Mg-Rows         PIC 9(7)    VALUE ZERO.

000890 01 Cust-Margin-Table.
000900    02 Cust-Margin OCCURS 200 TIMES
000910              INDEXED BY Cust-Margin-Index.
000920       03 Cust-Mg-ID          PIC 9(5)    VALUE ZERO.
000930       03 Cust-Mg-Name        PIC X(20)   VALUE SPACES.
000940       03 Cust-Mg-Sales       PIC 9(9)V99 VALUE ZERO.
000950       03 Cust-Mg-Discount    PIC 9(9)V99 VALUE ZERO.
000960       03 Cust-Mg-Cost        PIC 9(9)V99 VALUE ZERO.
000970 01 Cust-Margin-Count       PIC 9(3)  VALUE ZERO.
000980 77 Max-Margin-Customers    PIC 9(3)  VALUE 200.

000990 01 Sp-Margin-Table.
001000    02 Sp-Margin OCCURS 50 TIMES
001010              INDEXED BY Sp-Margin-Index.
001020       03 Sp-Mg-ID            PIC X(5)    VALUE SPACES.
001030       03 Sp-Mg-Sales         PIC 9(9)V99 VALUE ZERO.
001040       03 Sp-Mg-Discount      PIC 9(9)V99 VALUE ZERO.
001050       03 Sp-Mg-Cost          PIC 9(9)V99 VALUE ZERO.
001060 01 Sp-Margin-Count         PIC 9(2)  VALUE ZERO.
001070 77 Max-Margin-Salespersons PIC 9(2)  VALUE 50.

001080 01 Br-Margin-Table.
001090    02 Br-Margin OCCURS 20 TIMES
001100              INDEXED BY Br-Margin-Index.
001110       03 Br-Mg-ID            PIC X(3)    VALUE SPACES.
001120       03 Br-Mg-Sales         PIC 9(9)V99 VALUE ZERO.
001130       03 Br-Mg-Discount      PIC 9(9)V99 VALUE ZERO.
001140       03 Br-Mg-Cost          PIC 9(9)V99 VALUE ZERO.
001150 01 Br-Margin-Count         PIC 9(2)  VALUE ZERO.
001160 77 Max-Margin-Branches     PIC 9(2)  VALUE 20.

001170 01 OilIndex                PIC 9(2)  VALUE ZERO.
001180 01 Oil-Sub                 PIC 9(2)  VALUE ZERO.
001190 01 Table-Sub               PIC 9(3)  VALUE ZERO.
001200 01 Section-Oil-ID.
001210    02 Section-Oil-Code     PIC X(1).
001220    02 Section-Oil-Number   PIC 9(2).

001230* Print-Work carries one line's figures into 5000-PRINT-MARGIN-
001240* LINE whichever section it belongs to.
001250 01 Print-Key               PIC X(5)    VALUE SPACES.
001260 01 Print-Name              PIC X(20)   VALUE SPACES.
001270 01 Print-Sales             PIC 9(9)V99 VALUE ZERO.
001280 01 Print-Discount          PIC 9(9)V99 VALUE ZERO.
001290 01 Print-Cost              PIC 9(9)V99 VALUE ZERO.
001300 01 Margin-Value            PIC S9(9)V99 VALUE ZERO.
001310 01 Margin-Pct              PIC S9(4)V9 VALUE ZERO.

001320 01 Grand-Sales             PIC 9(9)V99 VALUE ZERO.
001330 01 Grand-Discount          PIC 9(9)V99 VALUE ZERO.
001340 01 Grand-Cost              PIC 9(9)V99 VALUE ZERO.
001350 01 Records-Read-Count      PIC 9(7)  VALUE ZERO.
001360 01 Rows-Used-Count         PIC 9(7)  VALUE ZERO.
001370 01 Rows-Outside-Count      PIC 9(7)  VALUE ZERO.
001380 01 Rows-Not-Costed-Count   PIC 9(7)  VALUE ZERO.
001390 01 Rows-Dropped-Count      PIC 9(7)  VALUE ZERO.

001400 01 FILLER                  PIC X(110) VALUE SPACES.
001410 01 Margin-Heading.
001420    02 FILLER                PIC X(30) VALUE SPACES.
001430    02 FILLER                PIC X(20)
001440       VALUE "GROSS MARGIN REPORT".

001450 01 Margin-Period-Line.
001460    02 FILLER                PIC X(30) VALUE SPACES.
001470    02 FILLER                PIC X(08) VALUE "PERIOD:".
001480    02 HeadingPeriodStart    PIC 9(8).
001490    02 FILLER                PIC X(04) VALUE " TO ".
001500    02 HeadingPeriodEnd      PIC 9(8).

001510 01 Margin-All-Line.
001520    02 FILLER                PIC X(30) VALUE SPACES.
001530    02 FILLER                PIC X(20)
001540       VALUE "WHOLE SALES HISTORY".

001550 01 HorizontalLine.
001560    02 FILLER                PIC X(03) VALUE SPACES.
001570    02 FILLER                PIC X(98) VALUE ALL '-'.

001580 01 Section-Heading.
001590    02 FILLER                PIC X(02) VALUE SPACES.
001600    02 SectionTitle          PIC X(20).

001610 01 Margin-Columns.
001620    02 FILLER                PIC X(02) VALUE SPACES.
001630    02 FILLER                PIC X(05) VALUE "KEY".
001640    02 FILLER                PIC X(02) VALUE SPACES.
001650    02 FILLER                PIC X(20) VALUE "NAME".
001660    02 FILLER                PIC X(05) VALUE SPACES.
001670    02 FILLER                PIC X(09) VALUE "NET SALES".
001680    02 FILLER                PIC X(06) VALUE SPACES.
001690    02 FILLER                PIC X(08) VALUE "DISCOUNT".
001700    02 FILLER                PIC X(10) VALUE SPACES.
001710    02 FILLER                PIC X(04) VALUE "COST".
001720    02 FILLER                PIC X(09) VALUE SPACES.
001730    02 FILLER                PIC X(06) VALUE "MARGIN".
001740    02 FILLER                PIC X(04) VALUE SPACES.
001750    02 FILLER                PIC X(08) VALUE "MARGIN %".

001760 01 Margin-Line.
001770    02 FILLER                PIC X(02) VALUE SPACES.
001780    02 MarginKey             PIC X(5).
001790    02 FILLER                PIC X(02) VALUE SPACES.
001800    02 MarginName            PIC X(20).
001810    02 MarginSales           PIC BZZ,ZZZ,ZZ9.99.
001820    02 MarginDiscount        PIC BZZ,ZZZ,ZZ9.99.
001830    02 MarginCost            PIC BZZ,ZZZ,ZZ9.99.
001840    02 MarginValue           PIC BZZ,ZZZ,ZZ9.99-.
001850    02 MarginPct             PIC BBZZZ9.9-.
001860    02 FILLER                PIC X(02) VALUE SPACES.
001870    02 MarginFlag            PIC X(04).

001880 01 Control-Line-1.
001890    02 FILLER                PIC X(20) VALUE "HISTORY ROWS READ:".
001900    02 ControlRead           PIC BZ,ZZZ,ZZ9.
001910    02 FILLER                PIC X(12) VALUE "  IN REPORT:".
001920    02 ControlUsed           PIC BZ,ZZZ,ZZ9.
001930    02 FILLER                PIC X(17) VALUE "  OUTSIDE PERIOD:".
001940    02 ControlOutside        PIC BZ,ZZZ,ZZ9.

001950 01 Control-Line-2.
001960    02 FILLER                PIC X(20) VALUE "ROWS NOT COSTED:".
001970    02 ControlNotCosted      PIC BZ,ZZZ,ZZ9.
001980    02 FILLER                PIC X(16) VALUE "  ROWS DROPPED:".
001990    02 ControlDropped        PIC BZ,ZZZ,ZZ9.
002000    02 FILLER                PIC X(17) VALUE " (TABLE LIMITS)".

002010 PROCEDURE DIVISION.

002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE
002040     IF Sales-History-File-Status NOT = "00"
002050         MOVE 16 TO RETURN-CODE
002060     ELSE
002070         PERFORM 2000-ROLL-UP-ONE-ROW
002080             UNTIL History-Eof
002090         PERFORM 3000-PRINT-OIL-SECTION
002100         PERFORM 3100-PRINT-CUSTOMER-SECTION
002110         PERFORM 3200-PRINT-SALESPERSON-SECTION
002120         PERFORM 3300-PRINT-BRANCH-SECTION
002130         PERFORM 4000-FINISH-MARGIN-RPT
002140     END-IF
002150     PERFORM 8000-TERMINATE
002160     GOBACK.

002170******************************************************************
002180* 1000-INITIALIZE - pick up the posting period, open the files,
002190* print the report heading and prime the first READ.
002200******************************************************************
002210 1000-INITIALIZE.
002220     PERFORM 1050-READ-RUN-PARM
002230     OPEN INPUT SalesHistoryFile
002240     OPEN OUTPUT MarginRptFile
002250     IF Sales-History-File-Status = "00"
002260         WRITE Margin-Rpt-Record FROM Margin-Heading
002270         IF Period-Filter-On
002280             MOVE Period-Start TO HeadingPeriodStart
002290             MOVE Period-End   TO HeadingPeriodEnd
002300             WRITE Margin-Rpt-Record FROM Margin-Period-Line
002310         ELSE
002320             WRITE Margin-Rpt-Record FROM Margin-All-Line
002330         END-IF
002340         WRITE Margin-Rpt-Record FROM HorizontalLine
002350         READ SalesHistoryFile
002360             AT END MOVE 'Y' TO History-Eof-Switch
002370         END-READ
002380     END-IF
002390     .

002400******************************************************************
002410* 1050-READ-RUN-PARM - the RUNPARM.DAT posting period bounds the
002420* report; no parameter file means the whole history.
002430******************************************************************
002440 1050-READ-RUN-PARM.
002450     OPEN INPUT RunParmFile
002460     IF Run-Parm-File-Status = "00"
002470         READ RunParmFile
002480             AT END CONTINUE
002490             NOT AT END
002500                 MOVE 'Y' TO Period-Filter-Switch
002510                 MOVE RP-PeriodStart TO Period-Start
002520                 MOVE RP-PeriodEnd   TO Period-End
002530         END-READ
002540         CLOSE RunParmFile
002550     END-IF
002560     .

002570******************************************************************
002580* 2000-ROLL-UP-ONE-ROW - roll one history row into the four
002590* margin tables if it is in the period and carries a cost.
002600******************************************************************
002610 2000-ROLL-UP-ONE-ROW.
002620     ADD 1 TO Records-Read-Count
002630     IF Period-Filter-On
002640             AND (SH-SaleDate < Period-Start
002650                 OR SH-SaleDate > Period-End)
002660         ADD 1 TO Rows-Outside-Count
002670     ELSE
002680         IF SH-CostValue NOT NUMERIC
002690                 OR SH-DiscountValue NOT NUMERIC
002700             ADD 1 TO Rows-Not-Costed-Count
002710         ELSE
002720             ADD 1 TO Rows-Used-Count
002730             ADD SH-SalesValue    TO Grand-Sales
002740             ADD SH-DiscountValue TO Grand-Discount
002750             ADD SH-CostValue     TO Grand-Cost
002760             PERFORM 2100-ROLL-UP-OIL
002770             PERFORM 2200-ROLL-UP-CUSTOMER
002780             PERFORM 2300-ROLL-UP-SALESPERSON
002790             PERFORM 2400-ROLL-UP-BRANCH
002800         END-IF
002810     END-IF
002820     READ SalesHistoryFile
002830         AT END MOVE 'Y' TO History-Eof-Switch
002840     END-READ
002850     .

002860******************************************************************
002870* 2100-ROLL-UP-OIL - add the row to its oil's slot.
002880******************************************************************
002890 2100-ROLL-UP-OIL.
002900     IF (SH-EssentialOil OR SH-BaseOil)
002910             AND SH-OilNumber > ZERO AND SH-OilNumber < 16
002920         IF SH-EssentialOil
002930             MOVE SH-OilNumber TO OilIndex
002940         ELSE
002950             COMPUTE OilIndex = SH-OilNumber + 15
002960         END-IF
002970         ADD SH-SalesValue    TO Oil-Mg-Sales (OilIndex)
002980         ADD SH-DiscountValue TO Oil-Mg-Discount (OilIndex)
002990         ADD SH-CostValue     TO Oil-Mg-Cost (OilIndex)
003000         ADD 1                TO Oil-Mg-Rows (OilIndex)
003010     ELSE
003020         ADD 1 TO Rows-Dropped-Count
003030     END-IF
003040     .

003050******************************************************************
003060* 2200-ROLL-UP-CUSTOMER - find (or add) the row's customer and
003070* add the row to it.
003080******************************************************************
003090 2200-ROLL-UP-CUSTOMER.
003100     SET Cust-Margin-Index TO 1
003110     SEARCH Cust-Margin
003120         AT END
003130             IF Cust-Margin-Count < Max-Margin-Customers
003140                 ADD 1 TO Cust-Margin-Count
003150                 SET Cust-Margin-Index TO Cust-Margin-Count
003160                 MOVE SH-CustomerID
003170                     TO Cust-Mg-ID (Cust-Margin-Index)
003180                 MOVE SH-CustomerName
003190                     TO Cust-Mg-Name (Cust-Margin-Index)
003200                 PERFORM 2210-ADD-TO-CUSTOMER
003210             ELSE
003220                 ADD 1 TO Rows-Dropped-Count
003230             END-IF
003240         WHEN Cust-Mg-ID (Cust-Margin-Index) = SH-CustomerID
003250             PERFORM 2210-ADD-TO-CUSTOMER
003260     END-SEARCH
003270     .

003280******************************************************************
003290* 2210-ADD-TO-CUSTOMER - add the row to the found customer.
003300******************************************************************
003310 2210-ADD-TO-CUSTOMER.
003320     ADD SH-SalesValue    TO Cust-Mg-Sales (Cust-Margin-Index)
003330     ADD SH-DiscountValue TO Cust-Mg-Discount (Cust-Margin-Index)
003340     ADD SH-CostValue     TO Cust-Mg-Cost (Cust-Margin-Index)
003350     .

003360******************************************************************
003370* 2300-ROLL-UP-SALESPERSON - find (or add) the row's salesperson
003380* and add the row to it.
003390******************************************************************
003400 2300-ROLL-UP-SALESPERSON.
003410     SET Sp-Margin-Index TO 1
003420     SEARCH Sp-Margin
003430         AT END
003440             IF Sp-Margin-Count < Max-Margin-Salespersons
003450                 ADD 1 TO Sp-Margin-Count
003460                 SET Sp-Margin-Index TO Sp-Margin-Count
003470                 MOVE SH-SalespersonID
003480                     TO Sp-Mg-ID (Sp-Margin-Index)
003490                 PERFORM 2310-ADD-TO-SALESPERSON
003500             ELSE
003510                 ADD 1 TO Rows-Dropped-Count
003520             END-IF
003530         WHEN Sp-Mg-ID (Sp-Margin-Index) = SH-SalespersonID
003540             PERFORM 2310-ADD-TO-SALESPERSON
003550     END-SEARCH
003560     .

003570******************************************************************
003580* 2310-ADD-TO-SALESPERSON - add the row to the found salesperson.
003590******************************************************************
003600 2310-ADD-TO-SALESPERSON.
003610     ADD SH-SalesValue    TO Sp-Mg-Sales (Sp-Margin-Index)
003620     ADD SH-DiscountValue TO Sp-Mg-Discount (Sp-Margin-Index)
003630     ADD SH-CostValue     TO Sp-Mg-Cost (Sp-Margin-Index)
003640     .

003650******************************************************************
003660* 2400-ROLL-UP-BRANCH - find (or add) the row's branch and add
003670* the row to it.
003680******************************************************************
003690 2400-ROLL-UP-BRANCH.
003700     SET Br-Margin-Index TO 1
003710     SEARCH Br-Margin
003720         AT END
003730             IF Br-Margin-Count < Max-Margin-Branches
003740                 ADD 1 TO Br-Margin-Count
003750                 SET Br-Margin-Index TO Br-Margin-Count
003760                 MOVE SH-BranchID TO Br-Mg-ID (Br-Margin-Index)
003770                 PERFORM 2410-ADD-TO-BRANCH
003780             ELSE
003790                 ADD 1 TO Rows-Dropped-Count
003800             END-IF
003810         WHEN Br-Mg-ID (Br-Margin-Index) = SH-BranchID
003820             PERFORM 2410-ADD-TO-BRANCH
003830     END-SEARCH
003840     .

003850******************************************************************
003860* 2410-ADD-TO-BRANCH - add the row to the found branch.
003870******************************************************************
003880 2410-ADD-TO-BRANCH.
003890     ADD SH-SalesValue    TO Br-Mg-Sales (Br-Margin-Index)
003900     ADD SH-DiscountValue TO Br-Mg-Discount (Br-Margin-Index)
003910     ADD SH-CostValue     TO Br-Mg-Cost (Br-Margin-Index)
003920     .

003930******************************************************************
003940* 3000-PRINT-OIL-SECTION - one line per oil that sold.
003950******************************************************************
003960 3000-PRINT-OIL-SECTION.
003970     MOVE "BY OIL" TO SectionTitle
003980     PERFORM 3900-START-SECTION
003990     PERFORM 3010-PRINT-ONE-OIL
004000         VARYING Oil-Sub FROM 1 BY 1
004010         UNTIL Oil-Sub > 30
004020     .

004030******************************************************************
004040* 3010-PRINT-ONE-OIL - print one oil slot's line if it sold.
004050******************************************************************
004060 3010-PRINT-ONE-OIL.
004070     IF Oil-Mg-Rows (Oil-Sub) > ZERO
004080         IF Oil-Sub < 16
004090             MOVE 'E' TO Section-Oil-Code
004100             MOVE Oil-Sub TO Section-Oil-Number
004110         ELSE
004120             MOVE 'B' TO Section-Oil-Code
004130             COMPUTE Section-Oil-Number = Oil-Sub - 15
004140         END-IF
004150         MOVE Section-Oil-ID TO Print-Key
004160         MOVE SPACES         TO Print-Name
004170         MOVE Oil-Mg-Sales (Oil-Sub)    TO Print-Sales
004180         MOVE Oil-Mg-Discount (Oil-Sub) TO Print-Discount
004190         MOVE Oil-Mg-Cost (Oil-Sub)     TO Print-Cost
004200         PERFORM 5000-PRINT-MARGIN-LINE
004210     END-IF
004220     .

004230******************************************************************
004240* 3100-PRINT-CUSTOMER-SECTION - one line per customer.
004250******************************************************************
004260 3100-PRINT-CUSTOMER-SECTION.
004270     MOVE "BY CUSTOMER" TO SectionTitle
004280     PERFORM 3900-START-SECTION
004290     PERFORM 3110-PRINT-ONE-CUSTOMER
004300         VARYING Table-Sub FROM 1 BY 1
004310         UNTIL Table-Sub > Cust-Margin-Count
004320     .

004330******************************************************************
004340* 3110-PRINT-ONE-CUSTOMER - print one customer's line.
004350******************************************************************
004360 3110-PRINT-ONE-CUSTOMER.
004370     MOVE Cust-Mg-ID (Table-Sub)       TO Print-Key
004380     MOVE Cust-Mg-Name (Table-Sub)     TO Print-Name
004390     MOVE Cust-Mg-Sales (Table-Sub)    TO Print-Sales
004400     MOVE Cust-Mg-Discount (Table-Sub) TO Print-Discount
004410     MOVE Cust-Mg-Cost (Table-Sub)     TO Print-Cost
004420     PERFORM 5000-PRINT-MARGIN-LINE
004430     .

004440******************************************************************
004450* 3200-PRINT-SALESPERSON-SECTION - one line per salesperson.
004460******************************************************************
004470 3200-PRINT-SALESPERSON-SECTION.
004480     MOVE "BY SALESPERSON" TO SectionTitle
004490     PERFORM 3900-START-SECTION
004500     PERFORM 3210-PRINT-ONE-SALESPERSON
004510         VARYING Table-Sub FROM 1 BY 1
004520         UNTIL Table-Sub > Sp-Margin-Count
004530     .

004540******************************************************************
004550* 3210-PRINT-ONE-SALESPERSON - print one salesperson's line.
004560******************************************************************
004570 3210-PRINT-ONE-SALESPERSON.
004580     MOVE Sp-Mg-ID (Table-Sub)       TO Print-Key
004590     MOVE SPACES                     TO Print-Name
004600     MOVE Sp-Mg-Sales (Table-Sub)    TO Print-Sales
004610     MOVE Sp-Mg-Discount (Table-Sub) TO Print-Discount
004620     MOVE Sp-Mg-Cost (Table-Sub)     TO Print-Cost
004630     PERFORM 5000-PRINT-MARGIN-LINE
004640     .

004650******************************************************************
004660* 3300-PRINT-BRANCH-SECTION - one line per branch.
004670******************************************************************
004680 3300-PRINT-BRANCH-SECTION.
004690     MOVE "BY BRANCH" TO SectionTitle
004700     PERFORM 3900-START-SECTION
004710     PERFORM 3310-PRINT-ONE-BRANCH
004720         VARYING Table-Sub FROM 1 BY 1
004730         UNTIL Table-Sub > Br-Margin-Count
004740     .

004750******************************************************************
004760* 3310-PRINT-ONE-BRANCH - print one branch's line.
004770******************************************************************
004780 3310-PRINT-ONE-BRANCH.
004790     MOVE Br-Mg-ID (Table-Sub)       TO Print-Key
004800     MOVE SPACES                     TO Print-Name
004810     MOVE Br-Mg-Sales (Table-Sub)    TO Print-Sales
004820     MOVE Br-Mg-Discount (Table-Sub) TO Print-Discount
004830     MOVE Br-Mg-Cost (Table-Sub)     TO Print-Cost
004840     PERFORM 5000-PRINT-MARGIN-LINE
004850     .

004860******************************************************************
004870* 3900-START-SECTION - print a section's title and columns.
004880******************************************************************
004890 3900-START-SECTION.
004900     MOVE SPACES TO Margin-Rpt-Record
004910     WRITE Margin-Rpt-Record
004920     WRITE Margin-Rpt-Record FROM Section-Heading
004930     WRITE Margin-Rpt-Record FROM Margin-Columns
004940     .

004950******************************************************************
004960* 4000-FINISH-MARGIN-RPT - print the grand total line and the
004970* control counts.
004980******************************************************************
004990 4000-FINISH-MARGIN-RPT.
005000     MOVE SPACES TO Margin-Rpt-Record
005010     WRITE Margin-Rpt-Record
005020     WRITE Margin-Rpt-Record FROM HorizontalLine
005030     MOVE "TOTAL"        TO Print-Key
005040     MOVE SPACES         TO Print-Name
005050     MOVE Grand-Sales    TO Print-Sales
005060     MOVE Grand-Discount TO Print-Discount
005070     MOVE Grand-Cost     TO Print-Cost
005080     PERFORM 5000-PRINT-MARGIN-LINE
005090     MOVE SPACES TO Margin-Rpt-Record
005100     WRITE Margin-Rpt-Record
005110     MOVE Records-Read-Count    TO ControlRead
005120     MOVE Rows-Used-Count       TO ControlUsed
005130     MOVE Rows-Outside-Count    TO ControlOutside
005140     WRITE Margin-Rpt-Record FROM Control-Line-1
005150     MOVE Rows-Not-Costed-Count TO ControlNotCosted
005160     MOVE Rows-Dropped-Count    TO ControlDropped
005170     WRITE Margin-Rpt-Record FROM Control-Line-2
005180     .

005190******************************************************************
005200* 5000-PRINT-MARGIN-LINE - work out the margin and margin per
005210* cent on net sales for the figures in Print-Work and print the
005220* line, flagging a loss.
005230******************************************************************
005240 5000-PRINT-MARGIN-LINE.
005250     COMPUTE Margin-Value = Print-Sales - Print-Cost
005260     IF Print-Sales > ZERO
005270         COMPUTE Margin-Pct ROUNDED =
005280             Margin-Value * 100 / Print-Sales
005290     ELSE
005300         MOVE ZERO TO Margin-Pct
005310     END-IF
005320     MOVE Print-Key      TO MarginKey
005330     MOVE Print-Name     TO MarginName
005340     MOVE Print-Sales    TO MarginSales
005350     MOVE Print-Discount TO MarginDiscount
005360     MOVE Print-Cost     TO MarginCost
005370     MOVE Margin-Value   TO MarginValue
005380     MOVE Margin-Pct     TO MarginPct
005390     IF Margin-Value < ZERO
005400         MOVE "LOSS" TO MarginFlag
005410     ELSE
005420         MOVE SPACES TO MarginFlag
005430     END-IF
005440     WRITE Margin-Rpt-Record FROM Margin-Line
005450     .

005460******************************************************************
005470* 8000-TERMINATE - close the files down.
005480******************************************************************
005490 8000-TERMINATE.
005500     IF Sales-History-File-Status = "00"
005510         CLOSE SalesHistoryFile
005520     END-IF
005530     CLOSE MarginRptFile
005540     .

005550 END PROGRAM MARGNRPT.
