000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Weekly expiring-stock report off the STOCKLOT.DAT
000050*             lot master: lots already past their best-before
000060*             date that need writing off, and lots coming up to
000070*             it within a set number of days, valued at the
000080*             OILPRICE.DAT purchase cost in force on the run date.
000090* Tectonics: cobc
000100******************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. LOTEXPRY.
000130 AUTHOR.     D. FENNESSY.
000140 DATE-WRITTEN.

000150******************************************************************
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   ----------  ----  ------------------------------------------
000190*               DF    New program: two passes over the lot master
000200*                     print LOTEXPRY.RPT - first every lot with
000210*                     stock on hand whose best-before date is
000220*                     before the RUNPARM run date (to be counted
000230*                     out through STOCKTKE), then every lot due
000240*                     to expire within the warning window on
000250*                     EXPPARM.DAT (60 days when there is no
000260*                     parameter file), each section with units
000270*                     and value at cost. Days to expiry are on
000280*                     the 30/360 calendar ARPOST ages debts on.
000290*                     A lot with no best-before date never
000300*                     expires. Read-only.
000301*               DF    Hands its record counts to STEPCNT for
000302*                     RUNALL's run history, and holds its
000303*                     return code across that CALL, which
000304*                     sets RETURN-CODE itself.
000305*               DF    STOCKLOT.DAT is keyed on branch, oil and
000306*                     lot: each lot line shows its branch (blank
000307*                     meaning 001). STEPCNT's records out is the
000308*                     count of lots reported in the two sections.
000310******************************************************************

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT StockLotFile ASSIGN TO "STOCKLOT.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LT-LotKey
000390         FILE STATUS IS Stock-Lot-File-Status.

000400     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS Oil-Price-File-Status.

000430     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Run-Parm-File-Status.

000460     SELECT ExpiryParmFile ASSIGN TO "EXPPARM.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS Expiry-Parm-File-Status.

000490     SELECT ExpiryRptFile ASSIGN TO "LOTEXPRY.RPT"
000500         ORGANIZATION IS LINE SEQUENTIAL.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD StockLotFile.
000540 01 Stock-Lot-Record.
000550    02 LT-LotKey.
000555       03 LT-BranchID       PIC X(3).
000560       03 LT-OilID.
000570          04 LT-OilCode     PIC X(1).
000580             88 LT-EssentialOil VALUE 'E'.
000590             88 LT-BaseOil      VALUE 'B'.
000600          04 LT-OilNumber   PIC 9(2).
000610       03 LT-LotNo          PIC X(10).
000620    02 LT-ReceivedDate      PIC 9(8).
000630    02 LT-BestBefore        PIC 9(8).
000640    02 FILLER REDEFINES LT-BestBefore.
000650       03 LT-BestBeforeYear  PIC 9(4).
000660       03 LT-BestBeforeMonth PIC 9(2).
000670       03 LT-BestBeforeDay   PIC 9(2).
000680    02 LT-UnitsReceived     PIC 9(7).
000690    02 LT-OnHand            PIC 9(7).
000700    02 LT-SupplierID        PIC 9(5).
000710    02 LT-PoNumber          PIC 9(6).

000720 FD OilPriceFile.
000730 01 Oil-Price-Record.
000740    02 OPOilCode             PIC X(1).
000750       88 OPEssentialOil       VALUE 'E'.
000760       88 OPBaseOil            VALUE 'B'.
000770    02 OPOilNumber           PIC 9(2).
000780    02 OPEffectiveDate       PIC 9(8).
000790    02 OPUnitCost            PIC 99V99.
000800    02 OPPurchaseCost        PIC 99V99.

000810 FD RunParmFile.
000820 01 Run-Parm-Record.
000830    02 RP-RunDate.
000840       03 RP-RunYear        PIC 9(4).
000850       03 RP-RunMonth       PIC 9(2).
000860       03 RP-RunDay         PIC 9(2).
000870    02 RP-PeriodStart       PIC 9(8).
000880    02 RP-PeriodEnd         PIC 9(8).
000890    02 RP-PeriodStatus      PIC X(1).

000900 FD ExpiryParmFile.
000910 01 Expiry-Parm-Record.
000920    02 EP-WarnDays          PIC 9(3).

000930 FD ExpiryRptFile.
000940 01 Expiry-Rpt-Record       PIC X(110).

000950 WORKING-STORAGE SECTION.
000960 77 Stock-Lot-File-Status   PIC X(02) VALUE '00'.
000970 77 Oil-Price-File-Status   PIC X(02) VALUE '00'.
000980 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
000990 77 Expiry-Parm-File-Status PIC X(02) VALUE '00'.
001000 01 Lot-Eof-Switch          PIC X(01) VALUE 'N'.
001010     88 Lot-Eof              VALUE 'Y'.
001020 01 Oil-Price-Eof-Switch    PIC X(01) VALUE 'N'.
001030     88 Oil-Price-Eof        VALUE 'Y'.
001040 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
001050     88 Run-Parm-Missing     VALUE 'Y'.
001060 01 Lot-Master-Missing-Switch PIC X(01) VALUE 'N'.
001070     88 Lot-Master-Missing     VALUE 'Y'.

001080* Pass-Switch says which section the current pass over the lot
001090* master is printing.
001100 01 Pass-Switch             PIC X(01) VALUE 'X'.
001110     88 Expired-Pass         VALUE 'X'.
001120     88 Expiring-Pass        VALUE 'W'.

001130 01 Run-Date                PIC 9(8)  VALUE ZERO.
001140 01 Run-Year                PIC 9(4)  VALUE ZERO.
001150 01 Run-Month               PIC 9(2)  VALUE ZERO.
001160 01 Run-Day                 PIC 9(2)  VALUE ZERO.
001170 01 Warn-Days               PIC 9(3)  VALUE ZERO.
001180 77 Default-Warn-Days       PIC 9(3)  VALUE 60.
001190 01 Days-To-Expiry          PIC S9(5) VALUE ZERO.

001200* Oil-Price-Table is loaded and searched the way STOCKVAL loads
001210* and searches it, keeping only the purchase cost.
001220 01 Oil-Price-Table.
001230    02 Oil-Price-Entry OCCURS 150 TIMES
001240              INDEXED BY Oil-Price-Index.
001250       03 Price-Oil-Slot        PIC 9(2)   VALUE ZERO.
001260       03 Price-Effective-Date  PIC 9(8)   VALUE ZERO.
001270       03 Price-Purchase-Cost   PIC 99V99  VALUE ZERO.
001280 01 Oil-Price-Count            PIC 9(3)    VALUE ZERO.
001290 77 Max-Oil-Prices             PIC 9(3)    VALUE 150.
001300 01 Price-Found-Switch         PIC X(01)   VALUE 'N'.
001310     88 Price-Found             VALUE 'Y'.
001320 01 Matched-Purchase-Cost      PIC 99V99   VALUE ZERO.
001330 01 Matched-Effective-Date     PIC 9(8)    VALUE ZERO.
001340 01 OilIndex                   PIC 9(2)    VALUE ZERO.

001350 01 Lot-Value               PIC 9(9)V99 VALUE ZERO.
001360 01 Section-Lot-Count       PIC 9(5)    VALUE ZERO.
001370 01 Section-Units           PIC 9(9)    VALUE ZERO.
001380 01 Section-Value           PIC 9(11)V99 VALUE ZERO.
001390 01 Lots-Read-Count         PIC 9(5)    VALUE ZERO.
001391 01 Lots-Reported-Count     PIC 9(5)    VALUE ZERO.
001392* The closing CALL to STEPCNT sets RETURN-CODE, so the
001393* step's own code is held here and restored after it.
001394 01 Step-Return-Code        PIC 9(02) VALUE ZERO.
001395 01 Step-Count-Function     PIC X(01) VALUE 'P'.
001396 01 Step-Records-In         PIC 9(09) VALUE ZERO.
001397 01 Step-Records-Out        PIC 9(09) VALUE ZERO.
001400 01 Lots-Not-Costed-Count   PIC 9(5)    VALUE ZERO.
001406* A lot keyed without a branch is the main branch's.
001412 77 Main-Branch-ID          PIC X(3)    VALUE "001".

001420 01 Expiry-Heading.
001430    02 FILLER                PIC X(25) VALUE SPACES.
001440    02 FILLER                PIC X(21)
001450       VALUE "EXPIRING STOCK REPORT".

001460 01 Expiry-Date-Line.
001470    02 FILLER                PIC X(25) VALUE SPACES.
001480    02 FILLER                PIC X(10) VALUE "RUN DATE:".
001490    02 HeadingRunDate        PIC 9(8).
001500    02 FILLER                PIC X(10) VALUE "   WINDOW:".
001510    02 HeadingWarnDays       PIC ZZ9.
001520    02 FILLER                PIC X(05) VALUE " DAYS".

001530 01 HorizontalLine.
001540    02 FILLER                PIC X(03) VALUE SPACES.
001550    02 FILLER                PIC X(91) VALUE ALL '-'.

001560 01 Expired-Section-Heading.
001570    02 FILLER                PIC X(02) VALUE SPACES.
001580    02 FILLER                PIC X(34)
001590       VALUE "EXPIRED LOTS - TO BE WRITTEN OFF".

001600 01 Expiring-Section-Heading.
001610    02 FILLER                PIC X(02) VALUE SPACES.
001620    02 FILLER                PIC X(34)
001630       VALUE "LOTS EXPIRING WITHIN THE WINDOW".

001640 01 Expiry-Columns.
001650    02 FILLER                PIC X(02) VALUE SPACES.
001655    02 FILLER                PIC X(05) VALUE "BRN".
001660    02 FILLER                PIC X(03) VALUE "OIL".
001670    02 FILLER                PIC X(02) VALUE SPACES.
001680    02 FILLER                PIC X(10) VALUE "LOT".
001690    02 FILLER                PIC X(02) VALUE SPACES.
001700    02 FILLER                PIC X(08) VALUE "RECEIVED".
001710    02 FILLER                PIC X(02) VALUE SPACES.
001720    02 FILLER                PIC X(08) VALUE "BEST BY".
001730    02 FILLER                PIC X(07) VALUE "   DAYS".
001740    02 FILLER                PIC X(03) VALUE SPACES.
001750    02 FILLER                PIC X(07) VALUE "ON HAND".
001760    02 FILLER                PIC X(03) VALUE SPACES.
001770    02 FILLER                PIC X(09) VALUE "UNIT COST".
001780    02 FILLER                PIC X(05) VALUE SPACES.
001790    02 FILLER                PIC X(10) VALUE "COST VALUE".
001800    02 FILLER                PIC X(02) VALUE SPACES.
001810    02 FILLER                PIC X(08) VALUE "SUPPLIER".

001820 01 Expiry-Line.
001823    02 FILLER                PIC X(02) VALUE SPACES.
001826    02 ExpBranchID           PIC X(3).
001830    02 FILLER                PIC X(02) VALUE SPACES.
001840    02 ExpOilID              PIC X(3).
001850    02 FILLER                PIC X(02) VALUE SPACES.
001860    02 ExpLotNo              PIC X(10).
001870    02 FILLER                PIC X(02) VALUE SPACES.
001880    02 ExpReceivedDate       PIC 9(8).
001890    02 FILLER                PIC X(02) VALUE SPACES.
001900    02 ExpBestBefore         PIC 9(8).
001910    02 ExpDays               PIC BBZZZ9-.
001920    02 ExpOnHand             PIC BBZ,ZZZ,ZZ9.
001930    02 ExpUnitCost           PIC BBBBBBZ9.99.
001940    02 ExpValue              PIC BBZZ,ZZZ,ZZ9.99.
001950    02 FILLER                PIC X(03) VALUE SPACES.
001960    02 ExpSupplierID         PIC 9(5).
001970    02 FILLER                PIC X(02) VALUE SPACES.
001980    02 ExpNote               PIC X(07).

001990 01 Section-Total-Line.
002000    02 FILLER                PIC X(02) VALUE SPACES.
002010    02 FILLER                PIC X(06) VALUE "LOTS:".
002020    02 TotLots               PIC ZZZZ9.
002030    02 FILLER                PIC X(26) VALUE SPACES.
002040    02 TotUnits              PIC BBBZZZ,ZZZ,ZZ9.
002050    02 FILLER                PIC X(11) VALUE SPACES.
002060    02 TotValue              PIC BBZZ,ZZZ,ZZZ,ZZ9.99.

002070 01 Expiry-Control-Line.
002080    02 FILLER                PIC X(10) VALUE "LOTS READ:".
002090    02 ControlLotsRead       PIC BZZZZ9.
002100    02 FILLER                PIC X(16) VALUE "  NOT COSTED:".
002110    02 ControlNotCosted      PIC BZZZZ9.

002120 PROCEDURE DIVISION.

002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE
002150     IF Run-Parm-Missing OR Lot-Master-Missing
002160         MOVE 16 TO RETURN-CODE
002170     ELSE
002180         MOVE 'X' TO Pass-Switch
002190         PERFORM 2000-RUN-ONE-PASS
002200         MOVE 'W' TO Pass-Switch
002210         PERFORM 2000-RUN-ONE-PASS
002220         PERFORM 3000-PRINT-CONTROLS
002230     END-IF
002240     PERFORM 8000-TERMINATE
002242     MOVE RETURN-CODE TO Step-Return-Code
002244     PERFORM 8900-REPORT-STEP-COUNTS
002246     MOVE Step-Return-Code TO RETURN-CODE
002250     GOBACK.

002260******************************************************************
002270* 1000-INITIALIZE - read the run date and the warning window,
002280* load the cost rows, open the lot master and print the heading.
002290******************************************************************
002300 1000-INITIALIZE.
002310     PERFORM 1100-READ-RUN-PARM
002320     PERFORM 1150-READ-EXPIRY-PARM
002330     OPEN OUTPUT ExpiryRptFile
002340     IF NOT Run-Parm-Missing
002350         PERFORM 1200-LOAD-OIL-PRICES
002360         OPEN INPUT StockLotFile
002370         IF Stock-Lot-File-Status NOT = "00"
002380             MOVE 'Y' TO Lot-Master-Missing-Switch
002390         END-IF
002400         WRITE Expiry-Rpt-Record FROM Expiry-Heading
002410         MOVE Run-Date  TO HeadingRunDate
002420         MOVE Warn-Days TO HeadingWarnDays
002430         WRITE Expiry-Rpt-Record FROM Expiry-Date-Line
002440         WRITE Expiry-Rpt-Record FROM HorizontalLine
002450     END-IF
002460     .

002470******************************************************************
002480* 1100-READ-RUN-PARM - read the run date off RUNPARM.DAT; expiry
002490* is judged and cost taken as at that date.
002500******************************************************************
002510 1100-READ-RUN-PARM.
002520     OPEN INPUT RunParmFile
002530     IF Run-Parm-File-Status NOT = "00"
002540         MOVE 'Y' TO Run-Parm-Missing-Switch
002550     ELSE
002560         READ RunParmFile
002570             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
002580             NOT AT END
002590                 MOVE RP-RunDate  TO Run-Date
002600                 MOVE RP-RunYear  TO Run-Year
002610                 MOVE RP-RunMonth TO Run-Month
002620                 MOVE RP-RunDay   TO Run-Day
002630         END-READ
002640         CLOSE RunParmFile
002650     END-IF
002660     .

002670******************************************************************
002680* 1150-READ-EXPIRY-PARM - the warning window in days off
002690* EXPPARM.DAT; no file, or no usable figure, means the default.
002700******************************************************************
002710 1150-READ-EXPIRY-PARM.
002720     MOVE Default-Warn-Days TO Warn-Days
002730     OPEN INPUT ExpiryParmFile
002740     IF Expiry-Parm-File-Status = "00"
002750         READ ExpiryParmFile
002760             AT END CONTINUE
002770             NOT AT END
002780                 IF EP-WarnDays NUMERIC
002790                     MOVE EP-WarnDays TO Warn-Days
002800                 END-IF
002810         END-READ
002820         CLOSE ExpiryParmFile
002830     END-IF
002840     .

002850******************************************************************
002860* 1200-LOAD-OIL-PRICES - read every OILPRICE.DAT row into
002870* Oil-Price-Table. No price file just leaves every lot NO COST.
002880******************************************************************
002890 1200-LOAD-OIL-PRICES.
002900     OPEN INPUT OilPriceFile
002910     IF Oil-Price-File-Status NOT = "00"
002920         MOVE 'Y' TO Oil-Price-Eof-Switch
002930     ELSE
002940         READ OilPriceFile
002950             AT END MOVE 'Y' TO Oil-Price-Eof-Switch
002960         END-READ
002970         PERFORM 1210-LOAD-ONE-PRICE UNTIL Oil-Price-Eof
002980         CLOSE OilPriceFile
002990     END-IF
003000     .

003010******************************************************************
003020* 1210-LOAD-ONE-PRICE - file one cost row in Oil-Price-Table,
003030* skipping a row that carries no purchase cost.
003040******************************************************************
003050 1210-LOAD-ONE-PRICE.
003060     IF (OPEssentialOil OR OPBaseOil)
003070             AND OPOilNumber > ZERO AND OPOilNumber < 16
003080             AND OPPurchaseCost NUMERIC
003090             AND Oil-Price-Count < Max-Oil-Prices
003100         ADD 1 TO Oil-Price-Count
003110         SET Oil-Price-Index TO Oil-Price-Count
003120         IF OPEssentialOil
003130             MOVE OPOilNumber TO Price-Oil-Slot (Oil-Price-Index)
003140         ELSE
003150             COMPUTE Price-Oil-Slot (Oil-Price-Index) =
003160                 OPOilNumber + 15
003170         END-IF
003180         MOVE OPEffectiveDate
003190             TO Price-Effective-Date (Oil-Price-Index)
003200         MOVE OPPurchaseCost
003210             TO Price-Purchase-Cost (Oil-Price-Index)
003220     END-IF
003230     READ OilPriceFile
003240         AT END MOVE 'Y' TO Oil-Price-Eof-Switch
003250     END-READ
003260     .

003270******************************************************************
003280* 2000-RUN-ONE-PASS - print one section: position the lot master
003290* at its first lot, list the lots that belong in this section,
003300* and close the section with its totals.
003310******************************************************************
003320 2000-RUN-ONE-PASS.
003330     MOVE ZERO TO Section-Lot-Count
003340     MOVE ZERO TO Section-Units
003350     MOVE ZERO TO Section-Value
003360     MOVE SPACES TO Expiry-Rpt-Record
003370     WRITE Expiry-Rpt-Record
003380     IF Expired-Pass
003390         WRITE Expiry-Rpt-Record FROM Expired-Section-Heading
003400     ELSE
003410         WRITE Expiry-Rpt-Record FROM Expiring-Section-Heading
003420     END-IF
003430     WRITE Expiry-Rpt-Record FROM Expiry-Columns
003440     MOVE 'N' TO Lot-Eof-Switch
003450     MOVE LOW-VALUES TO LT-LotKey
003460     START StockLotFile KEY NOT < LT-LotKey
003470         INVALID KEY MOVE 'Y' TO Lot-Eof-Switch
003480     END-START
003490     IF NOT Lot-Eof
003500         READ StockLotFile NEXT RECORD
003510             AT END MOVE 'Y' TO Lot-Eof-Switch
003520         END-READ
003530     END-IF
003540     PERFORM 2100-CHECK-ONE-LOT UNTIL Lot-Eof
003550     MOVE Section-Lot-Count TO TotLots
003560     MOVE Section-Units     TO TotUnits
003570     MOVE Section-Value     TO TotValue
003580     WRITE Expiry-Rpt-Record FROM Section-Total-Line
003590     .

003600******************************************************************
003610* 2100-CHECK-ONE-LOT - work out how far the lot is from its
003620* best-before date and print it if it belongs in this pass's
003630* section. Lots with nothing on hand or no best-before date are
003640* passed over.
003650******************************************************************
003660 2100-CHECK-ONE-LOT.
003670     IF Expired-Pass
003680         ADD 1 TO Lots-Read-Count
003690     END-IF
003700     IF LT-OnHand > ZERO AND LT-BestBefore > ZERO
003710         COMPUTE Days-To-Expiry =
003720             ((LT-BestBeforeYear - Run-Year) * 360)
003730             + ((LT-BestBeforeMonth - Run-Month) * 30)
003740             + (LT-BestBeforeDay - Run-Day)
003750         IF Expired-Pass
003760             IF LT-BestBefore < Run-Date
003770                 PERFORM 2200-PRINT-LOT-LINE
003780             END-IF
003790         ELSE
003800             IF LT-BestBefore NOT < Run-Date
003810                     AND Days-To-Expiry NOT > Warn-Days
003820                 PERFORM 2200-PRINT-LOT-LINE
003830             END-IF
003840         END-IF
003850     END-IF
003860     READ StockLotFile NEXT RECORD
003870         AT END MOVE 'Y' TO Lot-Eof-Switch
003880     END-READ
003890     .

003900******************************************************************
003910* 2200-PRINT-LOT-LINE - cost the lot's on-hand, print its line
003920* and add it to the section totals and the lots reported.
003930******************************************************************
003940 2200-PRINT-LOT-LINE.
003950     PERFORM 2300-FIND-PURCHASE-COST
003960     MOVE SPACES TO ExpNote
003970     IF NOT Price-Found
003980         MOVE "NO COST" TO ExpNote
004000         ADD 1 TO Lots-Not-Costed-Count
004020     END-IF
004030     COMPUTE Lot-Value ROUNDED = LT-OnHand * Matched-Purchase-Cost
004031     IF LT-BranchID = SPACES
004032         MOVE Main-Branch-ID    TO ExpBranchID
004033     ELSE
004034         MOVE LT-BranchID       TO ExpBranchID
004035     END-IF
004040     MOVE LT-OilID              TO ExpOilID
004050     MOVE LT-LotNo              TO ExpLotNo
004060     MOVE LT-ReceivedDate       TO ExpReceivedDate
004070     MOVE LT-BestBefore         TO ExpBestBefore
004080     MOVE Days-To-Expiry        TO ExpDays
004090     MOVE LT-OnHand             TO ExpOnHand
004100     MOVE Matched-Purchase-Cost TO ExpUnitCost
004110     MOVE Lot-Value             TO ExpValue
004120     MOVE LT-SupplierID         TO ExpSupplierID
004130     WRITE Expiry-Rpt-Record FROM Expiry-Line
004140     ADD 1         TO Section-Lot-Count
004145     ADD 1         TO Lots-Reported-Count
004150     ADD LT-OnHand TO Section-Units
004160     ADD Lot-Value TO Section-Value
004170     .

004180******************************************************************
004190* 2300-FIND-PURCHASE-COST - find the lot's oil's purchase cost
004200* with the latest effective date on or before the run date.
004210******************************************************************
004220 2300-FIND-PURCHASE-COST.
004230     MOVE 'N'  TO Price-Found-Switch
004240     MOVE ZERO TO Matched-Purchase-Cost
004250     MOVE ZERO TO Matched-Effective-Date
004260     IF (LT-EssentialOil OR LT-BaseOil)
004270             AND LT-OilNumber NUMERIC
004280         IF LT-EssentialOil
004290             MOVE LT-OilNumber TO OilIndex
004300         ELSE
004310             COMPUTE OilIndex = LT-OilNumber + 15
004320         END-IF
004330         PERFORM 2310-TEST-ONE-PRICE
004340             VARYING Oil-Price-Index FROM 1 BY 1
004350             UNTIL Oil-Price-Index > Oil-Price-Count
004360     END-IF
004370     .

004380******************************************************************
004390* 2310-TEST-ONE-PRICE - test one loaded cost row against the
004400* wanted oil slot and the run date.
004410******************************************************************
004420 2310-TEST-ONE-PRICE.
004430     IF Price-Oil-Slot (Oil-Price-Index) = OilIndex
004440             AND Price-Effective-Date (Oil-Price-Index)
004450                 NOT > Run-Date
004460             AND Price-Effective-Date (Oil-Price-Index)
004470                 NOT < Matched-Effective-Date
004480         MOVE 'Y' TO Price-Found-Switch
004490         MOVE Price-Effective-Date (Oil-Price-Index)
004500             TO Matched-Effective-Date
004510         MOVE Price-Purchase-Cost (Oil-Price-Index)
004520             TO Matched-Purchase-Cost
004530     END-IF
004540     .

004550******************************************************************
004560* 3000-PRINT-CONTROLS - print the control counts.
004570******************************************************************
004580 3000-PRINT-CONTROLS.
004590     MOVE SPACES TO Expiry-Rpt-Record
004600     WRITE Expiry-Rpt-Record
004610     WRITE Expiry-Rpt-Record FROM HorizontalLine
004620     MOVE Lots-Read-Count       TO ControlLotsRead
004630     MOVE Lots-Not-Costed-Count TO ControlNotCosted
004640     WRITE Expiry-Rpt-Record FROM Expiry-Control-Line
004650     .

004660******************************************************************
004670* 8000-TERMINATE - close the files down.
004680******************************************************************
004690 8000-TERMINATE.
004700     IF NOT Run-Parm-Missing AND NOT Lot-Master-Missing
004710         CLOSE StockLotFile
004720     END-IF
004730     CLOSE ExpiryRptFile
004740     .

004741******************************************************************
004742* 8900-REPORT-STEP-COUNTS - hand STEPCNT the lots read and the
004743* lots reported across the expired and expiring sections.
004744******************************************************************
004745 8900-REPORT-STEP-COUNTS.
004746     MOVE Lots-Read-Count TO Step-Records-In
004747     MOVE Lots-Reported-Count TO Step-Records-Out
004748     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
004749         Step-Records-Out
004750     .

004751 END PROGRAM LOTEXPRY.
