000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Stock valuation at cost: values every oil's on-hand
000050*             and on-order balance on the STOCKMST.DAT stock
000060*             master at the OILPRICE.DAT purchase cost in force
000070*             on the run date, branch by branch.
000080* Tectonics: cobc
000090******************************************************************
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STOCKVAL.
000120 AUTHOR.     D. FENNESSY.
000130 DATE-WRITTEN.

000140******************************************************************
000150* MODIFICATION HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   ----------  ----  ------------------------------------------
000180*               DF    New program: reads the stock master in oil
000190*                     order and prints STOCKVAL.RPT with each
000200*                     oil's on-hand and on-order units, the
000210*                     purchase cost in force on the RUNPARM run
000220*                     date (looked up the way AROMASALESRPT01
000230*                     costs a sale) and both extended values,
000240*                     with grand totals. An oil with no cost row
000250*                     is listed NO COST at zero value and counted
000260*                     on the control totals. Read-only.
000262*               DF    Stock is held by branch: the report lists
000264*                     each branch's rows in oil order under a
000266*                     branch column, with a subtotal per branch
000268*                     ahead of the grand totals.
000270******************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ST-StockKey
000350         FILE STATUS IS Stock-Master-File-Status.

000360     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS Oil-Price-File-Status.

000390     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS Run-Parm-File-Status.

000420     SELECT ValuationRptFile ASSIGN TO "STOCKVAL.RPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD StockMasterFile.
000470 01 Stock-Master-Record.
000477    02 ST-StockKey.
000484       03 ST-BranchID       PIC X(3).
000491       03 ST-OilID.
000498          04 ST-OilCode     PIC X(1).
000505             88 ST-EssentialOil VALUE 'E'.
000512             88 ST-BaseOil      VALUE 'B'.
000519          04 ST-OilNumber   PIC 9(2).
000530    02 ST-OnHand            PIC 9(7).
000540    02 ST-MinLevel          PIC 9(5).
000550    02 ST-ReorderQty        PIC 9(5).
000560    02 ST-OnOrder           PIC 9(7).

000570 FD OilPriceFile.
000580 01 Oil-Price-Record.
000590    02 OPOilCode             PIC X(1).
000600       88 OPEssentialOil       VALUE 'E'.
000610       88 OPBaseOil            VALUE 'B'.
000620    02 OPOilNumber           PIC 9(2).
000630    02 OPEffectiveDate       PIC 9(8).
000640    02 OPUnitCost            PIC 99V99.
000650    02 OPPurchaseCost        PIC 99V99.

000660 FD RunParmFile.
000670 01 Run-Parm-Record.
000680    02 RP-RunDate           PIC 9(8).
000690    02 RP-PeriodStart       PIC 9(8).
000700    02 RP-PeriodEnd         PIC 9(8).
000710    02 RP-PeriodStatus      PIC X(1).

000720 FD ValuationRptFile.
000730 01 Valuation-Rpt-Record    PIC X(90).

000740 WORKING-STORAGE SECTION.
000750 77 Stock-Master-File-Status PIC X(02) VALUE '00'.
000760 77 Oil-Price-File-Status   PIC X(02) VALUE '00'.
000770 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
000780 01 Stock-Eof-Switch        PIC X(01) VALUE 'N'.
000790     88 Stock-Eof            VALUE 'Y'.
000800 01 Oil-Price-Eof-Switch    PIC X(01) VALUE 'N'.
000810     88 Oil-Price-Eof        VALUE 'Y'.
000820 01 Run-Parm-Missing-Switch PIC X(01) VALUE 'N'.
000830     88 Run-Parm-Missing     VALUE 'Y'.
000840 01 Stock-Master-Missing-Switch PIC X(01) VALUE 'N'.
000850     88 Stock-Master-Missing     VALUE 'Y'.
000860 01 Run-Date                PIC 9(8)  VALUE ZERO.

000870* Oil-Price-Table is loaded and searched the way AROMASALESRPT01
000880* loads and searches it (essential oils in slots 1 thru 15, base
000890* oils in 16 thru 30), keeping only the purchase cost.
000900 01 Oil-Price-Table.
000910    02 Oil-Price-Entry OCCURS 150 TIMES
000920              INDEXED BY Oil-Price-Index.
000930       03 Price-Oil-Slot        PIC 9(2)   VALUE ZERO.
000940       03 Price-Effective-Date  PIC 9(8)   VALUE ZERO.
000950       03 Price-Purchase-Cost   PIC 99V99  VALUE ZERO.
000960 01 Oil-Price-Count            PIC 9(3)    VALUE ZERO.
000970 77 Max-Oil-Prices             PIC 9(3)    VALUE 150.
000980 01 Price-Found-Switch         PIC X(01)   VALUE 'N'.
000990     88 Price-Found             VALUE 'Y'.
001000 01 Matched-Purchase-Cost      PIC 99V99   VALUE ZERO.
001010 01 Matched-Effective-Date     PIC 9(8)    VALUE ZERO.
001020 01 OilIndex                   PIC 9(2)    VALUE ZERO.

001030 01 OnHand-Value            PIC 9(9)V99 VALUE ZERO.
001040 01 OnOrder-Value           PIC 9(9)V99 VALUE ZERO.
001050 01 Total-OnHand-Units      PIC 9(9)    VALUE ZERO.
001060 01 Total-OnOrder-Units     PIC 9(9)    VALUE ZERO.
001070 01 Total-OnHand-Value      PIC 9(11)V99 VALUE ZERO.
001080 01 Total-OnOrder-Value     PIC 9(11)V99 VALUE ZERO.
001090 01 Oils-Read-Count         PIC 9(5)  VALUE ZERO.
001100 01 Oils-Not-Costed-Count   PIC 9(5)  VALUE ZERO.

001101* Branch subtotals, printed each time the branch on the stock
001102* master changes and once more after the last row.
001103 01 Current-Branch-ID       PIC X(3)  VALUE SPACES.
001104 01 Branch-OnHand-Units     PIC 9(9)  VALUE ZERO.
001105 01 Branch-OnOrder-Units    PIC 9(9)  VALUE ZERO.
001106 01 Branch-OnHand-Value     PIC 9(11)V99 VALUE ZERO.
001107 01 Branch-OnOrder-Value    PIC 9(11)V99 VALUE ZERO.
001108 01 Branches-Read-Count     PIC 9(3)  VALUE ZERO.

001110 01 FILLER                  PIC X(90) VALUE SPACES.
001120 01 Valuation-Heading.
001130    02 FILLER                PIC X(20) VALUE SPACES.
001140    02 FILLER                PIC X(26)
001150       VALUE "STOCK VALUATION AT COST".

001160 01 Valuation-Date-Line.
001170    02 FILLER                PIC X(20) VALUE SPACES.
001180    02 FILLER                PIC X(10) VALUE "RUN DATE:".
001190    02 HeadingRunDate        PIC 9(8).

001200 01 HorizontalLine.
001210    02 FILLER                PIC X(03) VALUE SPACES.
001220    02 FILLER                PIC X(76) VALUE ALL '-'.

001230 01 Valuation-Columns.
001240    02 FILLER                PIC X(02) VALUE SPACES.
001245    02 FILLER                PIC X(05) VALUE "BRN".
001250    02 FILLER                PIC X(03) VALUE "OIL".
001260    02 FILLER                PIC X(05) VALUE SPACES.
001270    02 FILLER                PIC X(07) VALUE "ON HAND".
001280    02 FILLER                PIC X(03) VALUE SPACES.
001290    02 FILLER                PIC X(08) VALUE "ON ORDER".
001300    02 FILLER                PIC X(02) VALUE SPACES.
001310    02 FILLER                PIC X(09) VALUE "UNIT COST".
001320    02 FILLER                PIC X(05) VALUE SPACES.
001330    02 FILLER                PIC X(13) VALUE "ON-HAND VALUE".
001340    02 FILLER                PIC X(03) VALUE SPACES.
001350    02 FILLER                PIC X(14) VALUE "ON-ORDER VALUE".

001360 01 Valuation-Line.
001363    02 FILLER                PIC X(02) VALUE SPACES.
001366    02 ValBranchID           PIC X(3).
001370    02 FILLER                PIC X(02) VALUE SPACES.
001380    02 ValOilID              PIC X(3).
001390    02 ValOnHand             PIC BBBBZ,ZZZ,ZZ9.
001400    02 ValOnOrder            PIC BBZ,ZZZ,ZZ9.
001410    02 ValUnitCost           PIC BBBBBBZ9.99.
001420    02 ValOnHandValue        PIC BBZ,ZZZ,ZZZ,ZZ9.99.
001430    02 ValOnOrderValue       PIC BBZ,ZZZ,ZZZ,ZZ9.99.
001440    02 FILLER                PIC X(02) VALUE SPACES.
001450    02 ValNote               PIC X(07).

001451 01 Valuation-Branch-Line.
001452    02 FILLER                PIC X(07) VALUE "BRANCH".
001453    02 BrnTotBranchID        PIC X(3).
001454    02 BrnTotOnHand          PIC BBBBZ,ZZZ,ZZ9.
001455    02 BrnTotOnOrder         PIC BBZ,ZZZ,ZZ9.
001456    02 FILLER                PIC X(11) VALUE SPACES.
001457    02 BrnTotOnHandValue     PIC BBZ,ZZZ,ZZZ,ZZ9.99.
001458    02 BrnTotOnOrderValue    PIC BBZ,ZZZ,ZZZ,ZZ9.99.

001460 01 Valuation-Total-Line.
001470    02 FILLER                PIC X(05) VALUE "TOTAL".
001480    02 TotOnHand             PIC BZZZ,ZZZ,ZZ9.
001490    02 TotOnOrder            PIC BZZZ,ZZZ,ZZ9.
001500    02 FILLER                PIC X(11) VALUE SPACES.
001510    02 TotOnHandValue        PIC BBZ,ZZZ,ZZZ,ZZ9.99.
001520    02 TotOnOrderValue       PIC BBZ,ZZZ,ZZZ,ZZ9.99.

001530 01 Valuation-Control-Line.
001540    02 FILLER                PIC X(10) VALUE "OILS READ:".
001550    02 ControlOilsRead       PIC BZZZZ9.
001560    02 FILLER                PIC X(16) VALUE "  NOT COSTED:".
001570    02 ControlNotCosted      PIC BZZZZ9.
001573    02 FILLER                PIC X(12) VALUE "  BRANCHES:".
001576    02 ControlBranches       PIC BZZ9.

001580 PROCEDURE DIVISION.

001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE
001610     IF Run-Parm-Missing OR Stock-Master-Missing
001620         MOVE 16 TO RETURN-CODE
001630     ELSE
001640         PERFORM 2000-VALUE-ONE-OIL UNTIL Stock-Eof
001650         PERFORM 3000-PRINT-TOTALS
001660     END-IF
001670     PERFORM 8000-TERMINATE
001680     GOBACK.

001690******************************************************************
001700* 1000-INITIALIZE - read the run date, load the cost rows, open
001710* the stock master at its first oil and print the heading.
001720******************************************************************
001730 1000-INITIALIZE.
001740     PERFORM 1100-READ-RUN-PARM
001750     OPEN OUTPUT ValuationRptFile
001760     IF NOT Run-Parm-Missing
001770         PERFORM 1200-LOAD-OIL-PRICES
001780         OPEN INPUT StockMasterFile
001790         IF Stock-Master-File-Status NOT = "00"
001800             MOVE 'Y' TO Stock-Master-Missing-Switch
001810         ELSE
001820             MOVE LOW-VALUES TO ST-StockKey
001830             START StockMasterFile KEY NOT < ST-StockKey
001840                 INVALID KEY MOVE 'Y' TO Stock-Eof-Switch
001850             END-START
001860             IF NOT Stock-Eof
001870                 READ StockMasterFile NEXT RECORD
001880                     AT END MOVE 'Y' TO Stock-Eof-Switch
001890                 END-READ
001900             END-IF
001910         END-IF
001920         WRITE Valuation-Rpt-Record FROM Valuation-Heading
001930         MOVE Run-Date TO HeadingRunDate
001940         WRITE Valuation-Rpt-Record FROM Valuation-Date-Line
001950         WRITE Valuation-Rpt-Record FROM HorizontalLine
001960         MOVE SPACES TO Valuation-Rpt-Record
001970         WRITE Valuation-Rpt-Record
001980         WRITE Valuation-Rpt-Record FROM Valuation-Columns
001990     END-IF
002000     .

002010******************************************************************
002020* 1100-READ-RUN-PARM - read the run date off RUNPARM.DAT; the
002030* cost used is the one in force on it.
002040******************************************************************
002050 1100-READ-RUN-PARM.
002060     OPEN INPUT RunParmFile
002070     IF Run-Parm-File-Status NOT = "00"
002080         MOVE 'Y' TO Run-Parm-Missing-Switch
002090     ELSE
002100         READ RunParmFile
002110             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
002120             NOT AT END MOVE RP-RunDate TO Run-Date
002130         END-READ
002140         CLOSE RunParmFile
002150     END-IF
002160     .

002170******************************************************************
002180* 1200-LOAD-OIL-PRICES - read every OILPRICE.DAT row into
002190* Oil-Price-Table. No price file just leaves every oil NO COST.
002200******************************************************************
002210 1200-LOAD-OIL-PRICES.
002220     OPEN INPUT OilPriceFile
002230     IF Oil-Price-File-Status NOT = "00"
002240         MOVE 'Y' TO Oil-Price-Eof-Switch
002250     ELSE
002260         READ OilPriceFile
002270             AT END MOVE 'Y' TO Oil-Price-Eof-Switch
002280         END-READ
002290         PERFORM 1210-LOAD-ONE-PRICE UNTIL Oil-Price-Eof
002300         CLOSE OilPriceFile
002310     END-IF
002320     .

002330******************************************************************
002340* 1210-LOAD-ONE-PRICE - file one cost row in Oil-Price-Table,
002350* skipping a row whose oil could never match the stock master
002360* or that carries no purchase cost.
002370******************************************************************
002380 1210-LOAD-ONE-PRICE.
002390     IF (OPEssentialOil OR OPBaseOil)
002400             AND OPOilNumber > ZERO AND OPOilNumber < 16
002410             AND OPPurchaseCost NUMERIC
002420             AND Oil-Price-Count < Max-Oil-Prices
002430         ADD 1 TO Oil-Price-Count
002440         SET Oil-Price-Index TO Oil-Price-Count
002450         IF OPEssentialOil
002460             MOVE OPOilNumber TO Price-Oil-Slot (Oil-Price-Index)
002470         ELSE
002480             COMPUTE Price-Oil-Slot (Oil-Price-Index) =
002490                 OPOilNumber + 15
002500         END-IF
002510         MOVE OPEffectiveDate
002520             TO Price-Effective-Date (Oil-Price-Index)
002530         MOVE OPPurchaseCost
002540             TO Price-Purchase-Cost (Oil-Price-Index)
002550     END-IF
002560     READ OilPriceFile
002570         AT END MOVE 'Y' TO Oil-Price-Eof-Switch
002580     END-READ
002590     .

002600******************************************************************
002610* 2000-VALUE-ONE-OIL - cost one stock master row, print its line
002616* and roll it into the branch and grand totals, closing off the
002622* previous branch's subtotal when the branch changes.
002630******************************************************************
002640 2000-VALUE-ONE-OIL.
002641     IF Oils-Read-Count = ZERO
002642             OR ST-BranchID NOT = Current-Branch-ID
002643         IF Oils-Read-Count > ZERO
002644             PERFORM 2200-PRINT-BRANCH-TOTAL
002645         END-IF
002646         MOVE ST-BranchID TO Current-Branch-ID
002647         ADD 1 TO Branches-Read-Count
002648     END-IF
002650     ADD 1 TO Oils-Read-Count
002660     PERFORM 2100-FIND-PURCHASE-COST
002670     MOVE SPACES TO ValNote
002680     IF NOT Price-Found
002690         ADD 1 TO Oils-Not-Costed-Count
002700         MOVE "NO COST" TO ValNote
002710     END-IF
002720     COMPUTE OnHand-Value ROUNDED =
002730         ST-OnHand * Matched-Purchase-Cost
002740     COMPUTE OnOrder-Value ROUNDED =
002750         ST-OnOrder * Matched-Purchase-Cost
002755     MOVE ST-BranchID           TO ValBranchID
002760     MOVE ST-OilID              TO ValOilID
002770     MOVE ST-OnHand             TO ValOnHand
002780     MOVE ST-OnOrder            TO ValOnOrder
002790     MOVE Matched-Purchase-Cost TO ValUnitCost
002800     MOVE OnHand-Value          TO ValOnHandValue
002810     MOVE OnOrder-Value         TO ValOnOrderValue
002820     WRITE Valuation-Rpt-Record FROM Valuation-Line
002830     ADD ST-OnHand     TO Total-OnHand-Units
002840     ADD ST-OnOrder    TO Total-OnOrder-Units
002850     ADD OnHand-Value  TO Total-OnHand-Value
002860     ADD OnOrder-Value TO Total-OnOrder-Value
002862     ADD ST-OnHand     TO Branch-OnHand-Units
002864     ADD ST-OnOrder    TO Branch-OnOrder-Units
002866     ADD OnHand-Value  TO Branch-OnHand-Value
002868     ADD OnOrder-Value TO Branch-OnOrder-Value
002870     READ StockMasterFile NEXT RECORD
002880         AT END MOVE 'Y' TO Stock-Eof-Switch
002890     END-READ
002900     .

002910******************************************************************
002920* 2100-FIND-PURCHASE-COST - find the stock row's oil's purchase
002930* cost with the latest effective date on or before the run date.
002940******************************************************************
002950 2100-FIND-PURCHASE-COST.
002960     MOVE 'N'  TO Price-Found-Switch
002970     MOVE ZERO TO Matched-Purchase-Cost
002980     MOVE ZERO TO Matched-Effective-Date
002990     IF (ST-EssentialOil OR ST-BaseOil)
003000             AND ST-OilNumber NUMERIC
003010         IF ST-EssentialOil
003020             MOVE ST-OilNumber TO OilIndex
003030         ELSE
003040             COMPUTE OilIndex = ST-OilNumber + 15
003050         END-IF
003060         PERFORM 2110-TEST-ONE-PRICE
003070             VARYING Oil-Price-Index FROM 1 BY 1
003080             UNTIL Oil-Price-Index > Oil-Price-Count
003090     END-IF
003100     .

003110******************************************************************
003120* 2110-TEST-ONE-PRICE - test one loaded cost row against the
003130* wanted oil slot and the run date.
003140******************************************************************
003150 2110-TEST-ONE-PRICE.
003160     IF Price-Oil-Slot (Oil-Price-Index) = OilIndex
003170             AND Price-Effective-Date (Oil-Price-Index)
003180                 NOT > Run-Date
003190             AND Price-Effective-Date (Oil-Price-Index)
003200                 NOT < Matched-Effective-Date
003210         MOVE 'Y' TO Price-Found-Switch
003220         MOVE Price-Effective-Date (Oil-Price-Index)
003230             TO Matched-Effective-Date
003240         MOVE Price-Purchase-Cost (Oil-Price-Index)
003250             TO Matched-Purchase-Cost
003260     END-IF
003270     .

003280******************************************************************
003281* 2200-PRINT-BRANCH-TOTAL - print the branch just finished's
003282* subtotal line and start the next branch's from zero.
003283******************************************************************
003284 2200-PRINT-BRANCH-TOTAL.
003285     MOVE Current-Branch-ID    TO BrnTotBranchID
003286     MOVE Branch-OnHand-Units  TO BrnTotOnHand
003287     MOVE Branch-OnOrder-Units TO BrnTotOnOrder
003288     MOVE Branch-OnHand-Value  TO BrnTotOnHandValue
003289     MOVE Branch-OnOrder-Value TO BrnTotOnOrderValue
003290     WRITE Valuation-Rpt-Record FROM Valuation-Branch-Line
003291     MOVE SPACES TO Valuation-Rpt-Record
003292     WRITE Valuation-Rpt-Record
003293     MOVE ZERO TO Branch-OnHand-Units
003294     MOVE ZERO TO Branch-OnOrder-Units
003295     MOVE ZERO TO Branch-OnHand-Value
003296     MOVE ZERO TO Branch-OnOrder-Value
003297     .

003298******************************************************************
003299* 3000-PRINT-TOTALS - print the last branch's subtotal, the grand
003300* totals and the control counts.
003310******************************************************************
003320 3000-PRINT-TOTALS.
003322     IF Oils-Read-Count > ZERO
003324         PERFORM 2200-PRINT-BRANCH-TOTAL
003326     END-IF
003330     MOVE SPACES TO Valuation-Rpt-Record
003340     WRITE Valuation-Rpt-Record
003350     WRITE Valuation-Rpt-Record FROM HorizontalLine
003360     MOVE Total-OnHand-Units  TO TotOnHand
003370     MOVE Total-OnOrder-Units TO TotOnOrder
003380     MOVE Total-OnHand-Value  TO TotOnHandValue
003390     MOVE Total-OnOrder-Value TO TotOnOrderValue
003400     WRITE Valuation-Rpt-Record FROM Valuation-Total-Line
003410     MOVE Oils-Read-Count       TO ControlOilsRead
003420     MOVE Oils-Not-Costed-Count TO ControlNotCosted
003425     MOVE Branches-Read-Count   TO ControlBranches
003430     WRITE Valuation-Rpt-Record FROM Valuation-Control-Line
003440     .

003450******************************************************************
003460* 8000-TERMINATE - close the files down.
003470******************************************************************
003480 8000-TERMINATE.
003490     IF NOT Run-Parm-Missing AND NOT Stock-Master-Missing
003500         CLOSE StockMasterFile
003510     END-IF
003520     CLOSE ValuationRptFile
003530     .

003540 END PROGRAM STOCKVAL.
