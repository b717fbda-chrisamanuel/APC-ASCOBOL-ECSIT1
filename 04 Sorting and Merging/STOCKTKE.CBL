000450*                     and releases it at the controlled end,
000460*                     so this run cannot update the masters
000470*                     underneath a batch run in flight.
000471*               DF    Variances are valued at the OILPRICE.DAT
000472*                     purchase cost in force on the run date,
000473*                     not at the selling price.
000474*               DF    Counts can be taken by lot: a count naming
000475*                     a lot replaces its on-hand on STOCKLOT.DAT
000476*                     (an approved count of a new lot opens it)
000477*                     and moves the oil's on-hand by the same
000478*                     variance, so an expired lot is written off
000479*                     by counting it to zero.
000480*               DF    Stock is held by branch: a count names the
000481*                     branch counted (blank meaning 001) and moves
000482*                     that branch's stock row; the branch is
000483*                     carried on STKADJ.DAT, the audit trail and
000484*                     the variance report.
000485*               DF    STCOUNT.DAT carries the approver's ID
000486*                     (appended), held with the count and written
000487*                     to the audit trail as APPR=.
000488*               DF    Holds its return code across the RUNLOCK
000489*                     release, which sets RETURN-CODE itself.
000490*               DF    STOCKLOT.DAT is keyed on branch, oil and
000491*                     lot; a lot count adjusts the counted
000492*                     branch's own row of the lot.
000493*               DF    A lot master that will not open fails the
000494*                     step, reported, before any count is applied.
000495*               DF    A variance with no purchase cost to value
000496*                     it at prints as NO COST, counted on the
000497*                     totals, rather than valued at zero.
000498******************************************************************

000499 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT StockCountFile ASSIGN TO "STCOUNT.DAT"
000550     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ST-StockKey
000590         FILE STATUS IS Stock-Master-File-Status.

000600     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS Stock-Adjust-File-Status.

000711     SELECT StockLotFile ASSIGN TO "STOCKLOT.DAT"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS LT-LotKey
000715         FILE STATUS IS Stock-Lot-File-Status.

000720     SELECT HeldWorkFile ASSIGN TO "STOCKTKE.TMP"
000730         ORGANIZATION IS LINE SEQUENTIAL.

000820    02 SC-CountUserID       PIC X(8).
000830    02 SC-ApprovedFlag      PIC X(1).
000840       88 SC-Approved         VALUE 'Y'.
000843    02 SC-LotNo             PIC X(10).
000846    02 SC-BestBefore        PIC 9(8).
000848    02 SC-BranchID          PIC X(3).
000849    02 SC-ApproverID        PIC X(8).

000850 FD StockMasterFile.
000860 01 Stock-Master-Record.
000865    02 ST-StockKey.
000870       03 ST-BranchID       PIC X(3).
000875       03 ST-OilID          PIC X(3).
000880    02 ST-OnHand            PIC 9(7).
000890    02 ST-MinLevel          PIC 9(5).
000900    02 ST-ReorderQty        PIC 9(5).
000970    02 OPOilNumber           PIC 9(2).
000980    02 OPEffectiveDate       PIC 9(8).
000990    02 OPUnitCost            PIC 99V99.
000995    02 OPPurchaseCost        PIC 99V99.

001000 FD RunParmFile.
001010 01 Run-Parm-Record.
001100    02 SA-OilID             PIC X(3).
001110    02 SA-AdjustDate        PIC 9(8).
001120    02 SA-DeltaUnits        PIC S9(8).
001121    02 SA-BranchID          PIC X(3).

001122 FD StockLotFile.
001123 01 Stock-Lot-Record.
001124    02 LT-LotKey.
001125       03 LT-BranchID       PIC X(3).
001126       03 LT-OilID          PIC X(3).
001127       03 LT-LotNo          PIC X(10).
001128    02 LT-ReceivedDate      PIC 9(8).
001129    02 LT-BestBefore        PIC 9(8).
001130    02 LT-UnitsReceived     PIC 9(7).
001131    02 LT-OnHand            PIC 9(7).
001132    02 LT-SupplierID        PIC 9(5).
001133    02 LT-PoNumber          PIC 9(6).

001134 FD HeldWorkFile.
001140 01 Held-Work-Record.
001150    02 HW-OilID             PIC X(3).
001160    02 HW-CountedQty        PIC 9(7).
001170    02 HW-CountUserID       PIC X(8).
001180    02 HW-ApprovedFlag      PIC X(1).
001183    02 HW-LotNo             PIC X(10).
001186    02 HW-BestBefore        PIC 9(8).
001188    02 HW-BranchID          PIC X(3).
001189    02 HW-ApproverID        PIC X(8).

001190 FD VarianceRptFile.
001200 01 Variance-Rpt-Record     PIC X(100).

001210 WORKING-STORAGE SECTION.
001220* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001250 01 Lock-Step-Name           PIC X(20) VALUE "STOCKTKE".
001260 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001270 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001272* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
001274* step's own code is held here and restored after it.
001276 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001280 01 Stock-Count-File-Status PIC X(02) VALUE SPACES.
001290 77 Stock-Master-File-Status PIC X(02) VALUE '00'.
001300 77 Oil-Price-File-Status   PIC X(02) VALUE '00'.
001310 77 Run-Parm-File-Status    PIC X(02) VALUE '00'.
001320 77 Stock-Audit-File-Status PIC X(02) VALUE '00'.
001330 77 Stock-Adjust-File-Status PIC X(02) VALUE '00'.
001331 77 Stock-Lot-File-Status   PIC X(02) VALUE '00'.
001332 01 Lot-Found-Switch        PIC X(01) VALUE 'N'.
001333     88 Lot-Found            VALUE 'Y'.
001334 01 Lot-Before-On-Hand      PIC 9(7)  VALUE ZERO.
001335 01 New-On-Hand             PIC S9(8) VALUE ZERO.
001336 01 Applied-Delta           PIC S9(8) VALUE ZERO.
001340 01 Count-Eof-Switch        PIC X(01) VALUE 'N'.
001350     88 Count-Eof            VALUE 'Y'.
001360 01 Oil-Price-Eof-Switch    PIC X(01) VALUE 'N'.
001410     88 Run-Parm-Missing     VALUE 'Y'.
001420 01 Stock-Open-Ok-Switch    PIC X(01) VALUE 'N'.
001430     88 Stock-Open-Ok        VALUE 'Y'.
001433 01 Matched-Cost-Switch     PIC X(01) VALUE 'N'.
001436     88 Matched-Cost-Known   VALUE 'Y'.
001440 01 Price-Found-Switch      PIC X(01) VALUE 'N'.
001450     88 Price-Found          VALUE 'Y'.

001460* Oil-Price-Table is loaded and searched exactly the way
001470* AROMASALESRPT01 loads and searches it, so a variance is valued
001476* at the same purchase cost that run would cost a sale at today;
001480* Price-Unit-Cost here holds the purchase cost, and a row filed
001484* before OILPRICE.DAT carried one is flagged as having none.
001490 01 Oil-Price-Table.
001500    02 Oil-Price-Entry OCCURS 150 TIMES
001510              INDEXED BY Oil-Price-Index.
001520       03 Price-Oil-Slot        PIC 9(2)   VALUE ZERO.
001530       03 Price-Effective-Date  PIC 9(8)   VALUE ZERO.
001540       03 Price-Unit-Cost       PIC 99V99  VALUE ZERO.
001543       03 Price-Cost-Switch     PIC X(01)  VALUE 'N'.
001546          88 Price-Cost-Known     VALUE 'Y'.
001550 01 Oil-Price-Count            PIC 9(3)    VALUE ZERO.
001560 77 Max-Oil-Prices             PIC 9(3)    VALUE 150.
001570 01 Matched-Oil-Cost           PIC 99V99   VALUE ZERO.
001640       88 Count-Base           VALUE 'B'.
001650    02 Count-Oil-Number      PIC 9(2).

001652* A count keyed without a branch is the main branch's.
001654 77 Main-Branch-ID          PIC X(3)  VALUE "001".
001656 01 Count-Branch-ID         PIC X(3)  VALUE SPACES.

001660 01 Run-Date                PIC 9(8)  VALUE ZERO.
001670 01 Variance-Units          PIC S9(8) VALUE ZERO.
001680 01 Variance-Value          PIC S9(9)V99 VALUE ZERO.
001690 01 Total-Variance-Value    PIC S9(9)V99 VALUE ZERO.
001700 01 Before-On-Hand          PIC 9(7)  VALUE ZERO.
001705 01 After-On-Hand           PIC 9(7)  VALUE ZERO.

001710 01 Counts-Read-Count       PIC 9(5)  VALUE ZERO.
001720 01 Counts-Applied-Count    PIC 9(5)  VALUE ZERO.
001730 01 Counts-Held-Count       PIC 9(5)  VALUE ZERO.
001740 01 Counts-Rejected-Count   PIC 9(5)  VALUE ZERO.
001745 01 Counts-Not-Costed       PIC 9(5)  VALUE ZERO.

001750 01 Log-Date                PIC 9(06).
001760 01 Log-Time                PIC 9(08).
001800 01 Work-Copy-Eof-Switch    PIC X(01) VALUE 'N'.
001810     88 Work-Copy-Eof        VALUE 'Y'.

001820 01 FILLER                  PIC X(100) VALUE SPACES.
001830 01 Variance-Heading.
001840    02 FILLER                PIC X(20) VALUE SPACES.
001850    02 FILLER                PIC X(25)

001900 01 Variance-Columns.
001910    02 FILLER                PIC X(02) VALUE SPACES.
001915    02 FILLER                PIC X(04) VALUE "BRN".
001920    02 FILLER                PIC X(03) VALUE "OIL".
001925    02 FILLER                PIC X(11) VALUE " LOT".
001930    02 FILLER                PIC X(10) VALUE "   ON-HAND".
001940    02 FILLER                PIC X(10) VALUE "   COUNTED".
001950    02 FILLER                PIC X(10) VALUE "  VARIANCE".
001980    02 FILLER                PIC X(08) VALUE "COUNTED".
001990    02 FILLER                PIC X(02) VALUE SPACES.
002000    02 FILLER                PIC X(10) VALUE "ACTION".
002005    02 FILLER                PIC X(07) VALUE "NOTE".

002010 01 Variance-Line.
002020    02 FILLER                PIC X(02) VALUE SPACES.
002023    02 VarBranchID           PIC X(3).
002026    02 FILLER                PIC X(01) VALUE SPACES.
002030    02 VarOilID              PIC X(3).
002033    02 FILLER                PIC X(01) VALUE SPACES.
002036    02 VarLotNo              PIC X(10).
002040    02 VarOnHand             PIC BBZZZ,ZZ9.
002050    02 VarCounted            PIC BBZZZ,ZZ9.
002060    02 VarVariance           PIC BZZZ,ZZ9-.
002090    02 VarUserID             PIC X(8).
002100    02 FILLER                PIC X(02) VALUE SPACES.
002110    02 VarAction             PIC X(12).
002113    02 FILLER                PIC X(01) VALUE SPACES.
002116    02 VarNote               PIC X(07).

002120 01 Variance-Total-Line-1.
002130    02 FILLER                PIC X(13) VALUE "COUNTS READ:".
002220    02 FILLER                PIC X(21)
002230       VALUE "TOTAL VARIANCE VALUE:".
002240    02 VarTotalValue         PIC BZZZ,ZZZ,ZZ9.99-.
002241    02 FILLER                PIC X(20)
002242       VALUE "  COUNTS NOT COSTED:".
002243    02 VarCountsNotCosted    PIC BZZZZ9.

002244 01 Lot-Open-Fail-Line.
002245    02 FILLER                PIC X(36)
002246       VALUE "STOCKLOT.DAT WILL NOT OPEN - STATUS ".
002247    02 LotOpenFailStatus     PIC X(02).
002248    02 FILLER                PIC X(21)
002249       VALUE " - NO COUNTS APPLIED.".

002250 PROCEDURE DIVISION.

002430         PERFORM 3000-FINISH-STOCKTAKE
002440     END-IF
002450     PERFORM 8000-TERMINATE
002455     MOVE RETURN-CODE TO Step-Return-Code
002460     MOVE 'R' TO Lock-Function
002470     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002480         Lock-Run-Date, Lock-Return-Code
002485     MOVE Step-Return-Code TO RETURN-CODE
002490     GOBACK.

002500******************************************************************
002630         OPEN I-O StockMasterFile
002640         IF Stock-Master-File-Status = "00"
002650             MOVE 'Y' TO Stock-Open-Ok-Switch
002655             PERFORM 1250-OPEN-LOT-MASTER
002660         END-IF
002670     END-IF
002680     IF Stock-Open-Ok AND NOT Price-File-Missing
003300         END-IF
003310         MOVE OPEffectiveDate
003320             TO Price-Effective-Date (Oil-Price-Index)
003324         IF OPPurchaseCost NUMERIC
003328             MOVE OPPurchaseCost
003332                 TO Price-Unit-Cost (Oil-Price-Index)
003333             MOVE 'Y' TO Price-Cost-Switch (Oil-Price-Index)
003334         ELSE
003335             MOVE 'N' TO Price-Cost-Switch (Oil-Price-Index)
003336         END-IF
003340     END-IF
003350     READ OilPriceFile
003360         AT END MOVE 'Y' TO Oil-Price-Eof-Switch
003370     END-READ
003380     .

003381******************************************************************
003382* 1250-OPEN-LOT-MASTER - open STOCKLOT.DAT for update, creating
003383* it on first use; one that still will not open fails the step.
003384******************************************************************
003385 1250-OPEN-LOT-MASTER.
003386     OPEN I-O StockLotFile
003387     IF Stock-Lot-File-Status = "35"
003388         OPEN OUTPUT StockLotFile
003389         CLOSE StockLotFile
003390         OPEN I-O StockLotFile
003391     END-IF
003392     IF Stock-Lot-File-Status NOT = "00"
003393         MOVE Stock-Lot-File-Status TO LotOpenFailStatus
003394         WRITE Variance-Rpt-Record FROM Lot-Open-Fail-Line
003395         CLOSE StockMasterFile
003396         MOVE 'N' TO Stock-Open-Ok-Switch
003397     END-IF
003398     .

003399******************************************************************
003400* 1300-OPEN-AUDIT-TRAIL - open STKAUDT.DAT for append, creating
003410* it on the very first stocktake (the create-on-first-use idiom
003420* the suite's other audit and history files follow).
003580     .

003590******************************************************************
003597* 2000-PROCESS-ONE-COUNT - value one count's variance against
003604* the counted branch's stock row, apply it if approved, hold it
003611* if not, and print its report line.
003620******************************************************************
003630 2000-PROCESS-ONE-COUNT.
003640     ADD 1 TO Counts-Read-Count
003650     MOVE SC-OilID TO Count-Oil-ID
003651     IF SC-BranchID = SPACES
003652         MOVE Main-Branch-ID TO Count-Branch-ID
003653     ELSE
003654         MOVE SC-BranchID    TO Count-Branch-ID
003655     END-IF
003656     MOVE Count-Branch-ID TO VarBranchID
003657     MOVE Count-Branch-ID TO ST-BranchID
003660     MOVE SC-OilID TO ST-OilID
003670     READ StockMasterFile
003680         INVALID KEY
003690             PERFORM 2050-REJECT-UNKNOWN-OIL
003700         NOT INVALID KEY
003703             IF SC-LotNo = SPACES
003706                 PERFORM 2100-VALUE-AND-APPLY
003709             ELSE
003712                 PERFORM 2400-VALUE-AND-APPLY-LOT
003715             END-IF
003720     END-READ
003730     READ StockCountFile
003740         AT END MOVE 'Y' TO Count-Eof-Switch
003810 2050-REJECT-UNKNOWN-OIL.
003820     ADD 1 TO Counts-Rejected-Count
003830     MOVE SC-OilID       TO VarOilID
003835     MOVE SC-LotNo       TO VarLotNo
003840     MOVE ZERO           TO VarOnHand
003850     MOVE SC-CountedQty  TO VarCounted
003860     MOVE ZERO           TO VarVariance
003870     MOVE ZERO           TO VarValue
003880     MOVE SC-CountUserID TO VarUserID
003890     MOVE "NOT ON MSTR"  TO VarAction
003895     MOVE SPACES         TO VarNote
003900     WRITE Variance-Rpt-Record FROM Variance-Line
003910     .

003920******************************************************************
003930* 2100-VALUE-AND-APPLY - value the variance at the cost in force
003936* on the run date, then apply or hold the count. A variance with
003942* no cost to value it at is marked NO COST, not valued at zero.
003950******************************************************************
003960 2100-VALUE-AND-APPLY.
003970     COMPUTE Variance-Units = SC-CountedQty - ST-OnHand
003980     PERFORM 2150-FIND-COUNT-PRICE
003990     IF Price-Found AND Matched-Cost-Known
004000         COMPUTE Variance-Value ROUNDED =
004010             Variance-Units * Matched-Oil-Cost
004015         MOVE SPACES    TO VarNote
004020     ELSE
004030         MOVE ZERO TO Variance-Value
004033         MOVE "NO COST" TO VarNote
004036         ADD 1 TO Counts-Not-Costed
004040     END-IF
004050     ADD Variance-Value TO Total-Variance-Value
004060     MOVE SC-OilID       TO VarOilID
004065     MOVE SPACES         TO VarLotNo
004070     MOVE ST-OnHand      TO VarOnHand
004080     MOVE SC-CountedQty  TO VarCounted
004090     MOVE Variance-Units TO VarVariance
004240* 2150-FIND-COUNT-PRICE - find the counted oil's cost in force
004250* on the run date, the lookup 3230-FIND-OIL-PRICE does in
004260* AROMASALESRPT01. An oil outside the E/B 1-15 range is left
004270* unpriced and its variance marked NO COST.
004280******************************************************************
004290 2150-FIND-COUNT-PRICE.
004300     MOVE 'N'  TO Price-Found-Switch
004305     MOVE 'N'  TO Matched-Cost-Switch
004310     MOVE ZERO TO Matched-Oil-Cost
004320     MOVE ZERO TO Matched-Effective-Date
004330     IF (Count-Essential OR Count-Base)
004590             TO Matched-Effective-Date
004600         MOVE Price-Unit-Cost (Oil-Price-Index)
004610             TO Matched-Oil-Cost
004613         MOVE Price-Cost-Switch (Oil-Price-Index)
004616             TO Matched-Cost-Switch
004620     END-IF
004630     .

004680 2200-APPLY-ADJUSTMENT.
004690     MOVE ST-OnHand TO Before-On-Hand
004700     MOVE SC-CountedQty TO ST-OnHand
004705     MOVE SC-CountedQty TO After-On-Hand
004710     REWRITE Stock-Master-Record
004720     MOVE SC-OilID       TO SA-OilID
004730     MOVE Run-Date       TO SA-AdjustDate
004735     MOVE Count-Branch-ID TO SA-BranchID
004740     MOVE Variance-Units TO SA-DeltaUnits
004750     WRITE Stock-Adjust-Record
004760     PERFORM 2250-WRITE-AUDIT-TRAIL

004780******************************************************************
004790* 2250-WRITE-AUDIT-TRAIL - one STKAUDT.DAT line per applied
004796* adjustment: who counted, the before and after on-hand (the
004803* lot's, for a lot count), who approved it, when.
004810******************************************************************
004820 2250-WRITE-AUDIT-TRAIL.
004830     ACCEPT Log-Date FROM DATE
004860     STRING "STOCKTKE " DELIMITED BY SIZE
004870         "USER=" DELIMITED BY SIZE
004880         SC-CountUserID DELIMITED BY SIZE
004883         " BRN=" DELIMITED BY SIZE
004886         Count-Branch-ID DELIMITED BY SIZE
004890         " OIL=" DELIMITED BY SIZE
004900         SC-OilID DELIMITED BY SIZE
004903         " LOT=" DELIMITED BY SIZE
004906         SC-LotNo DELIMITED BY SIZE
004910         " BEFORE=" DELIMITED BY SIZE
004920         Before-On-Hand DELIMITED BY SIZE
004930         " AFTER=" DELIMITED BY SIZE
004940         After-On-Hand DELIMITED BY SIZE
004943         " APPR=" DELIMITED BY SIZE
004946         SC-ApproverID DELIMITED BY SIZE
004950         " DATE=" DELIMITED BY SIZE
004960         Log-Date DELIMITED BY SIZE
004970         " TIME=" DELIMITED BY SIZE
005090     MOVE SC-CountedQty   TO HW-CountedQty
005100     MOVE SC-CountUserID  TO HW-CountUserID
005110     MOVE SC-ApprovedFlag TO HW-ApprovedFlag
005113     MOVE SC-LotNo        TO HW-LotNo
005116     MOVE SC-BestBefore   TO HW-BestBefore
005118     MOVE SC-BranchID     TO HW-BranchID
005119     MOVE SC-ApproverID   TO HW-ApproverID
005120     WRITE Held-Work-Record
005130     .

005131******************************************************************
005132* 2400-VALUE-AND-APPLY-LOT - a count that names a lot is held
005133* against the counted branch's row of that lot (zero on-hand for
005134* one not yet on file), valued the same way, then applied or held.
005135******************************************************************
005136 2400-VALUE-AND-APPLY-LOT.
005137     MOVE Count-Branch-ID TO LT-BranchID
005138     MOVE SC-OilID TO LT-OilID
005139     MOVE SC-LotNo TO LT-LotNo
005140     READ StockLotFile
005141         INVALID KEY
005142             MOVE 'N'  TO Lot-Found-Switch
005143             MOVE ZERO TO Lot-Before-On-Hand
005144         NOT INVALID KEY
005145             MOVE 'Y'  TO Lot-Found-Switch
005146             MOVE LT-OnHand TO Lot-Before-On-Hand
005147     END-READ
005148     COMPUTE Variance-Units = SC-CountedQty - Lot-Before-On-Hand
005149     PERFORM 2150-FIND-COUNT-PRICE
005150     IF Price-Found AND Matched-Cost-Known
005151         COMPUTE Variance-Value ROUNDED =
005152             Variance-Units * Matched-Oil-Cost
005153         MOVE SPACES    TO VarNote
005154     ELSE
005155         MOVE ZERO TO Variance-Value
005156         MOVE "NO COST" TO VarNote
005157         ADD 1 TO Counts-Not-Costed
005158     END-IF
005159     ADD Variance-Value TO Total-Variance-Value
005160     MOVE SC-OilID           TO VarOilID
005161     MOVE SC-LotNo           TO VarLotNo
005162     MOVE Lot-Before-On-Hand TO VarOnHand
005163     MOVE SC-CountedQty      TO VarCounted
005164     MOVE Variance-Units     TO VarVariance
005165     MOVE Variance-Value     TO VarValue
005166     MOVE SC-CountUserID     TO VarUserID
005167     IF SC-Approved
005168         MOVE "APPLIED"   TO VarAction
005169         ADD 1 TO Counts-Applied-Count
005170         PERFORM 2450-APPLY-LOT-ADJUSTMENT
005171     ELSE
005172         MOVE "HELD"      TO VarAction
005173         ADD 1 TO Counts-Held-Count
005174         PERFORM 2300-HOLD-COUNT
005175     END-IF
005176     WRITE Variance-Rpt-Record FROM Variance-Line
005177     .

005178******************************************************************
005179* 2450-APPLY-LOT-ADJUSTMENT - replace the branch's lot on-hand
005180* with the approved count (opening the lot there if it is new),
005181* move the branch's on-hand by the same variance, and log and
005182* audit the change.
005183******************************************************************
005184 2450-APPLY-LOT-ADJUSTMENT.
005185     IF Lot-Found
005186         MOVE SC-CountedQty TO LT-OnHand
005187         REWRITE Stock-Lot-Record
005188     ELSE
005189         MOVE Count-Branch-ID TO LT-BranchID
005190         MOVE SC-OilID      TO LT-OilID
005191         MOVE SC-LotNo      TO LT-LotNo
005192         MOVE Run-Date      TO LT-ReceivedDate
005193         IF SC-BestBefore NUMERIC
005194             MOVE SC-BestBefore TO LT-BestBefore
005195         ELSE
005196             MOVE ZERO TO LT-BestBefore
005197         END-IF
005198         MOVE SC-CountedQty TO LT-UnitsReceived
005199         MOVE SC-CountedQty TO LT-OnHand
005200         MOVE ZERO          TO LT-SupplierID
005201         MOVE ZERO          TO LT-PoNumber
005202         WRITE Stock-Lot-Record
005203     END-IF
005204     COMPUTE New-On-Hand = ST-OnHand + Variance-Units
005205     IF New-On-Hand < ZERO
005206         MOVE ZERO TO New-On-Hand
005207     END-IF
005208     COMPUTE Applied-Delta = New-On-Hand - ST-OnHand
005209     MOVE New-On-Hand TO ST-OnHand
005210     REWRITE Stock-Master-Record
005211     MOVE SC-OilID      TO SA-OilID
005212     MOVE Run-Date      TO SA-AdjustDate
005213     MOVE Count-Branch-ID TO SA-BranchID
005214     MOVE Applied-Delta TO SA-DeltaUnits
005215     WRITE Stock-Adjust-Record
005216     MOVE Lot-Before-On-Hand TO Before-On-Hand
005217     MOVE SC-CountedQty      TO After-On-Hand
005218     PERFORM 2250-WRITE-AUDIT-TRAIL
005219     .

005220******************************************************************
005221* 3000-FINISH-STOCKTAKE - the control block, then the count file
005222* rewritten holding only the unapproved counts so an approved
005223* count cannot be applied twice.
005224******************************************************************
005225 3000-FINISH-STOCKTAKE.
005226     MOVE SPACES TO Variance-Rpt-Record
005227     WRITE Variance-Rpt-Record
005228     WRITE Variance-Rpt-Record FROM HorizontalLine
005230     MOVE Counts-Read-Count     TO VarCountsRead
005240     MOVE Counts-Applied-Count  TO VarCountsApplied
005250     MOVE Counts-Held-Count     TO VarCountsHeld
005260     MOVE Counts-Rejected-Count TO VarCountsRejected
005270     WRITE Variance-Rpt-Record FROM Variance-Total-Line-1
005280     MOVE Total-Variance-Value TO VarTotalValue
005285     MOVE Counts-Not-Costed    TO VarCountsNotCosted
005290     WRITE Variance-Rpt-Record FROM Variance-Total-Line-2
005300     CLOSE StockCountFile
005310     CLOSE HeldWorkFile
005460     MOVE HW-CountedQty   TO SC-CountedQty
005470     MOVE HW-CountUserID  TO SC-CountUserID
005480     MOVE HW-ApprovedFlag TO SC-ApprovedFlag
005483     MOVE HW-LotNo        TO SC-LotNo
005486     MOVE HW-BestBefore   TO SC-BestBefore
005488     MOVE HW-BranchID     TO SC-BranchID
005489     MOVE HW-ApproverID   TO SC-ApproverID
005490     WRITE Stock-Count-Record
005500     READ HeldWorkFile
005510         AT END MOVE 'Y' TO Work-Copy-Eof-Switch
005580     CLOSE StockCountFile
005590     IF Stock-Open-Ok
005600         CLOSE StockMasterFile
005605         CLOSE StockLotFile
005610         IF NOT Price-File-Missing
005620             CLOSE StockAuditFile
005630             CLOSE StockAdjustFile
