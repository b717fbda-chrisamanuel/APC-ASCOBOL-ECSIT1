000250*                     forthcoming prices can be filed ahead of
000260*                     their effective date without touching the
000270*                     rows in force today.
000271*               DF    Price rows carry the purchase cost we pay
000272*                     for the oil alongside the unit cost (the
000273*                     selling price), effective-dated together;
000274*                     a missing or zero purchase cost rejects the
000275*                     row and both figures print on the report.
000280******************************************************************

000290 ENVIRONMENT DIVISION.
000500       03 PAEffectiveMonth   PIC 9(2).
000510       03 PAEffectiveDay     PIC 9(2).
000520    02 PAUnitCost            PIC 99V99.
000525    02 PAPurchaseCost        PIC 99V99.

000530 FD OilPriceFile.
000540 01 Oil-Price-Record.
000580    02 OPOilNumber           PIC 9(2).
000590    02 OPEffectiveDate       PIC 9(8).
000600    02 OPUnitCost            PIC 99V99.
000605    02 OPPurchaseCost        PIC 99V99.

000610 FD AuditRptFile.
000620 01 Audit-Rpt-Record         PIC X(80).
001040    02 FILLER                  PIC X(04) VALUE SPACES.
001050    02 FILLER                  PIC X(09) VALUE "UNIT COST".
001060    02 FILLER                  PIC X(03) VALUE SPACES.
001063    02 FILLER                  PIC X(10) VALUE "PURCH COST".
001066    02 FILLER                  PIC X(03) VALUE SPACES.
001070    02 FILLER                  PIC X(08) VALUE "ACTION".

001080 01 Audit-Line.
001130    02 AuditEffectiveDate      PIC 9(8).
001140    02 FILLER                  PIC X(05) VALUE SPACES.
001150    02 AuditUnitCost           PIC Z9.99.
001153    02 FILLER                  PIC X(08) VALUE SPACES.
001156    02 AuditPurchaseCost       PIC Z9.99.
001160    02 FILLER                  PIC X(04) VALUE SPACES.
001170    02 AuditAction             PIC X(10).
001180    02 AuditReason             PIC X(24).
002300     MOVE PAOilNumber     TO AuditOilNumber
002310     MOVE PAEffectiveDate TO AuditEffectiveDate
002320     MOVE PAUnitCost      TO AuditUnitCost
002325     MOVE PAPurchaseCost  TO AuditPurchaseCost
002330     WRITE Audit-Rpt-Record FROM Audit-Line
002340     READ PriceAddFile
002350         AT END MOVE 'Y' TO Price-Add-Eof-Switch

002380******************************************************************
002390* 2100-CHECK-ROW - validate the oil code, oil number, effective
002397* date, unit cost and purchase cost on the current price-add
002404* row, then check it does not duplicate a row already on the
002411* master.
002420******************************************************************
002430 2100-CHECK-ROW.
002440     MOVE 'Y' TO Row-Valid-Switch
002650                     MOVE "BAD UNIT COST"
002660                         TO Reject-Reason-Text
002670                 ELSE
002680                     IF PAPurchaseCost NOT NUMERIC
002690                             OR PAPurchaseCost = ZERO
002700                         MOVE 'N' TO Row-Valid-Switch
002710                         MOVE "BAD PURCHASE COST"
002720                             TO Reject-Reason-Text
002721                     ELSE
002722                         PERFORM 2150-CHECK-DUPLICATE
002723                         IF Duplicate-Row
002724                             MOVE 'N' TO Row-Valid-Switch
002725                             MOVE "DUPLICATE PRICE ROW"
002726                                 TO Reject-Reason-Text
002727                         END-IF
002730                     END-IF
002740                 END-IF
002750             END-IF
003130     MOVE PAOilNumber     TO OPOilNumber
003140     MOVE PAEffectiveDate TO OPEffectiveDate
003150     MOVE PAUnitCost      TO OPUnitCost
003155     MOVE PAPurchaseCost  TO OPPurchaseCost
003160     WRITE Oil-Price-Record
003170     IF Oil-Price-Count < Max-Oil-Prices
003180         ADD 1 TO Oil-Price-Count
