000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Recall trace: for each oil lot named on RECALL.DAT,
000050*             shows the lot as received off STOCKLOT.DAT and
000060*             every customer the lot was sold to or returned
000070*             from, off the LOTISSUE.DAT movement log.
000080* Tectonics: cobc
000090******************************************************************
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LOTTRACE.
000120 AUTHOR.     D. FENNESSY.
000130 DATE-WRITTEN.

000140******************************************************************
000150* MODIFICATION HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   ----------  ----  ------------------------------------------
000180*               DF    New program: loads the recalled lots off
000190*                     RECALL.DAT (oil ID and lot number, up to
000200*                     20 a run) and prints RECALL.RPT - for each
000210*                     lot its receipt details and current stock
000220*                     off the lot master, then one line for each
000230*                     sale or return of that lot on LOTISSUE.DAT
000240*                     with the date, customer and units, closed
000250*                     by units issued, returned and still out
000260*                     with customers. A lot not on the lot master
000270*                     is flagged but still traced. Run on demand;
000280*                     read-only.
000281*               DF    STOCKLOT.DAT is keyed on branch, oil and
000282*                     lot: the lot master is scanned for the lot
000283*                     and every branch's row of it printed with
000284*                     its branch. LOTISSUE.DAT carries the branch
000285*                     (appended), shown on each movement line.
000290******************************************************************

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RecallFile ASSIGN TO "RECALL.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS Recall-File-Status.

000360     SELECT StockLotFile ASSIGN TO "STOCKLOT.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LT-LotKey
000400         FILE STATUS IS Stock-Lot-File-Status.

000410     SELECT LotIssueFile ASSIGN TO "LOTISSUE.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS Lot-Issue-File-Status.

000440     SELECT RecallRptFile ASSIGN TO "RECALL.RPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD RecallFile.
000490 01 Recall-Record.
000500    02 RC-OilID             PIC X(3).
000510    02 RC-LotNo             PIC X(10).

000520 FD StockLotFile.
000530 01 Stock-Lot-Record.
000540    02 LT-LotKey.
000545       03 LT-BranchID       PIC X(3).
000550       03 LT-OilID          PIC X(3).
000560       03 LT-LotNo          PIC X(10).
000570    02 LT-ReceivedDate      PIC 9(8).
000580    02 LT-BestBefore        PIC 9(8).
000590    02 LT-UnitsReceived     PIC 9(7).
000600    02 LT-OnHand            PIC 9(7).
000610    02 LT-SupplierID        PIC 9(5).
000620    02 LT-PoNumber          PIC 9(6).

000630 FD LotIssueFile.
000640 01 Lot-Issue-Record.
000650    02 LI-RunDate           PIC 9(8).
000660    02 LI-CustomerID        PIC 9(5).
000670    02 LI-CustomerName      PIC X(20).
000680    02 LI-OilID             PIC X(3).
000690    02 LI-LotNo             PIC X(10).
000700    02 LI-Units             PIC 9(7).
000710    02 LI-MoveType          PIC X(1).
000720       88 LI-Sale-Issue       VALUE 'S'.
000730       88 LI-Return-Receipt   VALUE 'R'.
000735    02 LI-BranchID          PIC X(3).

000740 FD RecallRptFile.
000750 01 Recall-Rpt-Record       PIC X(90).

000760 WORKING-STORAGE SECTION.
000770 77 Recall-File-Status      PIC X(02) VALUE '00'.
000780 77 Stock-Lot-File-Status   PIC X(02) VALUE '00'.
000790 77 Lot-Issue-File-Status   PIC X(02) VALUE '00'.
000800 01 Recall-Eof-Switch       PIC X(01) VALUE 'N'.
000810     88 Recall-Eof           VALUE 'Y'.
000820 01 Issue-Eof-Switch        PIC X(01) VALUE 'N'.
000830     88 Issue-Eof            VALUE 'Y'.
000840 01 Recall-Missing-Switch   PIC X(01) VALUE 'N'.
000850     88 Recall-Missing       VALUE 'Y'.
000860 01 Lot-Master-Open-Switch  PIC X(01) VALUE 'N'.
000870     88 Lot-Master-Open      VALUE 'Y'.
000871 01 Lot-Eof-Switch          PIC X(01) VALUE 'N'.
000872     88 Lot-Eof              VALUE 'Y'.
000873 01 Lot-Rows-Found          PIC 9(3)  VALUE ZERO.
000874* A lot or movement keyed without a branch is the main branch's.
000875 77 Main-Branch-ID          PIC X(3)  VALUE "001".

000880 01 Recall-Table.
000890    02 Recall-Entry OCCURS 20 TIMES.
000900       03 Recall-Oil-ID      PIC X(3).
000910       03 Recall-Lot-No      PIC X(10).
000920 01 Recall-Count            PIC 9(3)  VALUE ZERO.
000930 77 Max-Recalls             PIC 9(3)  VALUE 20.
000940 01 Recall-Sub              PIC 9(3)  VALUE ZERO.
000950 01 Recalls-Dropped-Count   PIC 9(5)  VALUE ZERO.

000960 01 Lot-Issued-Units        PIC 9(9)  VALUE ZERO.
000970 01 Lot-Returned-Units      PIC 9(9)  VALUE ZERO.
000980 01 Lot-Outstanding-Units   PIC S9(9) VALUE ZERO.
000990 01 Lot-Movement-Count      PIC 9(5)  VALUE ZERO.

001000 01 Recall-Heading.
001010    02 FILLER                PIC X(25) VALUE SPACES.
001020    02 FILLER                PIC X(26)
001030       VALUE "PRODUCT RECALL LOT TRACE".

001040 01 HorizontalLine.
001050    02 FILLER                PIC X(03) VALUE SPACES.
001060    02 FILLER                PIC X(80) VALUE ALL '-'.

001070 01 Lot-Heading-Line.
001080    02 FILLER                PIC X(02) VALUE SPACES.
001090    02 FILLER                PIC X(05) VALUE "OIL: ".
001100    02 LotHeadOilID          PIC X(3).
001110    02 FILLER                PIC X(08) VALUE "   LOT: ".
001120    02 LotHeadLotNo          PIC X(10).
001130    02 FILLER                PIC X(03) VALUE SPACES.
001140    02 LotHeadNote           PIC X(16).

001150 01 Lot-Detail-Line.
001160    02 FILLER                PIC X(04) VALUE SPACES.
001162    02 FILLER                PIC X(05) VALUE "BRN: ".
001164    02 LotBranchID           PIC X(3).
001166    02 FILLER                PIC X(02) VALUE SPACES.
001170    02 FILLER                PIC X(10) VALUE "RECEIVED: ".
001180    02 LotReceivedDate       PIC 9(8).
001190    02 FILLER                PIC X(11) VALUE "  BEST BY: ".
001200    02 LotBestBefore         PIC 9(8).
001210    02 FILLER                PIC X(12) VALUE "  SUPPLIER: ".
001220    02 LotSupplierID         PIC 9(5).
001230    02 FILLER                PIC X(06) VALUE "  PO: ".
001240    02 LotPoNumber           PIC 9(6).

001250 01 Lot-Units-Line.
001260    02 FILLER                PIC X(04) VALUE SPACES.
001270    02 FILLER                PIC X(16) VALUE "UNITS RECEIVED: ".
001280    02 LotUnitsReceived      PIC Z,ZZZ,ZZ9.
001290    02 FILLER                PIC X(17) VALUE "   STILL ON HAND:".
001300    02 LotOnHand             PIC BZ,ZZZ,ZZ9.

001310 01 Movement-Columns.
001320    02 FILLER                PIC X(04) VALUE SPACES.
001330    02 FILLER                PIC X(08) VALUE "DATE".
001340    02 FILLER                PIC X(02) VALUE SPACES.
001343    02 FILLER                PIC X(03) VALUE "BRN".
001346    02 FILLER                PIC X(02) VALUE SPACES.
001350    02 FILLER                PIC X(05) VALUE "CUST".
001360    02 FILLER                PIC X(02) VALUE SPACES.
001370    02 FILLER                PIC X(20) VALUE "CUSTOMER NAME".
001380    02 FILLER                PIC X(02) VALUE SPACES.
001390    02 FILLER                PIC X(06) VALUE "MOVE".
001400    02 FILLER                PIC X(09) VALUE "    UNITS".

001410 01 Movement-Line.
001420    02 FILLER                PIC X(04) VALUE SPACES.
001430    02 MoveDate              PIC 9(8).
001440    02 FILLER                PIC X(02) VALUE SPACES.
001443    02 MoveBranchID          PIC X(3).
001446    02 FILLER                PIC X(02) VALUE SPACES.
001450    02 MoveCustomerID        PIC 9(5).
001460    02 FILLER                PIC X(02) VALUE SPACES.
001470    02 MoveCustomerName      PIC X(20).
001480    02 FILLER                PIC X(02) VALUE SPACES.
001490    02 MoveType              PIC X(06).
001500    02 MoveUnits             PIC Z,ZZZ,ZZ9.

001510 01 No-Movement-Line.
001520    02 FILLER                PIC X(04) VALUE SPACES.
001530    02 FILLER                PIC X(36)
001540       VALUE "NO CUSTOMER MOVEMENTS FOR THIS LOT".

001542 01 No-Lot-Row-Line.
001544    02 FILLER                PIC X(04) VALUE SPACES.
001546    02 FILLER                PIC X(32)
001548       VALUE "LOT NOT ON FILE AT ANY BRANCH".

001550 01 Lot-Total-Line.
001560    02 FILLER                PIC X(04) VALUE SPACES.
001570    02 FILLER                PIC X(08) VALUE "ISSUED:".
001580    02 TotIssued             PIC ZZZ,ZZZ,ZZ9.
001590    02 FILLER                PIC X(12) VALUE "  RETURNED:".
001600    02 TotReturned           PIC ZZZ,ZZZ,ZZ9.
001610    02 FILLER                PIC X(19) VALUE "  WITH CUSTOMERS:".
001620    02 TotOutstanding        PIC ZZZ,ZZZ,ZZ9-.

001630 01 Recall-Control-Line.
001640    02 FILLER                PIC X(13) VALUE "LOTS TRACED:".
001650    02 ControlLotsTraced     PIC ZZ9.
001660    02 FILLER                PIC X(12) VALUE "   DROPPED:".
001670    02 ControlDropped        PIC ZZZZ9.

001680 PROCEDURE DIVISION.

001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710     IF Recall-Missing
001720         MOVE 16 TO RETURN-CODE
001730     ELSE
001740         PERFORM 2000-TRACE-ONE-LOT
001750             VARYING Recall-Sub FROM 1 BY 1
001760             UNTIL Recall-Sub > Recall-Count
001770         PERFORM 3000-PRINT-CONTROLS
001780     END-IF
001790     PERFORM 8000-TERMINATE
001800     GOBACK.

001810******************************************************************
001820* 1000-INITIALIZE - load the recalled lots, open the lot master
001830* and print the heading.
001840******************************************************************
001850 1000-INITIALIZE.
001860     OPEN INPUT RecallFile
001870     IF Recall-File-Status NOT = "00"
001880         MOVE 'Y' TO Recall-Missing-Switch
001890     ELSE
001900         READ RecallFile
001910             AT END MOVE 'Y' TO Recall-Eof-Switch
001920         END-READ
001930         PERFORM 1100-LOAD-ONE-RECALL UNTIL Recall-Eof
001940         CLOSE RecallFile
001950     END-IF
001960     OPEN OUTPUT RecallRptFile
001970     IF NOT Recall-Missing
001980         OPEN INPUT StockLotFile
001990         IF Stock-Lot-File-Status = "00"
002000             MOVE 'Y' TO Lot-Master-Open-Switch
002010         END-IF
002020         WRITE Recall-Rpt-Record FROM Recall-Heading
002030         WRITE Recall-Rpt-Record FROM HorizontalLine
002040     END-IF
002050     .

002060******************************************************************
002070* 1100-LOAD-ONE-RECALL - file one recalled lot in Recall-Table;
002080* blank lines are skipped and lots past the table are counted.
002090******************************************************************
002100 1100-LOAD-ONE-RECALL.
002110     IF RC-OilID NOT = SPACES AND RC-LotNo NOT = SPACES
002120         IF Recall-Count < Max-Recalls
002130             ADD 1 TO Recall-Count
002140             MOVE RC-OilID TO Recall-Oil-ID (Recall-Count)
002150             MOVE RC-LotNo TO Recall-Lot-No (Recall-Count)
002160         ELSE
002170             ADD 1 TO Recalls-Dropped-Count
002180         END-IF
002190     END-IF
002200     READ RecallFile
002210         AT END MOVE 'Y' TO Recall-Eof-Switch
002220     END-READ
002230     .

002240******************************************************************
002250* 2000-TRACE-ONE-LOT - print the lot's receipt details, then pass
002260* the movement log for every sale and return of the lot.
002270******************************************************************
002280 2000-TRACE-ONE-LOT.
002290     MOVE SPACES TO Recall-Rpt-Record
002300     WRITE Recall-Rpt-Record
002310     PERFORM 2100-PRINT-LOT-HEADER
002320     MOVE ZERO TO Lot-Issued-Units
002330     MOVE ZERO TO Lot-Returned-Units
002340     MOVE ZERO TO Lot-Movement-Count
002350     WRITE Recall-Rpt-Record FROM Movement-Columns
002360     MOVE 'N' TO Issue-Eof-Switch
002370     OPEN INPUT LotIssueFile
002380     IF Lot-Issue-File-Status NOT = "00"
002390         MOVE 'Y' TO Issue-Eof-Switch
002400     ELSE
002410         READ LotIssueFile
002420             AT END MOVE 'Y' TO Issue-Eof-Switch
002430         END-READ
002440         PERFORM 2200-CHECK-ONE-MOVEMENT UNTIL Issue-Eof
002450         CLOSE LotIssueFile
002460     END-IF
002470     IF Lot-Movement-Count = ZERO
002480         WRITE Recall-Rpt-Record FROM No-Movement-Line
002490     END-IF
002500     COMPUTE Lot-Outstanding-Units =
002510         Lot-Issued-Units - Lot-Returned-Units
002520     MOVE Lot-Issued-Units      TO TotIssued
002530     MOVE Lot-Returned-Units    TO TotReturned
002540     MOVE Lot-Outstanding-Units TO TotOutstanding
002550     WRITE Recall-Rpt-Record FROM Lot-Total-Line
002560     .

002570******************************************************************
002576* 2100-PRINT-LOT-HEADER - print the lot's heading, then pass the
002582* lot master for every branch's row of the lot (the key leads
002588* with the branch, so the whole file is read) and print where it
002594* came from and what is left of it in stock there.
002600******************************************************************
002610 2100-PRINT-LOT-HEADER.
002620     MOVE Recall-Oil-ID (Recall-Sub) TO LotHeadOilID
002630     MOVE Recall-Lot-No (Recall-Sub) TO LotHeadLotNo
002640     MOVE SPACES TO LotHeadNote
002650     IF NOT Lot-Master-Open
002660         MOVE "NO LOT MASTER" TO LotHeadNote
002670         WRITE Recall-Rpt-Record FROM Lot-Heading-Line
002680     ELSE
002740         WRITE Recall-Rpt-Record FROM Lot-Heading-Line
002747         MOVE ZERO TO Lot-Rows-Found
002754         MOVE 'N' TO Lot-Eof-Switch
002761         MOVE LOW-VALUES TO LT-LotKey
002768         START StockLotFile KEY NOT < LT-LotKey
002775             INVALID KEY MOVE 'Y' TO Lot-Eof-Switch
002782         END-START
002789         IF NOT Lot-Eof
002796             READ StockLotFile NEXT RECORD
002803                 AT END MOVE 'Y' TO Lot-Eof-Switch
002810             END-READ
002817         END-IF
002824         PERFORM 2150-CHECK-ONE-LOT-ROW UNTIL Lot-Eof
002831         IF Lot-Rows-Found = ZERO
002838             WRITE Recall-Rpt-Record FROM No-Lot-Row-Line
002850         END-IF
002860     END-IF
002870     .

002871******************************************************************
002872* 2150-CHECK-ONE-LOT-ROW - print one lot master row that is a
002873* branch's holding of the lot being traced.
002874******************************************************************
002875 2150-CHECK-ONE-LOT-ROW.
002876     IF LT-OilID = Recall-Oil-ID (Recall-Sub)
002877             AND LT-LotNo = Recall-Lot-No (Recall-Sub)
002878         ADD 1 TO Lot-Rows-Found
002879         IF LT-BranchID = SPACES
002880             MOVE Main-Branch-ID TO LotBranchID
002881         ELSE
002882             MOVE LT-BranchID    TO LotBranchID
002883         END-IF
002884         MOVE LT-ReceivedDate  TO LotReceivedDate
002885         MOVE LT-BestBefore    TO LotBestBefore
002886         MOVE LT-SupplierID    TO LotSupplierID
002887         MOVE LT-PoNumber      TO LotPoNumber
002888         WRITE Recall-Rpt-Record FROM Lot-Detail-Line
002889         MOVE LT-UnitsReceived TO LotUnitsReceived
002890         MOVE LT-OnHand        TO LotOnHand
002891         WRITE Recall-Rpt-Record FROM Lot-Units-Line
002892     END-IF
002893     READ StockLotFile NEXT RECORD
002894         AT END MOVE 'Y' TO Lot-Eof-Switch
002895     END-READ
002896     .

002897******************************************************************
002898* 2200-CHECK-ONE-MOVEMENT - print a movement log row that belongs
002900* to the lot being traced and add it to the lot's totals.
002910******************************************************************
002920 2200-CHECK-ONE-MOVEMENT.
002930     IF LI-OilID = Recall-Oil-ID (Recall-Sub)
002940             AND LI-LotNo = Recall-Lot-No (Recall-Sub)
002950         MOVE LI-RunDate      TO MoveDate
002951         IF LI-BranchID = SPACES
002952             MOVE Main-Branch-ID TO MoveBranchID
002953         ELSE
002954             MOVE LI-BranchID    TO MoveBranchID
002955         END-IF
002960         MOVE LI-CustomerID   TO MoveCustomerID
002970         MOVE LI-CustomerName TO MoveCustomerName
002980         MOVE LI-Units        TO MoveUnits
002990         IF LI-Return-Receipt
003000             MOVE "RETURN" TO MoveType
003010             ADD LI-Units TO Lot-Returned-Units
003020         ELSE
003030             MOVE "SALE"   TO MoveType
003040             ADD LI-Units TO Lot-Issued-Units
003050         END-IF
003060         WRITE Recall-Rpt-Record FROM Movement-Line
003070         ADD 1 TO Lot-Movement-Count
003080     END-IF
003090     READ LotIssueFile
003100         AT END MOVE 'Y' TO Issue-Eof-Switch
003110     END-READ
003120     .

003130******************************************************************
003140* 3000-PRINT-CONTROLS - print the control counts.
003150******************************************************************
003160 3000-PRINT-CONTROLS.
003170     MOVE SPACES TO Recall-Rpt-Record
003180     WRITE Recall-Rpt-Record
003190     WRITE Recall-Rpt-Record FROM HorizontalLine
003200     MOVE Recall-Count          TO ControlLotsTraced
003210     MOVE Recalls-Dropped-Count TO ControlDropped
003220     WRITE Recall-Rpt-Record FROM Recall-Control-Line
003230     .

003240******************************************************************
003250* 8000-TERMINATE - close the files down.
003260******************************************************************
003270 8000-TERMINATE.
003280     IF Lot-Master-Open
003290         CLOSE StockLotFile
003300     END-IF
003310     CLOSE RecallRptFile
003320     .

003330 END PROGRAM LOTTRACE.
