000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Customer merge: folds a duplicate customer ID into
000050*             the surviving ID named on each CUSTMERG.DAT request
000060*             across the customer master, the YTD master, the
000070*             open items, the payment history, the discount
000080*             master, the currency exception list and the sales
000090*             history, keeps the retired ID on CUSTMAST.DAT as an
000100*             alias of the survivor, and prints the CUSTMERG.RPT
000110*             before/after report with control totals.
000120* Tectonics: cobc
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CUSTMERG.
000160 AUTHOR.     D. FENNESSY.
000170 DATE-WRITTEN.

000180******************************************************************
000190* MODIFICATION HISTORY
000200*   DATE        INIT  DESCRIPTION
000210*   ----------  ----  ------------------------------------------
000220*               DF    New program, run on demand when a branch
000230*                     has keyed one shop under two customer IDs.
000240*                     Each request names the duplicate, the
000250*                     survivor and the user asking. A request is
000260*                     refused, and nothing of it moves, when
000270*                     either ID is not on the master or is
000280*                     already merged, when either ID is in
000290*                     another merge tonight, or when the two
000300*                     records conflict: both on credit hold,
000310*                     different billing currencies, countries,
000320*                     VAT numbers or discount tiers, or an open
000330*                     item of the duplicate whose invoice number
000340*                     the survivor already holds. Otherwise the
000350*                     duplicate's open items are re-keyed to the
000360*                     survivor, its YTD figures added to the
000370*                     survivor's, its discount row re-keyed (or
000380*                     dropped when the survivor's tiers are the
000390*                     same), its currency row dropped (it can
000400*                     only be the survivor's currency), a hold
000410*                     carried to the survivor, and blank survivor
000420*                     addresses, country and VAT number filled
000430*                     from the duplicate. The duplicate's master
000440*                     record stays on file with CM-MergedInto set
000450*                     to the survivor, so the sales run and
000460*                     ORDALLOC resolve late extracts and order
000470*                     lines keyed to it, and CUSTMNT refuses to
000480*                     change or delete it. ARPAYHST.DAT and
000490*                     SALESHST.DAT are re-keyed in one pass
000500*                     through CUSTMERG.TMP after the requests.
000510*                     Every figure is counted before and after
000520*                     from the files themselves, per merge and
000530*                     per file; any that does not balance ends
000540*                     the run 16, a refused request ends it 04.
000550*                     Each merge goes on CUSTAUDT.DAT and the
000560*                     request file is emptied once applied.
000562*               DF    Audit trail record widened to PIC X(340)
000564*                     to match CUSTMNT now that its lines carry
000566*                     the credit limit before the change.
000567*               DF    An open item the survivor refuses on the
000568*                     WRITE is left on the duplicate, not
000569*                     deleted, and listed under its merge.
000570******************************************************************

000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT MergeRequestFile ASSIGN TO "CUSTMERG.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS Merge-Request-File-Status.

000640     SELECT CustomerMasterFile ASSIGN TO "CUSTMAST.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CM-CustomerID
000680         FILE STATUS IS Cust-Master-File-Status.

000690     SELECT YtdMasterFile ASSIGN TO "YTDMAST.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS YTD-CustomerID
000730         FILE STATUS IS Ytd-File-Status.

000740     SELECT CustomerCurrencyFile ASSIGN TO "CURRCUST.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CUR-CustomerID
000780         FILE STATUS IS Currency-File-Status.

000790     SELECT ArItemsFile ASSIGN TO "ARITEMS.DAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS AR-ItemKey
000830         FILE STATUS IS Ar-Items-File-Status.

000840     SELECT DiscountMasterFile ASSIGN TO "DISCMAST.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS Discount-File-Status.

000870     SELECT PaymentHistoryFile ASSIGN TO "ARPAYHST.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS Payment-History-File-Status.

000900     SELECT SalesHistoryFile ASSIGN TO "SALESHST.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS Sales-History-File-Status.

000930     SELECT MergeWorkFile ASSIGN TO "CUSTMERG.TMP"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS Merge-Work-File-Status.

000960     SELECT AuditTrailFile ASSIGN TO "CUSTAUDT.DAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS Audit-Trail-File-Status.

000990     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS Run-Parm-File-Status.

001020     SELECT MergeRptFile ASSIGN TO "CUSTMERG.RPT"
001030         ORGANIZATION IS LINE SEQUENTIAL.

001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD MergeRequestFile.
001070 01 Merge-Request-Record.
001080    02 MR-DuplicateID       PIC 9(5).
001090    02 MR-SurvivorID        PIC 9(5).
001100    02 MR-UserID            PIC X(8).
001110    02 MR-Reason            PIC X(30).

001120 FD CustomerMasterFile.
001130 01 Customer-Master-Record.
001140    02 CM-CustomerID         PIC 9(5).
001150    02 CM-CustomerName       PIC X(20).
001160    02 CM-CreditLimit        PIC 9(7)V99.
001170    02 CM-HoldFlag           PIC X(1).
001180       88 CM-On-Hold           VALUE 'H'.
001190    02 CM-CountryCode        PIC X(2).
001200    02 CM-VatNumber          PIC X(14).
001210    02 CM-DeliveryPref       PIC X(1).
001220       88 CM-By-Post           VALUE 'P'.
001230       88 CM-By-Email          VALUE 'E'.
001240       88 CM-By-Both           VALUE 'B'.
001250    02 CM-EmailAddress       PIC X(40).
001260    02 CM-PostAddress        PIC X(60).
001270    02 CM-MergedInto         PIC 9(5).

001280 FD YtdMasterFile.
001290 01 Ytd-Master-Record.
001300    02 YTD-CustomerID       PIC 9(5).
001310    02 YTD-CustomerName     PIC X(20).
001320    02 YTD-Units-Sold       PIC 9(7).
001330    02 YTD-Sales-Value      PIC 9(7)V99.

001340 FD CustomerCurrencyFile.
001350 01 Customer-Currency-Record.
001360    02 CUR-CustomerID        PIC 9(5).
001370    02 CUR-CurrencyCode      PIC X(3).

001380 FD ArItemsFile.
001390 01 Ar-Open-Item.
001400    02 AR-ItemKey.
001410       03 AR-CustomerID     PIC 9(5).
001420       03 AR-InvoiceNo      PIC 9(6).
001430    02 AR-InvoiceDate       PIC 9(8).
001440    02 AR-GrossValue        PIC 9(7)V99.
001450    02 AR-PaidValue         PIC 9(7)V99.
001460    02 AR-StatusCode        PIC X(1).
001470       88 AR-Item-Open        VALUE 'O'.
001480       88 AR-Item-Paid        VALUE 'P'.
001490    02 AR-DocType           PIC X(1).
001500       88 AR-Doc-Invoice      VALUE 'I'.
001510       88 AR-Doc-Credit       VALUE 'C'.
001520    02 AR-CurrencyCode      PIC X(3).
001530    02 AR-ForeignValue      PIC 9(7)V99.
001540    02 AR-RevalAdjust       PIC S9(7)V99.

001550 FD DiscountMasterFile.
001560 01 Discount-Master-Record.
001570    02 DM-CustomerID        PIC 9(5).
001580    02 DM-Tiers.
001590       03 DM-Tier OCCURS 3 TIMES.
001600          04 DM-Tier-Qty    PIC 9(5).
001610          04 DM-Tier-Pct    PIC 99V9.

001620 FD PaymentHistoryFile.
001630 01 Payment-History-Record.
001640    02 PH-CustomerID        PIC 9(5).
001650    02 PH-InvoiceNo         PIC 9(6).
001660    02 PH-PayDate           PIC 9(8).
001670    02 PH-Amount            PIC 9(7)V99.

001680 FD SalesHistoryFile.
001690 01 Sales-History-Record.
001700    02 SH-RunDate           PIC 9(8).
001710    02 SH-SaleDate          PIC 9(8).
001720    02 SH-CustomerID        PIC 9(5).
001730    02 SH-CustomerName      PIC X(20).
001740    02 SH-OilID             PIC X(3).
001750    02 SH-UnitsSold         PIC 9(3).
001760    02 SH-SalesValue        PIC 9(6)V99.
001770    02 SH-BranchID          PIC X(3).
001780    02 SH-UnitSize          PIC 9(1).
001790    02 SH-SalespersonID     PIC X(5).
001800    02 SH-DiscountValue     PIC 9(6)V99.
001810    02 SH-CostValue         PIC 9(6)V99.

001820 FD MergeWorkFile.
001830 01 Merge-Work-Record       PIC X(80).

001840 FD AuditTrailFile.
001850 01 Audit-Trail-Record       PIC X(340).

001860 FD RunParmFile.
001870 01 Run-Parm-Record.
001880    02 RP-RunDate           PIC 9(8).
001890    02 RP-PeriodStart       PIC 9(8).
001900    02 RP-PeriodEnd         PIC 9(8).
001910    02 RP-PeriodStatus      PIC X(1).

001920 FD MergeRptFile.
001930 01 Merge-Rpt-Record        PIC X(100).

001940 WORKING-STORAGE SECTION.
001950* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001960* when another batch invocation is already in flight.
001970 01 Lock-Function            PIC X(01) VALUE SPACE.
001980 01 Lock-Step-Name           PIC X(20) VALUE "CUSTMERG".
001990 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
002000 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
002010* The closing RUNLOCK CALL sets RETURN-CODE itself, so the run's
002020* own code is held here and restored after it.
002030 01 Merge-Return-Code        PIC 9(02) VALUE ZERO.
002040 77 Merge-Request-File-Status PIC X(02) VALUE '00'.
002050 77 Cust-Master-File-Status  PIC X(02) VALUE '00'.
002060 77 Ytd-File-Status          PIC X(02) VALUE '00'.
002070 77 Currency-File-Status     PIC X(02) VALUE '00'.
002080 77 Ar-Items-File-Status     PIC X(02) VALUE '00'.
002090 77 Discount-File-Status     PIC X(02) VALUE '00'.
002100 77 Payment-History-File-Status PIC X(02) VALUE '00'.
002110 77 Sales-History-File-Status PIC X(02) VALUE '00'.
002120 77 Merge-Work-File-Status   PIC X(02) VALUE '00'.
002130 77 Audit-Trail-File-Status  PIC X(02) VALUE '00'.
002140 77 Run-Parm-File-Status     PIC X(02) VALUE '00'.
002150 01 Merge-Request-Eof-Switch PIC X(01) VALUE 'N'.
002160     88 Merge-Request-Eof     VALUE 'Y'.
002170 01 Requests-Present-Switch  PIC X(01) VALUE 'N'.
002180     88 Requests-Present      VALUE 'Y'.
002190 01 Run-Parm-Missing-Switch  PIC X(01) VALUE 'N'.
002200     88 Run-Parm-Missing      VALUE 'Y'.
002210 01 Master-Open-Ok-Switch    PIC X(01) VALUE 'N'.
002220     88 Master-Open-Ok        VALUE 'Y'.
002230 01 Ytd-Available-Switch     PIC X(01) VALUE 'N'.
002240     88 Ytd-Available         VALUE 'Y'.
002250 01 Currency-Available-Switch PIC X(01) VALUE 'N'.
002260     88 Currency-Available    VALUE 'Y'.
002270 01 Items-Available-Switch   PIC X(01) VALUE 'N'.
002280     88 Items-Available       VALUE 'Y'.
002290 01 Discounts-Present-Switch PIC X(01) VALUE 'N'.
002300     88 Discounts-Present     VALUE 'Y'.
002310 01 Discount-Table-Full-Switch PIC X(01) VALUE 'N'.
002320     88 Discount-Table-Full   VALUE 'Y'.
002330 01 Discounts-Changed-Switch PIC X(01) VALUE 'N'.
002340     88 Discounts-Changed     VALUE 'Y'.
002350 01 Scan-Eof-Switch          PIC X(01) VALUE 'N'.
002360     88 Scan-Eof              VALUE 'Y'.
002370 01 Copy-Eof-Switch          PIC X(01) VALUE 'N'.
002380     88 Copy-Eof              VALUE 'Y'.
002390 01 Record-Found-Switch      PIC X(01) VALUE 'N'.
002400     88 Record-Found          VALUE 'Y'.
002410 01 Hold-Carried-Switch      PIC X(01) VALUE 'N'.
002420     88 Hold-Carried          VALUE 'Y'.
002430 01 Count-Phase-Switch       PIC X(01) VALUE 'B'.
002440     88 Counting-Before       VALUE 'B'.
002450     88 Counting-After        VALUE 'A'.

002460 01 Run-Date                 PIC 9(8)  VALUE ZERO.
002470 01 Reject-Reason            PIC X(30) VALUE SPACES.
002480 01 Run-Fail-Reason          PIC X(50) VALUE SPACES.

002490* Duplicate-Master is the duplicate's master record as read when
002500* the request was checked; it is rewritten from here as the
002510* alias once everything else has moved.
002520 01 Duplicate-Master.
002530    02 Dup-CustomerID        PIC 9(5).
002540    02 Dup-CustomerName      PIC X(20).
002550    02 Dup-CreditLimit       PIC 9(7)V99.
002560    02 Dup-HoldFlag          PIC X(1).
002570       88 Dup-On-Hold          VALUE 'H'.
002580    02 Dup-CountryCode       PIC X(2).
002590    02 Dup-VatNumber         PIC X(14).
002600    02 Dup-DeliveryPref      PIC X(1).
002610    02 Dup-EmailAddress      PIC X(40).
002620    02 Dup-PostAddress       PIC X(60).
002630    02 Dup-MergedInto        PIC 9(5).
002640 01 Surv-CustomerName        PIC X(20) VALUE SPACES.
002650 01 Surv-HoldFlag            PIC X(1)  VALUE SPACE.

002660* A customer with no row on the currency exception list is
002670* billed in the home currency, which is what a blank code here
002680* stands for.
002690 01 Dup-Currency-Code        PIC X(3)  VALUE SPACES.
002700 01 Surv-Currency-Code       PIC X(3)  VALUE SPACES.
002710 01 Dup-Disc-Slot            PIC 9(3)  VALUE ZERO.
002720 01 Surv-Disc-Slot           PIC 9(3)  VALUE ZERO.
002730 01 Find-Disc-Slot           PIC 9(3)  VALUE ZERO.

002740* Keyed-Counts holds one merge's figures off the keyed files and
002750* the discount table: side 1 the duplicate before, 2 the
002760* survivor before, 3 the duplicate after, 4 the survivor after.
002770 01 Keyed-Counts.
002780    02 Keyed-Side OCCURS 4 TIMES.
002790       03 Kc-Ytd-Units       PIC 9(9).
002800       03 Kc-Ytd-Value       PIC 9(9)V99.
002810       03 Kc-Items           PIC 9(7).
002820       03 Kc-Gross           PIC 9(9)V99.
002830       03 Kc-Paid            PIC 9(9)V99.
002840       03 Kc-Currency-Rows   PIC 9(3).
002850       03 Kc-Discount-Rows   PIC 9(3).
002860 01 Currency-Dropped         PIC 9(3)  VALUE ZERO.
002870 01 Discount-Dropped         PIC 9(3)  VALUE ZERO.
002880 01 Count-CustomerID         PIC 9(5)  VALUE ZERO.
002890 01 Side-Sub                 PIC 9(1)  VALUE ZERO.
002900 01 Moved-Units              PIC 9(7)  VALUE ZERO.
002910 01 Moved-Value              PIC 9(7)V99 VALUE ZERO.

002920* Item-Table holds the duplicate's open items between the clash
002930* check and the re-key, so nothing is written until every one
002940* of them is known to fit under the survivor.
002950 01 Item-Table.
002960    02 Item-Entry OCCURS 200 TIMES INDEXED BY Item-Index.
002970       03 Item-Record        PIC X(60).
002975       03 Item-Left-Flag     PIC X(01).
002980 01 Item-Count               PIC 9(3)  VALUE ZERO.
002990 77 Max-Items                PIC 9(3)  VALUE 200.
003000 01 Item-Table-Full-Switch   PIC X(01) VALUE 'N'.
003010     88 Item-Table-Full       VALUE 'Y'.
003020 01 Item-Clash-Switch        PIC X(01) VALUE 'N'.
003030     88 Item-Clash            VALUE 'Y'.
003040 01 Item-Move-Errors         PIC 9(3)  VALUE ZERO.
003045 01 Items-Left-Count         PIC 9(3)  VALUE ZERO.

003050* Discount-Table is the whole of DISCMAST.DAT, re-keyed in place
003060* and written back after the requests; a dropped row has its ID
003070* zeroed. The file is never rewritten from a table that could
003080* not hold all of it.
003090 01 Discount-Table.
003100    02 Discount-Entry OCCURS 500 TIMES.
003110       03 Disc-CustomerID    PIC 9(5)  VALUE ZERO.
003120       03 Disc-Tiers         PIC X(24) VALUE SPACES.
003130 01 Discount-Count           PIC 9(3)  VALUE ZERO.
003140 77 Max-Discounts            PIC 9(3)  VALUE 500.
003150 01 Disc-Sub                 PIC 9(3)  VALUE ZERO.

003160* Merge-Table keeps tonight's merges for the history re-key:
003170* per history file (1 ARPAYHST, 2 SALESHST) the rows and amount
003180* under the duplicate and the survivor before (sides 1, 2) and
003190* after (3, 4). An ID may be in one merge a night only, so a row
003200* belongs to one entry at most.
003210 01 Merge-Table.
003220    02 Merge-Entry OCCURS 50 TIMES INDEXED BY Merge-Index.
003230       03 Mrg-DuplicateID    PIC 9(5)  VALUE ZERO.
003240       03 Mrg-SurvivorID     PIC 9(5)  VALUE ZERO.
003250       03 Mrg-SurvivorName   PIC X(20) VALUE SPACES.
003260       03 Mrg-History OCCURS 2 TIMES.
003270          04 Mrg-Side OCCURS 4 TIMES.
003280             05 Mrg-Rows     PIC 9(7)  VALUE ZERO.
003290             05 Mrg-Amount   PIC 9(9)V99 VALUE ZERO.
003300 01 Merge-Count              PIC 9(2)  VALUE ZERO.
003310 77 Max-Merges               PIC 9(2)  VALUE 50.
003320 01 Merge-Sub                PIC 9(2)  VALUE ZERO.
003330 01 Find-CustomerID          PIC 9(5)  VALUE ZERO.
003340 01 Find-Side                PIC 9(1)  VALUE ZERO.
003350 01 Hist-Sub                 PIC 9(1)  VALUE ZERO.
003360 77 Hist-Payments            PIC 9(1)  VALUE 1.
003370 77 Hist-Sales               PIC 9(1)  VALUE 2.

003380* File-Control-Table holds the whole-file control totals, one
003390* entry per file in File-Name-Table order: rows before and
003400* after, rows dropped by a merge, and the file's money figure
003410* before and after where it has one.
003420 01 File-Name-Values.
003430    02 FILLER                PIC X(8)  VALUE "CUSTMAST".
003440    02 FILLER                PIC X(8)  VALUE "YTDMAST".
003450    02 FILLER                PIC X(8)  VALUE "ARITEMS".
003460    02 FILLER                PIC X(8)  VALUE "CURRCUST".
003470    02 FILLER                PIC X(8)  VALUE "DISCMAST".
003480    02 FILLER                PIC X(8)  VALUE "ARPAYHST".
003490    02 FILLER                PIC X(8)  VALUE "SALESHST".
003500 01 File-Name-Table REDEFINES File-Name-Values.
003510    02 Fc-File-Name          PIC X(8)  OCCURS 7 TIMES.
003520 01 File-Control-Table.
003530    02 File-Control-Entry OCCURS 7 TIMES.
003540       03 Fc-Rows-Before     PIC 9(7)  VALUE ZERO.
003550       03 Fc-Rows-After      PIC 9(7)  VALUE ZERO.
003560       03 Fc-Rows-Dropped    PIC 9(7)  VALUE ZERO.
003570       03 Fc-Value-Before    PIC 9(11)V99 VALUE ZERO.
003580       03 Fc-Value-After     PIC 9(11)V99 VALUE ZERO.
003590 01 Fc-Sub                   PIC 9(1)  VALUE ZERO.
003600 77 Fc-Customers             PIC 9(1)  VALUE 1.
003610 77 Fc-Ytd                   PIC 9(1)  VALUE 2.
003620 77 Fc-Items                 PIC 9(1)  VALUE 3.
003630 77 Fc-Currency              PIC 9(1)  VALUE 4.
003640 77 Fc-Discounts             PIC 9(1)  VALUE 5.
003650 77 Fc-Payments              PIC 9(1)  VALUE 6.
003660 77 Fc-Sales                 PIC 9(1)  VALUE 7.
003670 01 Scan-Rows                PIC 9(7)  VALUE ZERO.
003680 01 Scan-Value               PIC 9(11)V99 VALUE ZERO.
003690 01 Aliases-Before           PIC 9(7)  VALUE ZERO.
003700 01 Aliases-After            PIC 9(7)  VALUE ZERO.
003710 01 Aliases-Expected         PIC 9(7)  VALUE ZERO.

003720* Ba- fields carry one before/after line to 3900: the figure
003730* under the duplicate and the survivor before and after, and
003740* what the merge dropped as a copy of the survivor's own row.
003750 01 Ba-File                  PIC X(8)  VALUE SPACES.
003760 01 Ba-Measure               PIC X(7)  VALUE SPACES.
003770 01 Ba-Dup-Before            PIC 9(9)V99 VALUE ZERO.
003780 01 Ba-Surv-Before           PIC 9(9)V99 VALUE ZERO.
003790 01 Ba-Dup-After             PIC 9(9)V99 VALUE ZERO.
003800 01 Ba-Surv-After            PIC 9(9)V99 VALUE ZERO.
003810 01 Ba-Dropped               PIC 9(9)V99 VALUE ZERO.
003820 01 Ba-Kind-Switch           PIC X(01) VALUE 'V'.
003830     88 Ba-Is-Count           VALUE 'C'.
003840     88 Ba-Is-Value           VALUE 'V'.
003850 01 Ba-Check                 PIC X(3)  VALUE SPACES.

003860 01 Requests-Read-Count      PIC 9(5)  VALUE ZERO.
003870 01 Merges-Applied-Count     PIC 9(5)  VALUE ZERO.
003880 01 Requests-Refused-Count   PIC 9(5)  VALUE ZERO.
003890 01 Out-Of-Balance-Count     PIC 9(5)  VALUE ZERO.

003900 01 Log-Date                 PIC 9(6)  VALUE ZERO.
003910 01 Log-Time                 PIC 9(8)  VALUE ZERO.

003920 01 Merge-Heading.
003930    02 FILLER                PIC X(25) VALUE SPACES.
003940    02 FILLER                PIC X(30)
003950       VALUE "CUSTOMER MERGE REPORT".

003960 01 HorizontalLine.
003970    02 FILLER                PIC X(03) VALUE SPACES.
003980    02 FILLER                PIC X(92) VALUE ALL '-'.

003990 01 Merge-Date-Line.
004000    02 FILLER                PIC X(25) VALUE SPACES.
004010    02 FILLER                PIC X(10) VALUE "RUN DATE:".
004020    02 HeadingRunDate        PIC 9(8).

004030 01 Run-Fail-Line.
004040    02 FILLER                PIC X(03) VALUE SPACES.
004050    02 FILLER                PIC X(15) VALUE "RUN ABANDONED:".
004060    02 RunFailReason         PIC X(50).

004070 01 Request-Columns.
004080    02 FILLER                PIC X(02) VALUE SPACES.
004090    02 FILLER                PIC X(11) VALUE "DUPLICATE".
004100    02 FILLER                PIC X(10) VALUE "SURVIVOR".
004110    02 FILLER                PIC X(10) VALUE "USER".
004120    02 FILLER                PIC X(30) VALUE "RESULT".

004130 01 Request-Line.
004140    02 FILLER                PIC X(04) VALUE SPACES.
004150    02 ReqDuplicateID        PIC 9(5).
004160    02 FILLER                PIC X(06) VALUE SPACES.
004170    02 ReqSurvivorID         PIC 9(5).
004180    02 FILLER                PIC X(03) VALUE SPACES.
004190    02 ReqUserID             PIC X(8).
004200    02 FILLER                PIC X(02) VALUE SPACES.
004210    02 ReqResult             PIC X(30).

004220 01 Request-Names-Line.
004230    02 FILLER                PIC X(04) VALUE SPACES.
004240    02 ReqDuplicateName      PIC X(20).
004250    02 FILLER                PIC X(08) VALUE " INTO  ".
004260    02 ReqSurvivorName       PIC X(20).
004270    02 FILLER                PIC X(02) VALUE SPACES.
004280    02 ReqNote               PIC X(30).

004290 01 Request-Reason-Line.
004300    02 FILLER                PIC X(04) VALUE SPACES.
004310    02 FILLER                PIC X(08) VALUE "REASON:".
004320    02 ReqReason             PIC X(30).

004321 01 Item-Left-Line.
004322    02 FILLER                PIC X(04) VALUE SPACES.
004323    02 FILLER                PIC X(29)
004324       VALUE "ITEM LEFT ON DUPLICATE - INV".
004325    02 LeftInvoiceNo         PIC 9(6).
004326    02 FILLER                PIC X(24)
004327       VALUE " REFUSED UNDER SURVIVOR".

004330 01 Before-After-Columns.
004340    02 FILLER                PIC X(04) VALUE SPACES.
004350    02 FILLER                PIC X(09) VALUE "FILE".
004360    02 FILLER                PIC X(07) VALUE "MEASURE".
004370    02 FILLER                PIC X(14) VALUE "    DUP BEFORE".
004380    02 FILLER                PIC X(14) VALUE "   SURV BEFORE".
004390    02 FILLER                PIC X(14) VALUE "     DUP AFTER".
004400    02 FILLER                PIC X(14) VALUE "    SURV AFTER".
004410    02 FILLER                PIC X(14) VALUE "       DROPPED".
004420    02 FILLER                PIC X(07) VALUE "  CHECK".

004430 01 Before-After-Value-Line.
004440    02 FILLER                PIC X(04) VALUE SPACES.
004450    02 BaValFile             PIC X(8).
004460    02 FILLER                PIC X(01) VALUE SPACES.
004470    02 BaValMeasure          PIC X(7).
004480    02 BaValDupBefore        PIC BZZ,ZZZ,ZZ9.99.
004490    02 BaValSurvBefore       PIC BZZ,ZZZ,ZZ9.99.
004500    02 BaValDupAfter         PIC BZZ,ZZZ,ZZ9.99.
004510    02 BaValSurvAfter        PIC BZZ,ZZZ,ZZ9.99.
004520    02 BaValDropped          PIC BZZ,ZZZ,ZZ9.99.
004530    02 FILLER                PIC X(04) VALUE SPACES.
004540    02 BaValCheck            PIC X(3).

004550 01 Before-After-Count-Line.
004560    02 FILLER                PIC X(04) VALUE SPACES.
004570    02 BaCntFile             PIC X(8).
004580    02 FILLER                PIC X(01) VALUE SPACES.
004590    02 BaCntMeasure          PIC X(7).
004600    02 BaCntDupBefore        PIC BZZ,ZZZ,ZZ9.
004610    02 FILLER                PIC X(03) VALUE SPACES.
004620    02 BaCntSurvBefore       PIC BZZ,ZZZ,ZZ9.
004630    02 FILLER                PIC X(03) VALUE SPACES.
004640    02 BaCntDupAfter         PIC BZZ,ZZZ,ZZ9.
004650    02 FILLER                PIC X(03) VALUE SPACES.
004660    02 BaCntSurvAfter        PIC BZZ,ZZZ,ZZ9.
004670    02 FILLER                PIC X(03) VALUE SPACES.
004680    02 BaCntDropped          PIC BZZ,ZZZ,ZZ9.
004690    02 FILLER                PIC X(07) VALUE SPACES.
004700    02 BaCntCheck            PIC X(3).

004710 01 History-Heading.
004720    02 FILLER                PIC X(25) VALUE SPACES.
004730    02 FILLER                PIC X(30)
004740       VALUE "HISTORY FILES RE-KEYED".

004750 01 History-Merge-Line.
004760    02 FILLER                PIC X(04) VALUE SPACES.
004770    02 FILLER                PIC X(06) VALUE "MERGE".
004780    02 HistDuplicateID       PIC 9(5).
004790    02 FILLER                PIC X(06) VALUE " INTO".
004800    02 HistSurvivorID        PIC 9(5).

004810 01 File-Control-Heading.
004820    02 FILLER                PIC X(25) VALUE SPACES.
004830    02 FILLER                PIC X(30)
004840       VALUE "FILE CONTROL TOTALS".

004850 01 File-Control-Columns.
004860    02 FILLER                PIC X(04) VALUE SPACES.
004870    02 FILLER                PIC X(08) VALUE "FILE".
004880    02 FILLER                PIC X(12) VALUE " ROWS BEFORE".
004890    02 FILLER                PIC X(12) VALUE "  ROWS AFTER".
004900    02 FILLER                PIC X(12) VALUE "     DROPPED".
004910    02 FILLER                PIC X(18) VALUE "      VALUE BEFORE".
004920    02 FILLER                PIC X(18) VALUE "       VALUE AFTER".
004930    02 FILLER                PIC X(07) VALUE "  CHECK".

004940 01 File-Control-Line.
004950    02 FILLER                PIC X(04) VALUE SPACES.
004960    02 FcLineFile            PIC X(8).
004970    02 FcLineRowsBefore      PIC BZZZ,ZZZ,ZZ9.
004980    02 FcLineRowsAfter       PIC BZZZ,ZZZ,ZZ9.
004990    02 FcLineDropped         PIC BZZZ,ZZZ,ZZ9.
005000    02 FcLineValueBefore     PIC BZZ,ZZZ,ZZZ,ZZ9.99.
005010    02 FcLineValueAfter      PIC BZZ,ZZZ,ZZZ,ZZ9.99.
005020    02 FILLER                PIC X(04) VALUE SPACES.
005030    02 FcLineCheck           PIC X(3).

005040 01 Alias-Control-Line.
005050    02 FILLER                PIC X(04) VALUE SPACES.
005060    02 FILLER                PIC X(16) VALUE "ALIASES BEFORE:".
005070    02 ControlAliasesBefore  PIC BZZZZZ9.
005080    02 FILLER                PIC X(09) VALUE "  AFTER:".
005090    02 ControlAliasesAfter   PIC BZZZZZ9.
005100    02 FILLER                PIC X(12) VALUE "  EXPECTED:".
005110    02 ControlAliasesExpected PIC BZZZZZ9.
005120    02 FILLER                PIC X(04) VALUE SPACES.
005130    02 ControlAliasCheck     PIC X(3).

005140 01 Merge-Control-Line.
005150    02 FILLER                PIC X(14) VALUE "REQUESTS READ:".
005160    02 ControlRequestsRead   PIC BZZZZ9.
005170    02 FILLER                PIC X(10) VALUE "  MERGED:".
005180    02 ControlMerged         PIC BZZZZ9.
005190    02 FILLER                PIC X(11) VALUE "  REFUSED:".
005200    02 ControlRefused        PIC BZZZZ9.
005210    02 FILLER                PIC X(18)
005220       VALUE "  OUT OF BALANCE:".
005230    02 ControlOutOfBalance   PIC BZZZZ9.

005240 01 Merge-Balance-Line.
005250    02 FILLER                PIC X(03) VALUE SPACES.
005260    02 MergeBalanceText      PIC X(60).

005270 PROCEDURE DIVISION.

005280 0000-MAINLINE.
005290     MOVE 'S' TO Lock-Function
005300     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
005310         Lock-Run-Date, Lock-Return-Code
005320     IF Lock-Return-Code NOT = ZERO
005330         MOVE 16 TO RETURN-CODE
005340         GOBACK
005350     END-IF
005360     PERFORM 1000-INITIALIZE
005370     IF Run-Fail-Reason NOT = SPACES
005380         MOVE Run-Fail-Reason TO RunFailReason
005390         WRITE Merge-Rpt-Record FROM Run-Fail-Line
005400         MOVE 16 TO Merge-Return-Code
005410     ELSE
005420         PERFORM 2000-MERGE-ONE-REQUEST
005430             UNTIL Merge-Request-Eof
005440         IF Merge-Count > ZERO
005450             PERFORM 4000-REKEY-PAYMENTS
005460             PERFORM 4100-REKEY-SALES
005470             PERFORM 5000-REWRITE-DISCOUNTS
005480             PERFORM 5500-PRINT-HISTORY-MOVES
005490         END-IF
005500         MOVE 'A' TO Count-Phase-Switch
005510         PERFORM 6000-COUNT-KEYED-FILES
005520         PERFORM 7000-PRINT-CONTROLS
005530         PERFORM 7800-CLEAR-REQUESTS
005540         IF Out-Of-Balance-Count > ZERO
005550             MOVE 16 TO Merge-Return-Code
005560         ELSE
005570             IF Requests-Refused-Count > ZERO
005580                 MOVE 04 TO Merge-Return-Code
005590             END-IF
005600         END-IF
005610     END-IF
005620     PERFORM 8000-TERMINATE
005630     MOVE 'R' TO Lock-Function
005640     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
005650         Lock-Run-Date, Lock-Return-Code
005660     MOVE Merge-Return-Code TO RETURN-CODE
005670     GOBACK.

005680******************************************************************
005690* 1000-INITIALIZE - read the run date, open the masters, load
005700* the discount master, take the before counts of every keyed
005710* file and prime the first READ of the merge requests. No
005720* customer master, or a discount master too big to hold, and
005730* nothing can be merged safely, so the run is abandoned.
005740******************************************************************
005750 1000-INITIALIZE.
005760     OPEN OUTPUT MergeRptFile
005770     WRITE Merge-Rpt-Record FROM Merge-Heading
005780     PERFORM 1100-READ-RUN-PARM
005790     IF Run-Parm-Missing
005800         MOVE "NO RUN DATE ON RUNPARM.DAT" TO Run-Fail-Reason
005810     ELSE
005820         MOVE Run-Date TO HeadingRunDate
005830         WRITE Merge-Rpt-Record FROM Merge-Date-Line
005840         WRITE Merge-Rpt-Record FROM HorizontalLine
005850         PERFORM 1200-OPEN-MASTERS
005860         IF NOT Master-Open-Ok
005870             MOVE "CUSTMAST.DAT WILL NOT OPEN" TO Run-Fail-Reason
005880         ELSE
005890             PERFORM 1300-LOAD-DISCOUNTS
005900             IF Discount-Table-Full
005910                 MOVE "DISCMAST.DAT HAS MORE ROWS THAN THE TABLE"
005920                     TO Run-Fail-Reason
005930             END-IF
005940         END-IF
005950     END-IF
005960     IF Run-Fail-Reason = SPACES
005970         MOVE 'B' TO Count-Phase-Switch
005980         PERFORM 6000-COUNT-KEYED-FILES
005990         OPEN EXTEND AuditTrailFile
006000         IF Audit-Trail-File-Status = "35"
006010             OPEN OUTPUT AuditTrailFile
006020             CLOSE AuditTrailFile
006030             OPEN EXTEND AuditTrailFile
006040         END-IF
006050         MOVE SPACES TO Merge-Rpt-Record
006060         WRITE Merge-Rpt-Record
006070         WRITE Merge-Rpt-Record FROM Request-Columns
006080         OPEN INPUT MergeRequestFile
006090         IF Merge-Request-File-Status NOT = "00"
006100             MOVE 'Y' TO Merge-Request-Eof-Switch
006110         ELSE
006120             MOVE 'Y' TO Requests-Present-Switch
006130             READ MergeRequestFile
006140                 AT END MOVE 'Y' TO Merge-Request-Eof-Switch
006150             END-READ
006160         END-IF
006170     END-IF
006180     .

006190******************************************************************
006200* 1100-READ-RUN-PARM - the report is dated on the RUNPARM run
006210* date.
006220******************************************************************
006230 1100-READ-RUN-PARM.
006240     OPEN INPUT RunParmFile
006250     IF Run-Parm-File-Status NOT = "00"
006260         MOVE 'Y' TO Run-Parm-Missing-Switch
006270     ELSE
006280         READ RunParmFile
006290             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
006300             NOT AT END
006310                 MOVE RP-RunDate TO Run-Date
006320         END-READ
006330         CLOSE RunParmFile
006340     END-IF
006350     .

006360******************************************************************
006370* 1200-OPEN-MASTERS - the customer master must be there; the
006380* YTD master, the open items and the currency exception list
006390* may not exist yet, in which case the duplicate has nothing on
006400* them to move.
006410******************************************************************
006420 1200-OPEN-MASTERS.
006430     OPEN I-O CustomerMasterFile
006440     IF Cust-Master-File-Status = "00"
006450         MOVE 'Y' TO Master-Open-Ok-Switch
006460         OPEN I-O YtdMasterFile
006470         IF Ytd-File-Status = "00"
006480             MOVE 'Y' TO Ytd-Available-Switch
006490         END-IF
006500         OPEN I-O ArItemsFile
006510         IF Ar-Items-File-Status = "00"
006520             MOVE 'Y' TO Items-Available-Switch
006530         END-IF
006540         OPEN I-O CustomerCurrencyFile
006550         IF Currency-File-Status = "00"
006560             MOVE 'Y' TO Currency-Available-Switch
006570         END-IF
006580     END-IF
006590     .

006600******************************************************************
006610* 1300-LOAD-DISCOUNTS - the whole discount master into the
006620* table; its row count is the file's before figure.
006630******************************************************************
006640 1300-LOAD-DISCOUNTS.
006650     OPEN INPUT DiscountMasterFile
006660     IF Discount-File-Status = "00"
006670         MOVE 'Y' TO Discounts-Present-Switch
006680         MOVE 'N' TO Scan-Eof-Switch
006690         READ DiscountMasterFile
006700             AT END MOVE 'Y' TO Scan-Eof-Switch
006710         END-READ
006720         PERFORM 1310-LOAD-ONE-DISCOUNT
006730             UNTIL Scan-Eof OR Discount-Table-Full
006740         CLOSE DiscountMasterFile
006750     END-IF
006760     MOVE Discount-Count TO Fc-Rows-Before (Fc-Discounts)
006770     .

006780******************************************************************
006790* 1310-LOAD-ONE-DISCOUNT - one discount row into the table.
006800******************************************************************
006810 1310-LOAD-ONE-DISCOUNT.
006820     IF Discount-Count < Max-Discounts
006830         ADD 1 TO Discount-Count
006840         MOVE DM-CustomerID TO Disc-CustomerID (Discount-Count)
006850         MOVE DM-Tiers      TO Disc-Tiers (Discount-Count)
006860         READ DiscountMasterFile
006870             AT END MOVE 'Y' TO Scan-Eof-Switch
006880         END-READ
006890     ELSE
006900         MOVE 'Y' TO Discount-Table-Full-Switch
006910     END-IF
006920     .

006930******************************************************************
006940* 2000-MERGE-ONE-REQUEST - check one request and either refuse
006950* it with its reason or count, merge, recount and print it.
006960******************************************************************
006970 2000-MERGE-ONE-REQUEST.
006980     ADD 1 TO Requests-Read-Count
006990     MOVE SPACES TO Reject-Reason
007000     MOVE SPACES TO Surv-CustomerName
007010     MOVE SPACES TO Duplicate-Master
007020     MOVE ZERO   TO Keyed-Counts
007030     MOVE ZERO   TO Currency-Dropped
007040     MOVE ZERO   TO Discount-Dropped
007045     MOVE ZERO   TO Items-Left-Count
007050     MOVE 'N'    TO Hold-Carried-Switch
007060     PERFORM 2100-CHECK-REQUEST
007070     IF Reject-Reason = SPACES
007080         MOVE MR-DuplicateID TO Count-CustomerID
007090         MOVE 1 TO Side-Sub
007100         PERFORM 2900-COUNT-ONE-CUSTOMER
007110         MOVE MR-SurvivorID TO Count-CustomerID
007120         MOVE 2 TO Side-Sub
007130         PERFORM 2900-COUNT-ONE-CUSTOMER
007140         PERFORM 2500-APPLY-MERGE
007150         MOVE MR-DuplicateID TO Count-CustomerID
007160         MOVE 3 TO Side-Sub
007170         PERFORM 2900-COUNT-ONE-CUSTOMER
007180         MOVE MR-SurvivorID TO Count-CustomerID
007190         MOVE 4 TO Side-Sub
007200         PERFORM 2900-COUNT-ONE-CUSTOMER
007210         PERFORM 2700-WRITE-AUDIT-TRAIL
007220         ADD 1 TO Merges-Applied-Count
007230     ELSE
007240         ADD 1 TO Requests-Refused-Count
007250     END-IF
007260     PERFORM 2800-PRINT-REQUEST
007270     READ MergeRequestFile
007280         AT END MOVE 'Y' TO Merge-Request-Eof-Switch
007290     END-READ
007300     .

007310******************************************************************
007320* 2100-CHECK-REQUEST - the request must name two different IDs
007330* and who is asking; each ID must be on the master, not already
007340* merged, and in no other merge tonight; then the two records
007350* must not conflict.
007360******************************************************************
007370 2100-CHECK-REQUEST.
007380     IF MR-UserID = SPACES
007390         MOVE "MISSING USER ID" TO Reject-Reason
007400     ELSE
007410         IF MR-DuplicateID NOT NUMERIC OR MR-DuplicateID = ZERO
007420                 OR MR-SurvivorID NOT NUMERIC
007430                 OR MR-SurvivorID = ZERO
007440             MOVE "BAD CUSTOMER ID" TO Reject-Reason
007450         ELSE
007460             IF MR-DuplicateID = MR-SurvivorID
007470                 MOVE "SAME CUSTOMER ID TWICE" TO Reject-Reason
007480             ELSE
007490                 PERFORM 2110-CHECK-TONIGHTS-MERGES
007500                 IF Reject-Reason = SPACES
007510                     PERFORM 2150-CHECK-MASTERS
007520                 END-IF
007530                 IF Reject-Reason = SPACES
007540                     PERFORM 2200-CHECK-CURRENCY
007550                 END-IF
007560                 IF Reject-Reason = SPACES
007570                     PERFORM 2250-CHECK-DISCOUNTS
007580                 END-IF
007590                 IF Reject-Reason = SPACES
007600                     PERFORM 2300-LOAD-DUPLICATE-ITEMS
007610                 END-IF
007620             END-IF
007630         END-IF
007640     END-IF
007650     .

007660******************************************************************
007670* 2110-CHECK-TONIGHTS-MERGES - an ID already in a merge tonight,
007680* on either side, waits for the next run, so every history row
007690* belongs to one merge; and the table must have room.
007700******************************************************************
007710 2110-CHECK-TONIGHTS-MERGES.
007720     MOVE MR-DuplicateID TO Find-CustomerID
007730     PERFORM 4200-FIND-MERGE-SIDE
007740     IF Find-Side = ZERO
007750         MOVE MR-SurvivorID TO Find-CustomerID
007760         PERFORM 4200-FIND-MERGE-SIDE
007770     END-IF
007780     IF Find-Side NOT = ZERO
007790         MOVE "ID IN ANOTHER MERGE TONIGHT" TO Reject-Reason
007800     ELSE
007810         IF Merge-Count NOT < Max-Merges
007820             MOVE "TOO MANY MERGES IN ONE RUN" TO Reject-Reason
007830         END-IF
007840     END-IF
007850     .

007860******************************************************************
007870* 2150-CHECK-MASTERS - read both customers. Neither may already
007880* be merged, they may not both be on credit hold, and they must
007890* be registered in the same country under the same VAT number
007900* where both have one.
007910******************************************************************
007920 2150-CHECK-MASTERS.
007930     MOVE MR-DuplicateID TO CM-CustomerID
007940     MOVE 'N' TO Record-Found-Switch
007950     READ CustomerMasterFile
007960         INVALID KEY CONTINUE
007970         NOT INVALID KEY MOVE 'Y' TO Record-Found-Switch
007980     END-READ
007990     IF NOT Record-Found
008000         MOVE "DUPLICATE NOT ON FILE" TO Reject-Reason
008010     ELSE
008020         MOVE Customer-Master-Record TO Duplicate-Master
008030         IF Dup-MergedInto NOT = ZERO
008040             MOVE "DUPLICATE ALREADY MERGED" TO Reject-Reason
008050         END-IF
008060     END-IF
008070     IF Reject-Reason = SPACES
008080         MOVE MR-SurvivorID TO CM-CustomerID
008090         MOVE 'N' TO Record-Found-Switch
008100         READ CustomerMasterFile
008110             INVALID KEY CONTINUE
008120             NOT INVALID KEY MOVE 'Y' TO Record-Found-Switch
008130         END-READ
008140         IF NOT Record-Found
008150             MOVE "SURVIVOR NOT ON FILE" TO Reject-Reason
008160         ELSE
008170             MOVE CM-CustomerName TO Surv-CustomerName
008180             IF CM-MergedInto NOT = ZERO
008190                 MOVE "SURVIVOR ALREADY MERGED" TO Reject-Reason
008200             END-IF
008210         END-IF
008220     END-IF
008230     IF Reject-Reason = SPACES
008240         IF Dup-On-Hold AND CM-On-Hold
008250             MOVE "BOTH ON CREDIT HOLD" TO Reject-Reason
008260         ELSE
008270             IF Dup-CountryCode NOT = SPACES
008280                     AND CM-CountryCode NOT = SPACES
008290                     AND Dup-CountryCode NOT = CM-CountryCode
008300                 MOVE "COUNTRIES DIFFER" TO Reject-Reason
008310             ELSE
008320                 IF Dup-VatNumber NOT = SPACES
008330                         AND CM-VatNumber NOT = SPACES
008340                         AND Dup-VatNumber NOT = CM-VatNumber
008350                     MOVE "VAT NUMBERS DIFFER" TO Reject-Reason
008360                 END-IF
008370             END-IF
008380         END-IF
008390     END-IF
008400     .

008410******************************************************************
008420* 2200-CHECK-CURRENCY - both customers must be billed in the
008430* same currency, the home currency where neither is on the
008440* currency exception list.
008450******************************************************************
008460 2200-CHECK-CURRENCY.
008470     MOVE SPACES TO Dup-Currency-Code
008480     MOVE SPACES TO Surv-Currency-Code
008490     IF Currency-Available
008500         MOVE MR-DuplicateID TO CUR-CustomerID
008510         READ CustomerCurrencyFile
008520             INVALID KEY CONTINUE
008530             NOT INVALID KEY
008540                 MOVE CUR-CurrencyCode TO Dup-Currency-Code
008550         END-READ
008560         MOVE MR-SurvivorID TO CUR-CustomerID
008570         READ CustomerCurrencyFile
008580             INVALID KEY CONTINUE
008590             NOT INVALID KEY
008600                 MOVE CUR-CurrencyCode TO Surv-Currency-Code
008610         END-READ
008620     END-IF
008630     IF Dup-Currency-Code NOT = Surv-Currency-Code
008640         MOVE "BILLING CURRENCIES DIFFER" TO Reject-Reason
008650     END-IF
008660     .

008670******************************************************************
008680* 2250-CHECK-DISCOUNTS - where both customers have discount
008690* tiers they must be the same tiers; otherwise nobody can say
008700* which the merged customer is owed.
008710******************************************************************
008720 2250-CHECK-DISCOUNTS.
008730     MOVE MR-DuplicateID TO Find-CustomerID
008740     PERFORM 2260-FIND-DISCOUNT
008750     MOVE Find-Disc-Slot TO Dup-Disc-Slot
008760     MOVE MR-SurvivorID TO Find-CustomerID
008770     PERFORM 2260-FIND-DISCOUNT
008780     MOVE Find-Disc-Slot TO Surv-Disc-Slot
008790     IF Dup-Disc-Slot > ZERO AND Surv-Disc-Slot > ZERO
008800         IF Disc-Tiers (Dup-Disc-Slot)
008810                 NOT = Disc-Tiers (Surv-Disc-Slot)
008820             MOVE "DISCOUNT TIERS DIFFER" TO Reject-Reason
008830         END-IF
008840     END-IF
008850     .

008860******************************************************************
008870* 2260-FIND-DISCOUNT - the table slot of Find-CustomerID's
008880* discount row, zero when it has none.
008890******************************************************************
008900 2260-FIND-DISCOUNT.
008910     MOVE ZERO TO Find-Disc-Slot
008920     PERFORM 2265-TEST-ONE-DISCOUNT
008930         VARYING Disc-Sub FROM 1 BY 1
008940         UNTIL Disc-Sub > Discount-Count
008950             OR Find-Disc-Slot > ZERO
008960     .

008970******************************************************************
008980* 2265-TEST-ONE-DISCOUNT - one table slot against the ID.
008990******************************************************************
009000 2265-TEST-ONE-DISCOUNT.
009010     IF Disc-CustomerID (Disc-Sub) = Find-CustomerID
009020         MOVE Disc-Sub TO Find-Disc-Slot
009030     END-IF
009040     .

009050******************************************************************
009060* 2300-LOAD-DUPLICATE-ITEMS - hold every open item of the
009070* duplicate and refuse the merge if there are more than the
009080* table holds or the survivor already has an item under the
009090* same invoice number.
009100******************************************************************
009110 2300-LOAD-DUPLICATE-ITEMS.
009120     MOVE ZERO TO Item-Count
009130     MOVE 'N'  TO Item-Table-Full-Switch
009140     MOVE 'N'  TO Item-Clash-Switch
009150     IF Items-Available
009160         MOVE MR-DuplicateID TO AR-CustomerID
009170         MOVE ZERO           TO AR-InvoiceNo
009180         MOVE 'N' TO Scan-Eof-Switch
009190         START ArItemsFile KEY NOT < AR-ItemKey
009200             INVALID KEY MOVE 'Y' TO Scan-Eof-Switch
009210         END-START
009220         IF NOT Scan-Eof
009230             READ ArItemsFile NEXT RECORD
009240                 AT END MOVE 'Y' TO Scan-Eof-Switch
009250             END-READ
009260         END-IF
009270         PERFORM 2310-LOAD-ONE-ITEM
009280             UNTIL Scan-Eof OR AR-CustomerID NOT = MR-DuplicateID
009290         IF Item-Table-Full
009300             MOVE "TOO MANY OPEN ITEMS TO MOVE" TO Reject-Reason
009310         ELSE
009320             PERFORM 2320-CHECK-ONE-CLASH
009330                 VARYING Item-Index FROM 1 BY 1
009340                 UNTIL Item-Index > Item-Count OR Item-Clash
009350             IF Item-Clash
009360                 MOVE "SURVIVOR HAS SAME INVOICE NO"
009370                     TO Reject-Reason
009380             END-IF
009390         END-IF
009400     END-IF
009410     .

009420******************************************************************
009430* 2310-LOAD-ONE-ITEM - one of the duplicate's items into the
009440* table.
009450******************************************************************
009460 2310-LOAD-ONE-ITEM.
009470     IF Item-Count < Max-Items
009480         ADD 1 TO Item-Count
009490         SET Item-Index TO Item-Count
009500         MOVE Ar-Open-Item TO Item-Record (Item-Index)
009505         MOVE 'N' TO Item-Left-Flag (Item-Index)
009510     ELSE
009520         MOVE 'Y' TO Item-Table-Full-Switch
009530     END-IF
009540     READ ArItemsFile NEXT RECORD
009550         AT END MOVE 'Y' TO Scan-Eof-Switch
009560     END-READ
009570     .

009580******************************************************************
009590* 2320-CHECK-ONE-CLASH - does the survivor already hold this
009600* item's invoice number?
009610******************************************************************
009620 2320-CHECK-ONE-CLASH.
009630     MOVE Item-Record (Item-Index) TO Ar-Open-Item
009640     MOVE MR-SurvivorID TO AR-CustomerID
009650     READ ArItemsFile
009660         INVALID KEY CONTINUE
009670         NOT INVALID KEY MOVE 'Y' TO Item-Clash-Switch
009680     END-READ
009690     .

009700******************************************************************
009710* 2500-APPLY-MERGE - move everything the duplicate holds to the
009720* survivor, then make the duplicate an alias and file the merge
009730* for the history re-key.
009740******************************************************************
009750 2500-APPLY-MERGE.
009760     PERFORM 2510-MERGE-SURVIVOR-MASTER
009770     IF Ytd-Available
009780         PERFORM 2520-MERGE-YTD
009790     END-IF
009800     PERFORM 2530-MOVE-ONE-ITEM
009810         VARYING Item-Index FROM 1 BY 1
009820         UNTIL Item-Index > Item-Count
009830     IF Currency-Available AND Dup-Currency-Code NOT = SPACES
009840         MOVE MR-DuplicateID TO CUR-CustomerID
009850         DELETE CustomerCurrencyFile
009860             INVALID KEY CONTINUE
009870             NOT INVALID KEY
009880                 ADD 1 TO Currency-Dropped
009890                 ADD 1 TO Fc-Rows-Dropped (Fc-Currency)
009900         END-DELETE
009910     END-IF
009920     IF Dup-Disc-Slot > ZERO
009930         MOVE 'Y' TO Discounts-Changed-Switch
009940         IF Surv-Disc-Slot > ZERO
009950             MOVE ZERO TO Disc-CustomerID (Dup-Disc-Slot)
009960             ADD 1 TO Discount-Dropped
009970             ADD 1 TO Fc-Rows-Dropped (Fc-Discounts)
009980         ELSE
009990             MOVE MR-SurvivorID TO Disc-CustomerID (Dup-Disc-Slot)
010000         END-IF
010010     END-IF
010020     MOVE Duplicate-Master TO Customer-Master-Record
010030     MOVE MR-SurvivorID TO CM-MergedInto
010040     REWRITE Customer-Master-Record
010050     ADD 1 TO Merge-Count
010060     SET Merge-Index TO Merge-Count
010070     MOVE MR-DuplicateID    TO Mrg-DuplicateID (Merge-Index)
010080     MOVE MR-SurvivorID     TO Mrg-SurvivorID (Merge-Index)
010090     MOVE Surv-CustomerName TO Mrg-SurvivorName (Merge-Index)
010100     .

010110******************************************************************
010120* 2510-MERGE-SURVIVOR-MASTER - a hold on the duplicate follows
010130* its debt to the survivor, and whatever the survivor has blank
010140* of country, VAT number and addresses is taken from the
010150* duplicate. The survivor's own credit limit stands.
010160******************************************************************
010170 2510-MERGE-SURVIVOR-MASTER.
010180     MOVE MR-SurvivorID TO CM-CustomerID
010190     READ CustomerMasterFile
010200         INVALID KEY CONTINUE
010210     END-READ
010220     IF Dup-On-Hold
010230         MOVE 'H' TO CM-HoldFlag
010240         MOVE 'Y' TO Hold-Carried-Switch
010250     END-IF
010260     IF CM-CountryCode = SPACES
010270         MOVE Dup-CountryCode TO CM-CountryCode
010280     END-IF
010290     IF CM-VatNumber = SPACES
010300         MOVE Dup-VatNumber TO CM-VatNumber
010310     END-IF
010320     IF CM-EmailAddress = SPACES
010330         MOVE Dup-EmailAddress TO CM-EmailAddress
010340     END-IF
010350     IF CM-PostAddress = SPACES
010360         MOVE Dup-PostAddress TO CM-PostAddress
010370     END-IF
010380     MOVE CM-HoldFlag TO Surv-HoldFlag
010390     REWRITE Customer-Master-Record
010400     .

010410******************************************************************
010420* 2520-MERGE-YTD - add the duplicate's year to date to the
010430* survivor's, starting the survivor's row when it has none, and
010440* drop the duplicate's row.
010450******************************************************************
010460 2520-MERGE-YTD.
010470     MOVE MR-DuplicateID TO YTD-CustomerID
010480     MOVE 'N' TO Record-Found-Switch
010490     READ YtdMasterFile
010500         INVALID KEY CONTINUE
010510         NOT INVALID KEY MOVE 'Y' TO Record-Found-Switch
010520     END-READ
010530     IF Record-Found
010540         MOVE YTD-Units-Sold  TO Moved-Units
010550         MOVE YTD-Sales-Value TO Moved-Value
010560         DELETE YtdMasterFile
010570             INVALID KEY CONTINUE
010580         END-DELETE
010590         MOVE MR-SurvivorID TO YTD-CustomerID
010600         MOVE 'N' TO Record-Found-Switch
010610         READ YtdMasterFile
010620             INVALID KEY CONTINUE
010630             NOT INVALID KEY MOVE 'Y' TO Record-Found-Switch
010640         END-READ
010650         IF Record-Found
010660             ADD Moved-Units TO YTD-Units-Sold
010670             ADD Moved-Value TO YTD-Sales-Value
010680             REWRITE Ytd-Master-Record
010690             ADD 1 TO Fc-Rows-Dropped (Fc-Ytd)
010700         ELSE
010710             MOVE MR-SurvivorID     TO YTD-CustomerID
010720             MOVE Surv-CustomerName TO YTD-CustomerName
010730             MOVE Moved-Units       TO YTD-Units-Sold
010740             MOVE Moved-Value       TO YTD-Sales-Value
010750             WRITE Ytd-Master-Record
010760         END-IF
010770     END-IF
010780     .

010790******************************************************************
010800* 2530-MOVE-ONE-ITEM - write the item under the survivor, then
010810* delete it from under the duplicate. An item the survivor
010820* refuses stays on the duplicate and is listed with the request;
010830* either failure shows on the before/after check.
010835******************************************************************
010840 2530-MOVE-ONE-ITEM.
010850     MOVE Item-Record (Item-Index) TO Ar-Open-Item
010860     MOVE MR-SurvivorID TO AR-CustomerID
010870     WRITE Ar-Open-Item
010880         INVALID KEY
010881             ADD 1 TO Items-Left-Count
010882             MOVE 'Y' TO Item-Left-Flag (Item-Index)
010883         NOT INVALID KEY
010884             MOVE Item-Record (Item-Index) TO Ar-Open-Item
010885             DELETE ArItemsFile
010886                 INVALID KEY ADD 1 TO Item-Move-Errors
010887             END-DELETE
010890     END-WRITE
010940     .

010950******************************************************************
010960* 2700-WRITE-AUDIT-TRAIL - append the merge to CUSTAUDT.DAT in
010970* the CUSTMNT trail's form: who asked, the retired ID and the
010980* one it survives as, both names, and the survivor's hold flag
010990* after the merge.
011000******************************************************************
011010 2700-WRITE-AUDIT-TRAIL.
011020     ACCEPT Log-Date FROM DATE
011030     ACCEPT Log-Time FROM TIME
011040     MOVE SPACES TO Audit-Trail-Record
011050     STRING "CUSTMERG " DELIMITED BY SIZE
011060         "USER=" DELIMITED BY SIZE
011070         MR-UserID DELIMITED BY SIZE
011080         " ACTION=M" DELIMITED BY SIZE
011090         " CUST-ID=" DELIMITED BY SIZE
011100         MR-DuplicateID DELIMITED BY SIZE
011110         " INTO=" DELIMITED BY SIZE
011120         MR-SurvivorID DELIMITED BY SIZE
011130         " BEFORE=" DELIMITED BY SIZE
011140         Dup-CustomerName DELIMITED BY SIZE
011150         " AFTER=" DELIMITED BY SIZE
011160         Surv-CustomerName DELIMITED BY SIZE
011170         " HOLD=" DELIMITED BY SIZE
011180         Surv-HoldFlag DELIMITED BY SIZE
011190         " REASON=" DELIMITED BY SIZE
011200         MR-Reason DELIMITED BY SIZE
011210         " DATE=" DELIMITED BY SIZE
011220         Log-Date DELIMITED BY SIZE
011230         " TIME=" DELIMITED BY SIZE
011240         Log-Time DELIMITED BY SIZE
011250         INTO Audit-Trail-Record
011260     WRITE Audit-Trail-Record
011270     .

011280******************************************************************
011290* 2800-PRINT-REQUEST - the request's line and, for a merge, the
011300* names and the before/after lines of the keyed files.
011310******************************************************************
011320 2800-PRINT-REQUEST.
011330     MOVE SPACES TO Merge-Rpt-Record
011340     WRITE Merge-Rpt-Record
011350     MOVE MR-DuplicateID TO ReqDuplicateID
011360     MOVE MR-SurvivorID  TO ReqSurvivorID
011370     MOVE MR-UserID      TO ReqUserID
011380     IF Reject-Reason = SPACES
011390         MOVE "MERGED" TO ReqResult
011400     ELSE
011410         MOVE "REFUSED - " TO ReqResult
011420         MOVE Reject-Reason TO ReqResult (11:20)
011430     END-IF
011440     WRITE Merge-Rpt-Record FROM Request-Line
011450     IF Reject-Reason NOT = SPACES
011460         IF Reject-Reason (21:10) NOT = SPACES
011470             MOVE Reject-Reason TO ReqReason
011480             WRITE Merge-Rpt-Record FROM Request-Reason-Line
011490         END-IF
011500     ELSE
011510         MOVE Dup-CustomerName  TO ReqDuplicateName
011520         MOVE Surv-CustomerName TO ReqSurvivorName
011530         IF Hold-Carried
011540             MOVE "HOLD CARRIED TO SURVIVOR" TO ReqNote
011550         ELSE
011560             MOVE SPACES TO ReqNote
011570         END-IF
011580         WRITE Merge-Rpt-Record FROM Request-Names-Line
011590         IF MR-Reason NOT = SPACES
011600             MOVE MR-Reason TO ReqReason
011610             WRITE Merge-Rpt-Record FROM Request-Reason-Line
011620         END-IF
011630         WRITE Merge-Rpt-Record FROM Before-After-Columns
011640         PERFORM 2850-PRINT-KEYED-MOVES
011641         IF Items-Left-Count > ZERO
011642             PERFORM 2860-PRINT-ONE-LEFT-ITEM
011643                 VARYING Item-Index FROM 1 BY 1
011644                 UNTIL Item-Index > Item-Count
011645         END-IF
011650     END-IF
011660     .

011670******************************************************************
011680* 2850-PRINT-KEYED-MOVES - one before/after line per figure the
011690* merge moved on the keyed files and the discount master.
011700******************************************************************
011710 2850-PRINT-KEYED-MOVES.
011720     MOVE ZERO TO Ba-Dropped
011730     MOVE "YTDMAST" TO Ba-File
011740     MOVE "UNITS"   TO Ba-Measure
011750     MOVE 'C' TO Ba-Kind-Switch
011760     MOVE Kc-Ytd-Units (1) TO Ba-Dup-Before
011770     MOVE Kc-Ytd-Units (2) TO Ba-Surv-Before
011780     MOVE Kc-Ytd-Units (3) TO Ba-Dup-After
011790     MOVE Kc-Ytd-Units (4) TO Ba-Surv-After
011800     PERFORM 3900-PRINT-BEFORE-AFTER
011810     MOVE "VALUE"   TO Ba-Measure
011820     MOVE 'V' TO Ba-Kind-Switch
011830     MOVE Kc-Ytd-Value (1) TO Ba-Dup-Before
011840     MOVE Kc-Ytd-Value (2) TO Ba-Surv-Before
011850     MOVE Kc-Ytd-Value (3) TO Ba-Dup-After
011860     MOVE Kc-Ytd-Value (4) TO Ba-Surv-After
011870     PERFORM 3900-PRINT-BEFORE-AFTER
011880     MOVE "ARITEMS" TO Ba-File
011890     MOVE "ITEMS"   TO Ba-Measure
011900     MOVE 'C' TO Ba-Kind-Switch
011910     MOVE Kc-Items (1) TO Ba-Dup-Before
011920     MOVE Kc-Items (2) TO Ba-Surv-Before
011930     MOVE Kc-Items (3) TO Ba-Dup-After
011940     MOVE Kc-Items (4) TO Ba-Surv-After
011950     PERFORM 3900-PRINT-BEFORE-AFTER
011960     MOVE "GROSS"   TO Ba-Measure
011970     MOVE 'V' TO Ba-Kind-Switch
011980     MOVE Kc-Gross (1) TO Ba-Dup-Before
011990     MOVE Kc-Gross (2) TO Ba-Surv-Before
012000     MOVE Kc-Gross (3) TO Ba-Dup-After
012010     MOVE Kc-Gross (4) TO Ba-Surv-After
012020     PERFORM 3900-PRINT-BEFORE-AFTER
012030     MOVE "PAID"    TO Ba-Measure
012040     MOVE Kc-Paid (1) TO Ba-Dup-Before
012050     MOVE Kc-Paid (2) TO Ba-Surv-Before
012060     MOVE Kc-Paid (3) TO Ba-Dup-After
012070     MOVE Kc-Paid (4) TO Ba-Surv-After
012080     PERFORM 3900-PRINT-BEFORE-AFTER
012090     MOVE "CURRCUST" TO Ba-File
012100     MOVE "ROWS"    TO Ba-Measure
012110     MOVE 'C' TO Ba-Kind-Switch
012120     MOVE Kc-Currency-Rows (1) TO Ba-Dup-Before
012130     MOVE Kc-Currency-Rows (2) TO Ba-Surv-Before
012140     MOVE Kc-Currency-Rows (3) TO Ba-Dup-After
012150     MOVE Kc-Currency-Rows (4) TO Ba-Surv-After
012160     MOVE Currency-Dropped     TO Ba-Dropped
012170     PERFORM 3900-PRINT-BEFORE-AFTER
012180     MOVE "DISCMAST" TO Ba-File
012190     MOVE Kc-Discount-Rows (1) TO Ba-Dup-Before
012200     MOVE Kc-Discount-Rows (2) TO Ba-Surv-Before
012210     MOVE Kc-Discount-Rows (3) TO Ba-Dup-After
012220     MOVE Kc-Discount-Rows (4) TO Ba-Surv-After
012230     MOVE Discount-Dropped     TO Ba-Dropped
012240     PERFORM 3900-PRINT-BEFORE-AFTER
012250     .

012251******************************************************************
012252* 2860-PRINT-ONE-LEFT-ITEM - list an item left on the duplicate.
012253******************************************************************
012254 2860-PRINT-ONE-LEFT-ITEM.
012255     IF Item-Left-Flag (Item-Index) = 'Y'
012256         MOVE Item-Record (Item-Index) TO Ar-Open-Item
012257         MOVE AR-InvoiceNo TO LeftInvoiceNo
012258         WRITE Merge-Rpt-Record FROM Item-Left-Line
012259     END-IF
012260     .

012261******************************************************************
012270* 2900-COUNT-ONE-CUSTOMER - Count-CustomerID's figures on the
012280* YTD master, the open items, the currency exception list and
012290* the discount table, read back from the files themselves, into
012300* Keyed-Side (Side-Sub).
012310******************************************************************
012320 2900-COUNT-ONE-CUSTOMER.
012330     IF Ytd-Available
012340         MOVE Count-CustomerID TO YTD-CustomerID
012350         READ YtdMasterFile
012360             INVALID KEY CONTINUE
012370             NOT INVALID KEY
012380                 MOVE YTD-Units-Sold  TO Kc-Ytd-Units (Side-Sub)
012390                 MOVE YTD-Sales-Value TO Kc-Ytd-Value (Side-Sub)
012400         END-READ
012410     END-IF
012420     IF Items-Available
012430         MOVE Count-CustomerID TO AR-CustomerID
012440         MOVE ZERO             TO AR-InvoiceNo
012450         MOVE 'N' TO Scan-Eof-Switch
012460         START ArItemsFile KEY NOT < AR-ItemKey
012470             INVALID KEY MOVE 'Y' TO Scan-Eof-Switch
012480         END-START
012490         IF NOT Scan-Eof
012500             READ ArItemsFile NEXT RECORD
012510                 AT END MOVE 'Y' TO Scan-Eof-Switch
012520             END-READ
012530         END-IF
012540         PERFORM 2910-COUNT-ONE-ITEM
012550             UNTIL Scan-Eof
012560                 OR AR-CustomerID NOT = Count-CustomerID
012570     END-IF
012580     IF Currency-Available
012590         MOVE Count-CustomerID TO CUR-CustomerID
012600         READ CustomerCurrencyFile
012610             INVALID KEY CONTINUE
012620             NOT INVALID KEY
012630                 ADD 1 TO Kc-Currency-Rows (Side-Sub)
012640         END-READ
012650     END-IF
012660     PERFORM 2920-COUNT-ONE-DISCOUNT
012670         VARYING Disc-Sub FROM 1 BY 1
012680         UNTIL Disc-Sub > Discount-Count
012690     .

012700******************************************************************
012710* 2910-COUNT-ONE-ITEM - one open item of the customer counted.
012720******************************************************************
012730 2910-COUNT-ONE-ITEM.
012740     ADD 1              TO Kc-Items (Side-Sub)
012750     ADD AR-GrossValue  TO Kc-Gross (Side-Sub)
012760     ADD AR-PaidValue   TO Kc-Paid (Side-Sub)
012770     READ ArItemsFile NEXT RECORD
012780         AT END MOVE 'Y' TO Scan-Eof-Switch
012790     END-READ
012800     .

012810******************************************************************
012820* 2920-COUNT-ONE-DISCOUNT - one table slot counted when it is the
012830* customer's.
012840******************************************************************
012850 2920-COUNT-ONE-DISCOUNT.
012860     IF Disc-CustomerID (Disc-Sub) = Count-CustomerID
012870         ADD 1 TO Kc-Discount-Rows (Side-Sub)
012880     END-IF
012890     .

012900******************************************************************
012910* 3900-PRINT-BEFORE-AFTER - print one before/after line off the
012920* Ba- fields. It balances when nothing is left under the
012930* duplicate and what was under the two IDs before is under the
012940* survivor now, less any copy the merge dropped.
012950******************************************************************
012960 3900-PRINT-BEFORE-AFTER.
012970     IF Ba-Dup-After = ZERO
012980             AND Ba-Dup-Before + Ba-Surv-Before
012990                 = Ba-Surv-After + Ba-Dropped
013000         MOVE "OK" TO Ba-Check
013010     ELSE
013020         MOVE "OUT" TO Ba-Check
013030         ADD 1 TO Out-Of-Balance-Count
013040     END-IF
013050     IF Ba-Is-Count
013060         MOVE Ba-File        TO BaCntFile
013070         MOVE Ba-Measure     TO BaCntMeasure
013080         MOVE Ba-Dup-Before  TO BaCntDupBefore
013090         MOVE Ba-Surv-Before TO BaCntSurvBefore
013100         MOVE Ba-Dup-After   TO BaCntDupAfter
013110         MOVE Ba-Surv-After  TO BaCntSurvAfter
013120         MOVE Ba-Dropped     TO BaCntDropped
013130         MOVE Ba-Check       TO BaCntCheck
013140         WRITE Merge-Rpt-Record FROM Before-After-Count-Line
013150     ELSE
013160         MOVE Ba-File        TO BaValFile
013170         MOVE Ba-Measure     TO BaValMeasure
013180         MOVE Ba-Dup-Before  TO BaValDupBefore
013190         MOVE Ba-Surv-Before TO BaValSurvBefore
013200         MOVE Ba-Dup-After   TO BaValDupAfter
013210         MOVE Ba-Surv-After  TO BaValSurvAfter
013220         MOVE Ba-Dropped     TO BaValDropped
013230         MOVE Ba-Check       TO BaValCheck
013240         WRITE Merge-Rpt-Record FROM Before-After-Value-Line
013250     END-IF
013260     .

013270******************************************************************
013280* 4000-REKEY-PAYMENTS - copy the payment history to the work
013290* file with every row of a duplicate moved to its survivor, copy
013300* it back, and recount the live file.
013310******************************************************************
013320 4000-REKEY-PAYMENTS.
013330     OPEN INPUT PaymentHistoryFile
013340     IF Payment-History-File-Status = "00"
013350         MOVE Hist-Payments TO Hist-Sub
013360         OPEN OUTPUT MergeWorkFile
013370         MOVE 'N' TO Scan-Eof-Switch
013380         READ PaymentHistoryFile
013390             AT END MOVE 'Y' TO Scan-Eof-Switch
013400         END-READ
013410         PERFORM 4010-REKEY-ONE-PAYMENT UNTIL Scan-Eof
013420         CLOSE PaymentHistoryFile
013430         CLOSE MergeWorkFile
013440         MOVE 'N' TO Copy-Eof-Switch
013450         OPEN INPUT MergeWorkFile
013460         OPEN OUTPUT PaymentHistoryFile
013470         READ MergeWorkFile
013480             AT END MOVE 'Y' TO Copy-Eof-Switch
013490         END-READ
013500         PERFORM 4020-COPY-ONE-PAYMENT UNTIL Copy-Eof
013510         CLOSE MergeWorkFile
013520         CLOSE PaymentHistoryFile
013530         OPEN INPUT PaymentHistoryFile
013540         MOVE 'N' TO Scan-Eof-Switch
013550         READ PaymentHistoryFile
013560             AT END MOVE 'Y' TO Scan-Eof-Switch
013570         END-READ
013580         PERFORM 4030-RECOUNT-ONE-PAYMENT UNTIL Scan-Eof
013590         CLOSE PaymentHistoryFile
013600     END-IF
013610     .

013620******************************************************************
013630* 4010-REKEY-ONE-PAYMENT - count the row before, move it to the
013640* survivor if it is a duplicate's, and write it to the work
013650* file.
013660******************************************************************
013670 4010-REKEY-ONE-PAYMENT.
013680     ADD 1         TO Fc-Rows-Before (Fc-Payments)
013690     ADD PH-Amount TO Fc-Value-Before (Fc-Payments)
013700     MOVE PH-CustomerID TO Find-CustomerID
013710     PERFORM 4200-FIND-MERGE-SIDE
013720     IF Find-Side > ZERO
013730         ADD 1 TO Mrg-Rows (Merge-Index, Hist-Sub, Find-Side)
013740         ADD PH-Amount
013750             TO Mrg-Amount (Merge-Index, Hist-Sub, Find-Side)
013760         IF Find-Side = 1
013770             MOVE Mrg-SurvivorID (Merge-Index) TO PH-CustomerID
013780         END-IF
013790     END-IF
013800     WRITE Merge-Work-Record FROM Payment-History-Record
013810     READ PaymentHistoryFile
013820         AT END MOVE 'Y' TO Scan-Eof-Switch
013830     END-READ
013840     .

013850******************************************************************
013860* 4020-COPY-ONE-PAYMENT - one row back to the live file.
013870******************************************************************
013880 4020-COPY-ONE-PAYMENT.
013890     MOVE Merge-Work-Record TO Payment-History-Record
013900     WRITE Payment-History-Record
013910     READ MergeWorkFile
013920         AT END MOVE 'Y' TO Copy-Eof-Switch
013930     END-READ
013940     .

013950******************************************************************
013960* 4030-RECOUNT-ONE-PAYMENT - count one live row after the
013970* re-key.
013980******************************************************************
013990 4030-RECOUNT-ONE-PAYMENT.
014000     ADD 1         TO Fc-Rows-After (Fc-Payments)
014010     ADD PH-Amount TO Fc-Value-After (Fc-Payments)
014020     MOVE PH-CustomerID TO Find-CustomerID
014030     PERFORM 4200-FIND-MERGE-SIDE
014040     IF Find-Side > ZERO
014050         ADD 2 TO Find-Side
014060         ADD 1 TO Mrg-Rows (Merge-Index, Hist-Sub, Find-Side)
014070         ADD PH-Amount
014080             TO Mrg-Amount (Merge-Index, Hist-Sub, Find-Side)
014090     END-IF
014100     READ PaymentHistoryFile
014110         AT END MOVE 'Y' TO Scan-Eof-Switch
014120     END-READ
014130     .

014140******************************************************************
014150* 4100-REKEY-SALES - the same for the sales history, the
014160* survivor's name going on with its ID.
014170******************************************************************
014180 4100-REKEY-SALES.
014190     OPEN INPUT SalesHistoryFile
014200     IF Sales-History-File-Status = "00"
014210         MOVE Hist-Sales TO Hist-Sub
014220         OPEN OUTPUT MergeWorkFile
014230         MOVE 'N' TO Scan-Eof-Switch
014240         READ SalesHistoryFile
014250             AT END MOVE 'Y' TO Scan-Eof-Switch
014260         END-READ
014270         PERFORM 4110-REKEY-ONE-SALE UNTIL Scan-Eof
014280         CLOSE SalesHistoryFile
014290         CLOSE MergeWorkFile
014300         MOVE 'N' TO Copy-Eof-Switch
014310         OPEN INPUT MergeWorkFile
014320         OPEN OUTPUT SalesHistoryFile
014330         READ MergeWorkFile
014340             AT END MOVE 'Y' TO Copy-Eof-Switch
014350         END-READ
014360         PERFORM 4120-COPY-ONE-SALE UNTIL Copy-Eof
014370         CLOSE MergeWorkFile
014380         CLOSE SalesHistoryFile
014390         OPEN INPUT SalesHistoryFile
014400         MOVE 'N' TO Scan-Eof-Switch
014410         READ SalesHistoryFile
014420             AT END MOVE 'Y' TO Scan-Eof-Switch
014430         END-READ
014440         PERFORM 4130-RECOUNT-ONE-SALE UNTIL Scan-Eof
014450         CLOSE SalesHistoryFile
014460     END-IF
014470     .

014480******************************************************************
014490* 4110-REKEY-ONE-SALE - count the row before, move it to the
014500* survivor if it is a duplicate's, and write it to the work
014510* file.
014520******************************************************************
014530 4110-REKEY-ONE-SALE.
014540     ADD 1             TO Fc-Rows-Before (Fc-Sales)
014550     ADD SH-SalesValue TO Fc-Value-Before (Fc-Sales)
014560     MOVE SH-CustomerID TO Find-CustomerID
014570     PERFORM 4200-FIND-MERGE-SIDE
014580     IF Find-Side > ZERO
014590         ADD 1 TO Mrg-Rows (Merge-Index, Hist-Sub, Find-Side)
014600         ADD SH-SalesValue
014610             TO Mrg-Amount (Merge-Index, Hist-Sub, Find-Side)
014620         IF Find-Side = 1
014630             MOVE Mrg-SurvivorID (Merge-Index) TO SH-CustomerID
014640             MOVE Mrg-SurvivorName (Merge-Index)
014650                 TO SH-CustomerName
014660         END-IF
014670     END-IF
014680     WRITE Merge-Work-Record FROM Sales-History-Record
014690     READ SalesHistoryFile
014700         AT END MOVE 'Y' TO Scan-Eof-Switch
014710     END-READ
014720     .

014730******************************************************************
014740* 4120-COPY-ONE-SALE - one row back to the live file.
014750******************************************************************
014760 4120-COPY-ONE-SALE.
014770     MOVE Merge-Work-Record TO Sales-History-Record
014780     WRITE Sales-History-Record
014790     READ MergeWorkFile
014800         AT END MOVE 'Y' TO Copy-Eof-Switch
014810     END-READ
014820     .

014830******************************************************************
014840* 4130-RECOUNT-ONE-SALE - count one live row after the re-key.
014850******************************************************************
014860 4130-RECOUNT-ONE-SALE.
014870     ADD 1             TO Fc-Rows-After (Fc-Sales)
014880     ADD SH-SalesValue TO Fc-Value-After (Fc-Sales)
014890     MOVE SH-CustomerID TO Find-CustomerID
014900     PERFORM 4200-FIND-MERGE-SIDE
014910     IF Find-Side > ZERO
014920         ADD 2 TO Find-Side
014930         ADD 1 TO Mrg-Rows (Merge-Index, Hist-Sub, Find-Side)
014940         ADD SH-SalesValue
014950             TO Mrg-Amount (Merge-Index, Hist-Sub, Find-Side)
014960     END-IF
014970     READ SalesHistoryFile
014980         AT END MOVE 'Y' TO Scan-Eof-Switch
014990     END-READ
015000     .

015010******************************************************************
015020* 4200-FIND-MERGE-SIDE - which of tonight's merges, if any,
015030* Find-CustomerID is in: Find-Side 1 as the duplicate, 2 as the
015040* survivor, zero in none; Merge-Index is left on the entry.
015050******************************************************************
015060 4200-FIND-MERGE-SIDE.
015070     MOVE ZERO TO Find-Side
015080     IF Find-CustomerID NOT = ZERO AND Merge-Count > ZERO
015090         SET Merge-Index TO 1
015100         SEARCH Merge-Entry
015110             AT END
015120                 CONTINUE
015130             WHEN Mrg-DuplicateID (Merge-Index) = Find-CustomerID
015140                 MOVE 1 TO Find-Side
015150             WHEN Mrg-SurvivorID (Merge-Index) = Find-CustomerID
015160                 MOVE 2 TO Find-Side
015170         END-SEARCH
015180     END-IF
015190     .

015200******************************************************************
015210* 5000-REWRITE-DISCOUNTS - write the re-keyed discount table
015220* back without its dropped rows, then recount the file.
015230******************************************************************
015240 5000-REWRITE-DISCOUNTS.
015250     IF Discounts-Changed
015260         OPEN OUTPUT DiscountMasterFile
015270         PERFORM 5010-WRITE-ONE-DISCOUNT
015280             VARYING Disc-Sub FROM 1 BY 1
015290             UNTIL Disc-Sub > Discount-Count
015300         CLOSE DiscountMasterFile
015310     END-IF
015320     .

015330******************************************************************
015340* 5010-WRITE-ONE-DISCOUNT - one table slot back to the file
015350* unless the merge dropped it.
015360******************************************************************
015370 5010-WRITE-ONE-DISCOUNT.
015380     IF Disc-CustomerID (Disc-Sub) NOT = ZERO
015390         MOVE Disc-CustomerID (Disc-Sub) TO DM-CustomerID
015400         MOVE Disc-Tiers (Disc-Sub)      TO DM-Tiers
015410         WRITE Discount-Master-Record
015420     END-IF
015430     .

015440******************************************************************
015450* 5500-PRINT-HISTORY-MOVES - per merge, the rows and money the
015460* history re-key moved, counted off the files before and after.
015470******************************************************************
015480 5500-PRINT-HISTORY-MOVES.
015490     MOVE SPACES TO Merge-Rpt-Record
015500     WRITE Merge-Rpt-Record
015510     WRITE Merge-Rpt-Record FROM History-Heading
015520     WRITE Merge-Rpt-Record FROM HorizontalLine
015530     PERFORM 5510-PRINT-ONE-MERGE-HISTORY
015540         VARYING Merge-Sub FROM 1 BY 1
015550         UNTIL Merge-Sub > Merge-Count
015560     .

015570******************************************************************
015580* 5510-PRINT-ONE-MERGE-HISTORY - the two history files' lines for
015590* one merge.
015600******************************************************************
015610 5510-PRINT-ONE-MERGE-HISTORY.
015620     MOVE SPACES TO Merge-Rpt-Record
015630     WRITE Merge-Rpt-Record
015640     MOVE Mrg-DuplicateID (Merge-Sub) TO HistDuplicateID
015650     MOVE Mrg-SurvivorID (Merge-Sub)  TO HistSurvivorID
015660     WRITE Merge-Rpt-Record FROM History-Merge-Line
015670     WRITE Merge-Rpt-Record FROM Before-After-Columns
015680     MOVE ZERO TO Ba-Dropped
015690     MOVE Hist-Payments TO Hist-Sub
015700     MOVE "ARPAYHST" TO Ba-File
015710     MOVE "AMOUNT"   TO Ba-Measure
015720     PERFORM 5520-PRINT-ONE-HISTORY-FILE
015730     MOVE Hist-Sales TO Hist-Sub
015740     MOVE "SALESHST" TO Ba-File
015750     MOVE "VALUE"    TO Ba-Measure
015760     PERFORM 5520-PRINT-ONE-HISTORY-FILE
015770     .

015780******************************************************************
015790* 5520-PRINT-ONE-HISTORY-FILE - rows, then money, for one history
015800* file of one merge; Ba-Measure names the money.
015810******************************************************************
015820 5520-PRINT-ONE-HISTORY-FILE.
015830     MOVE 'V' TO Ba-Kind-Switch
015840     MOVE Mrg-Amount (Merge-Sub, Hist-Sub, 1) TO Ba-Dup-Before
015850     MOVE Mrg-Amount (Merge-Sub, Hist-Sub, 2) TO Ba-Surv-Before
015860     MOVE Mrg-Amount (Merge-Sub, Hist-Sub, 3) TO Ba-Dup-After
015870     MOVE Mrg-Amount (Merge-Sub, Hist-Sub, 4) TO Ba-Surv-After
015880     PERFORM 3900-PRINT-BEFORE-AFTER
015890     MOVE 'C' TO Ba-Kind-Switch
015900     MOVE "ROWS" TO Ba-Measure
015910     MOVE Mrg-Rows (Merge-Sub, Hist-Sub, 1) TO Ba-Dup-Before
015920     MOVE Mrg-Rows (Merge-Sub, Hist-Sub, 2) TO Ba-Surv-Before
015930     MOVE Mrg-Rows (Merge-Sub, Hist-Sub, 3) TO Ba-Dup-After
015940     MOVE Mrg-Rows (Merge-Sub, Hist-Sub, 4) TO Ba-Surv-After
015950     PERFORM 3900-PRINT-BEFORE-AFTER
015960     .

015970******************************************************************
015980* 6000-COUNT-KEYED-FILES - whole-file rows and money on the
015990* customer master, the YTD master, the open items and the
016000* currency exception list, filed as the before or the after
016010* figures by Count-Phase-Switch. The discount master's after
016020* count is taken from the file too, once it is written back.
016030******************************************************************
016040 6000-COUNT-KEYED-FILES.
016050     PERFORM 6100-SCAN-CUSTOMERS
016060     MOVE Fc-Customers TO Fc-Sub
016070     PERFORM 6050-FILE-SCAN-RESULT
016080     MOVE ZERO TO Scan-Rows
016090     MOVE ZERO TO Scan-Value
016100     IF Ytd-Available
016110         PERFORM 6200-SCAN-YTD
016120     END-IF
016130     MOVE Fc-Ytd TO Fc-Sub
016140     PERFORM 6050-FILE-SCAN-RESULT
016150     MOVE ZERO TO Scan-Rows
016160     MOVE ZERO TO Scan-Value
016170     IF Items-Available
016180         PERFORM 6300-SCAN-ITEMS
016190     END-IF
016200     MOVE Fc-Items TO Fc-Sub
016210     PERFORM 6050-FILE-SCAN-RESULT
016220     MOVE ZERO TO Scan-Rows
016230     MOVE ZERO TO Scan-Value
016240     IF Currency-Available
016250         PERFORM 6400-SCAN-CURRENCY
016260     END-IF
016270     MOVE Fc-Currency TO Fc-Sub
016280     PERFORM 6050-FILE-SCAN-RESULT
016290     IF Counting-After
016300         MOVE ZERO TO Scan-Rows
016310         IF Discounts-Present
016320             PERFORM 6500-SCAN-DISCOUNTS
016330         END-IF
016340         MOVE Scan-Rows TO Fc-Rows-After (Fc-Discounts)
016350     END-IF
016360     .

016370******************************************************************
016380* 6050-FILE-SCAN-RESULT - file the scan's rows and money for
016390* Fc-Sub as its before or its after figures.
016400******************************************************************
016410 6050-FILE-SCAN-RESULT.
016420     IF Counting-Before
016430         MOVE Scan-Rows  TO Fc-Rows-Before (Fc-Sub)
016440         MOVE Scan-Value TO Fc-Value-Before (Fc-Sub)
016450     ELSE
016460         MOVE Scan-Rows  TO Fc-Rows-After (Fc-Sub)
016470         MOVE Scan-Value TO Fc-Value-After (Fc-Sub)
016480     END-IF
016490     .

016500******************************************************************
016510* 6100-SCAN-CUSTOMERS - every master record, and how many of
016520* them are aliases of a merged customer.
016530******************************************************************
016540 6100-SCAN-CUSTOMERS.
016550     MOVE ZERO TO Scan-Rows
016560     MOVE ZERO TO Scan-Value
016570     IF Counting-Before
016580         MOVE ZERO TO Aliases-Before
016590     ELSE
016600         MOVE ZERO TO Aliases-After
016610     END-IF
016620     MOVE ZERO TO CM-CustomerID
016630     MOVE 'N' TO Scan-Eof-Switch
016640     START CustomerMasterFile KEY NOT < CM-CustomerID
016650         INVALID KEY MOVE 'Y' TO Scan-Eof-Switch
016660     END-START
016670     IF NOT Scan-Eof
016680         READ CustomerMasterFile NEXT RECORD
016690             AT END MOVE 'Y' TO Scan-Eof-Switch
016700         END-READ
016710     END-IF
016720     PERFORM 6110-SCAN-ONE-CUSTOMER UNTIL Scan-Eof
016730     .

016740******************************************************************
016750* 6110-SCAN-ONE-CUSTOMER - one master record counted.
016760******************************************************************
016770 6110-SCAN-ONE-CUSTOMER.
016780     ADD 1 TO Scan-Rows
016790     IF CM-MergedInto NOT = ZERO
016800         IF Counting-Before
016810             ADD 1 TO Aliases-Before
016820         ELSE
016830             ADD 1 TO Aliases-After
016840         END-IF
016850     END-IF
016860     READ CustomerMasterFile NEXT RECORD
016870         AT END MOVE 'Y' TO Scan-Eof-Switch
016880     END-READ
016890     .

016900******************************************************************
016910* 6200-SCAN-YTD - every YTD row and its sales value.
016920******************************************************************
016930 6200-SCAN-YTD.
016940     MOVE ZERO TO YTD-CustomerID
016950     MOVE 'N' TO Scan-Eof-Switch
016960     START YtdMasterFile KEY NOT < YTD-CustomerID
016970         INVALID KEY MOVE 'Y' TO Scan-Eof-Switch
016980     END-START
016990     IF NOT Scan-Eof
017000         READ YtdMasterFile NEXT RECORD
017010             AT END MOVE 'Y' TO Scan-Eof-Switch
017020         END-READ
017030     END-IF
017040     PERFORM 6210-SCAN-ONE-YTD UNTIL Scan-Eof
017050     .

017060******************************************************************
017070* 6210-SCAN-ONE-YTD - one YTD row counted.
017080******************************************************************
017090 6210-SCAN-ONE-YTD.
017100     ADD 1               TO Scan-Rows
017110     ADD YTD-Sales-Value TO Scan-Value
017120     READ YtdMasterFile NEXT RECORD
017130         AT END MOVE 'Y' TO Scan-Eof-Switch
017140     END-READ
017150     .

017160******************************************************************
017170* 6300-SCAN-ITEMS - every open item and its gross value.
017180******************************************************************
017190 6300-SCAN-ITEMS.
017200     MOVE ZERO TO AR-CustomerID
017210     MOVE ZERO TO AR-InvoiceNo
017220     MOVE 'N' TO Scan-Eof-Switch
017230     START ArItemsFile KEY NOT < AR-ItemKey
017240         INVALID KEY MOVE 'Y' TO Scan-Eof-Switch
017250     END-START
017260     IF NOT Scan-Eof
017270         READ ArItemsFile NEXT RECORD
017280             AT END MOVE 'Y' TO Scan-Eof-Switch
017290         END-READ
017300     END-IF
017310     PERFORM 6310-SCAN-ONE-ITEM UNTIL Scan-Eof
017320     .

017330******************************************************************
017340* 6310-SCAN-ONE-ITEM - one open item counted.
017350******************************************************************
017360 6310-SCAN-ONE-ITEM.
017370     ADD 1             TO Scan-Rows
017380     ADD AR-GrossValue TO Scan-Value
017390     READ ArItemsFile NEXT RECORD
017400         AT END MOVE 'Y' TO Scan-Eof-Switch
017410     END-READ
017420     .

017430******************************************************************
017440* 6400-SCAN-CURRENCY - every currency exception row.
017450******************************************************************
017460 6400-SCAN-CURRENCY.
017470     MOVE ZERO TO CUR-CustomerID
017480     MOVE 'N' TO Scan-Eof-Switch
017490     START CustomerCurrencyFile KEY NOT < CUR-CustomerID
017500         INVALID KEY MOVE 'Y' TO Scan-Eof-Switch
017510     END-START
017520     IF NOT Scan-Eof
017530         READ CustomerCurrencyFile NEXT RECORD
017540             AT END MOVE 'Y' TO Scan-Eof-Switch
017550         END-READ
017560     END-IF
017570     PERFORM 6410-SCAN-ONE-CURRENCY UNTIL Scan-Eof
017580     .

017590******************************************************************
017600* 6410-SCAN-ONE-CURRENCY - one currency row counted.
017610******************************************************************
017620 6410-SCAN-ONE-CURRENCY.
017630     ADD 1 TO Scan-Rows
017640     READ CustomerCurrencyFile NEXT RECORD
017650         AT END MOVE 'Y' TO Scan-Eof-Switch
017660     END-READ
017670     .

017680******************************************************************
017690* 6500-SCAN-DISCOUNTS - every row on the discount master as it
017700* stands after the run.
017710******************************************************************
017720 6500-SCAN-DISCOUNTS.
017730     OPEN INPUT DiscountMasterFile
017740     IF Discount-File-Status = "00"
017750         MOVE 'N' TO Scan-Eof-Switch
017760         READ DiscountMasterFile
017770             AT END MOVE 'Y' TO Scan-Eof-Switch
017780         END-READ
017790         PERFORM 6510-SCAN-ONE-DISCOUNT UNTIL Scan-Eof
017800         CLOSE DiscountMasterFile
017810     END-IF
017820     .

017830******************************************************************
017840* 6510-SCAN-ONE-DISCOUNT - one discount row counted.
017850******************************************************************
017860 6510-SCAN-ONE-DISCOUNT.
017870     ADD 1 TO Scan-Rows
017880     READ DiscountMasterFile
017890         AT END MOVE 'Y' TO Scan-Eof-Switch
017900     END-READ
017910     .

017920******************************************************************
017930* 7000-PRINT-CONTROLS - the whole-file control totals, the alias
017940* count, and the run's request counts. Every file must hold the
017950* rows it held before less those a merge dropped, and the same
017960* money; the master must hold one more alias per merge.
017970******************************************************************
017980 7000-PRINT-CONTROLS.
017990     MOVE SPACES TO Merge-Rpt-Record
018000     WRITE Merge-Rpt-Record
018010     WRITE Merge-Rpt-Record FROM File-Control-Heading
018020     WRITE Merge-Rpt-Record FROM HorizontalLine
018030     WRITE Merge-Rpt-Record FROM File-Control-Columns
018040     PERFORM 7100-PRINT-ONE-FILE-CONTROL
018050         VARYING Fc-Sub FROM 1 BY 1
018060         UNTIL Fc-Sub > 7
018070     COMPUTE Aliases-Expected
018080         = Aliases-Before + Merges-Applied-Count
018090     MOVE Aliases-Before   TO ControlAliasesBefore
018100     MOVE Aliases-After    TO ControlAliasesAfter
018110     MOVE Aliases-Expected TO ControlAliasesExpected
018120     IF Aliases-After = Aliases-Expected
018130         MOVE "OK" TO ControlAliasCheck
018140     ELSE
018150         MOVE "OUT" TO ControlAliasCheck
018160         ADD 1 TO Out-Of-Balance-Count
018170     END-IF
018180     WRITE Merge-Rpt-Record FROM Alias-Control-Line
018190     MOVE SPACES TO Merge-Rpt-Record
018200     WRITE Merge-Rpt-Record
018210     WRITE Merge-Rpt-Record FROM HorizontalLine
018220     MOVE Requests-Read-Count    TO ControlRequestsRead
018230     MOVE Merges-Applied-Count   TO ControlMerged
018240     MOVE Requests-Refused-Count TO ControlRefused
018250     MOVE Out-Of-Balance-Count   TO ControlOutOfBalance
018260     WRITE Merge-Rpt-Record FROM Merge-Control-Line
018270     IF Out-Of-Balance-Count > ZERO
018280         MOVE "*** CONTROL TOTALS OUT OF BALANCE - SEE CHECK"
018290             TO MergeBalanceText
018300     ELSE
018310         MOVE "CONTROL TOTALS BALANCE" TO MergeBalanceText
018320     END-IF
018330     WRITE Merge-Rpt-Record FROM Merge-Balance-Line
018340     .

018350******************************************************************
018360* 7100-PRINT-ONE-FILE-CONTROL - one file's control line. A file
018370* the run never re-wrote shows the same figures both sides.
018380******************************************************************
018390 7100-PRINT-ONE-FILE-CONTROL.
018400     IF Merge-Count = ZERO
018410             AND (Fc-Sub = Fc-Payments OR Fc-Sub = Fc-Sales)
018420         MOVE Fc-Rows-Before (Fc-Sub) TO Fc-Rows-After (Fc-Sub)
018430         MOVE Fc-Value-Before (Fc-Sub) TO Fc-Value-After (Fc-Sub)
018440     END-IF
018450     MOVE Fc-File-Name (Fc-Sub)    TO FcLineFile
018460     MOVE Fc-Rows-Before (Fc-Sub)  TO FcLineRowsBefore
018470     MOVE Fc-Rows-After (Fc-Sub)   TO FcLineRowsAfter
018480     MOVE Fc-Rows-Dropped (Fc-Sub) TO FcLineDropped
018490     MOVE Fc-Value-Before (Fc-Sub) TO FcLineValueBefore
018500     MOVE Fc-Value-After (Fc-Sub)  TO FcLineValueAfter
018510     IF Fc-Rows-Before (Fc-Sub)
018520             = Fc-Rows-After (Fc-Sub) + Fc-Rows-Dropped (Fc-Sub)
018530             AND Fc-Value-Before (Fc-Sub)
018540                 = Fc-Value-After (Fc-Sub)
018550         MOVE "OK" TO FcLineCheck
018560     ELSE
018570         MOVE "OUT" TO FcLineCheck
018580         ADD 1 TO Out-Of-Balance-Count
018590     END-IF
018600     WRITE Merge-Rpt-Record FROM File-Control-Line
018610     .

018620******************************************************************
018630* 7800-CLEAR-REQUESTS - every request is merged or refused on the
018640* report now, so the request file is emptied; a refused request
018650* is keyed again once the conflict is put right.
018660******************************************************************
018670 7800-CLEAR-REQUESTS.
018680     IF Requests-Present
018690         CLOSE MergeRequestFile
018700         OPEN OUTPUT MergeRequestFile
018710         CLOSE MergeRequestFile
018720         MOVE 'N' TO Requests-Present-Switch
018730     END-IF
018740     .

018750******************************************************************
018760* 8000-TERMINATE - close the files down.
018770******************************************************************
018780 8000-TERMINATE.
018790     IF Master-Open-Ok
018800         CLOSE CustomerMasterFile
018810         IF Ytd-Available
018820             CLOSE YtdMasterFile
018830         END-IF
018840         IF Items-Available
018850             CLOSE ArItemsFile
018860         END-IF
018870         IF Currency-Available
018880             CLOSE CustomerCurrencyFile
018890         END-IF
018900     END-IF
018910     IF Run-Fail-Reason = SPACES
018920         CLOSE AuditTrailFile
018930     END-IF
018940     IF Requests-Present
018950         CLOSE MergeRequestFile
018960     END-IF
018970     CLOSE MergeRptFile
018980     .

018990 END PROGRAM CUSTMERG.
