000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Dunning run over the ARITEMS.DAT open-items master:
000050*             chases every overdue invoice with a first reminder,
000060*             a second reminder and then a final demand as it
000070*             passes the DUNPARM.DAT days-overdue thresholds, one
000080*             letter per customer per level, and recommends the
000090*             customers who reach final demand for credit hold.
000100* Tectonics: cobc
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. DUNNING.
000140 AUTHOR.     D. FENNESSY.
000150 DATE-WRITTEN.

000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ------------------------------------------
000200*               DF    New program: reads the open-items master in
000210*                     key order and ages each open invoice's
000220*                     outstanding balance off its invoice date on
000230*                     the same 30/360 calendar as the ARPOST aged
000240*                     debtors report. DUNPARM.DAT holds the three
000250*                     days-overdue thresholds (30/60/90 when the
000260*                     file is missing or out of order). An item
000270*                     on the ARDISPUT.DAT disputed-items list is
000280*                     left alone. The DUNHIST.DAT letter history
000290*                     keeps the highest level sent and the date
000300*                     of each letter per invoice, so no level is
000310*                     ever sent twice for one invoice. Letters go
000320*                     to DUNLTRS.RPT, one per customer per level
000330*                     listing all of that customer's items at
000340*                     the level; DUNNING.RPT is the run's letter
000350*                     register. A customer sent a final demand is
000360*                     listed on DUNHOLD.RPT and a credit hold
000370*                     change is appended to CUSTTRAN.DAT under
000380*                     user DUNNING, which CUSTMNT applies only
000390*                     once the credit controller has approved it.
000391*               DF    CUSTMAST.DAT and the CUSTTRAN.DAT hold
000392*                     transaction carry the customer's country
000393*                     code and VAT number, copied from the master
000394*                     into the hold so CUSTMNT files them back
000395*                     unchanged.
000396*               DF    Hands its record counts to STEPCNT for
000397*                     RUNALL's run history, and holds its
000398*                     return code across the closing CALLs,
000399*                     which set RETURN-CODE themselves.
000400*               DF    CUSTMAST.DAT record carries the delivery
000401*                     preference, email and postal address
000402*                     CUSTMNT now files for DISTRIB.
000403*               DF    CUSTMAST.DAT record carries the surviving
000404*                     ID CUSTMERG files on a merged customer.
000405*               DF    The hold transaction carries CUSTMNT's
000406*                     full CUSTTRAN.DAT layout, the delivery
000407*                     fields left blank so CUSTMNT keeps them.
000408******************************************************************

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ArItemsFile ASSIGN TO "ARITEMS.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AR-ItemKey
000480         FILE STATUS IS Ar-Items-File-Status.

000490     SELECT CustomerMasterFile ASSIGN TO "CUSTMAST.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CM-CustomerID
000530         FILE STATUS IS Cust-Master-File-Status.

000540     SELECT DunningHistoryFile ASSIGN TO "DUNHIST.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS DH-ItemKey
000580         FILE STATUS IS Dunning-History-File-Status.

000590     SELECT DunningParmFile ASSIGN TO "DUNPARM.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS Dunning-Parm-File-Status.

000620     SELECT DisputeFile ASSIGN TO "ARDISPUT.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS Dispute-File-Status.

000650     SELECT CustTranFile ASSIGN TO "CUSTTRAN.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS Cust-Tran-File-Status.

000680     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS Run-Parm-File-Status.

000710     SELECT LetterFile ASSIGN TO "DUNLTRS.RPT"
000720         ORGANIZATION IS LINE SEQUENTIAL.

000730     SELECT DunningRptFile ASSIGN TO "DUNNING.RPT"
000740         ORGANIZATION IS LINE SEQUENTIAL.

000750     SELECT HoldRptFile ASSIGN TO "DUNHOLD.RPT"
000760         ORGANIZATION IS LINE SEQUENTIAL.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD ArItemsFile.
000800 01 Ar-Open-Item.
000810    02 AR-ItemKey.
000820       03 AR-CustomerID     PIC 9(5).
000830       03 AR-InvoiceNo      PIC 9(6).
000840    02 AR-InvoiceDate       PIC 9(8).
000850    02 AR-GrossValue        PIC 9(7)V99.
000860    02 AR-PaidValue         PIC 9(7)V99.
000870    02 AR-StatusCode        PIC X(1).
000880       88 AR-Item-Open        VALUE 'O'.
000890       88 AR-Item-Paid        VALUE 'P'.
000900    02 AR-DocType           PIC X(1).
000910       88 AR-Doc-Invoice      VALUE 'I'.
000920       88 AR-Doc-Credit       VALUE 'C'.
000930    02 AR-CurrencyCode      PIC X(3).
000940    02 AR-ForeignValue      PIC 9(7)V99.
000950    02 AR-RevalAdjust       PIC S9(7)V99.

000960 FD CustomerMasterFile.
000970 01 Customer-Master-Record.
000980    02 CM-CustomerID         PIC 9(5).
000990    02 CM-CustomerName       PIC X(20).
001000    02 CM-CreditLimit        PIC 9(7)V99.
001010    02 CM-HoldFlag           PIC X(1).
001020       88 CM-On-Hold           VALUE 'H'.
001023    02 CM-CountryCode        PIC X(2).
001026    02 CM-VatNumber          PIC X(14).
001027    02 CM-DeliveryPref       PIC X(1).
001028       88 CM-By-Post           VALUE 'P'.
001029       88 CM-By-Email          VALUE 'E'.
001030       88 CM-By-Both           VALUE 'B'.
001031    02 CM-EmailAddress       PIC X(40).
001032    02 CM-PostAddress        PIC X(60).
001033    02 CM-MergedInto         PIC 9(5).

001034 FD DunningHistoryFile.
001040 01 Dunning-History-Record.
001050    02 DH-ItemKey.
001060       03 DH-CustomerID     PIC 9(5).
001070       03 DH-InvoiceNo      PIC 9(6).
001080    02 DH-LastLevel         PIC 9(1).
001090    02 DH-LetterDate        PIC 9(8) OCCURS 3 TIMES.

001100 FD DunningParmFile.
001110 01 Dunning-Parm-Record.
001120    02 DP-Level1Days        PIC 9(3).
001130    02 DP-Level2Days        PIC 9(3).
001140    02 DP-Level3Days        PIC 9(3).

001150 FD DisputeFile.
001160 01 Dispute-Record.
001170    02 DI-CustomerID        PIC 9(5).
001180    02 DI-InvoiceNo         PIC 9(6).
001190    02 DI-RaisedDate        PIC 9(8).
001200    02 DI-Reason            PIC X(30).

001210 FD CustTranFile.
001220 01 Cust-Tran-Record.
001230    02 CTAction              PIC X(1).
001240       88 CTAdd                VALUE 'A'.
001250       88 CTChange             VALUE 'C'.
001260       88 CTDelete             VALUE 'D'.
001270    02 CTCustomerID          PIC 9(5).
001280    02 CTCustomerName        PIC X(20).
001290    02 CTUserID              PIC X(8).
001300    02 CTCreditLimit         PIC 9(7)V99.
001310    02 CTHoldFlag            PIC X(1).
001320       88 CTHoldOn             VALUE 'H'.
001330       88 CTHoldOff            VALUE 'N'.
001340    02 CTApprovedBy          PIC X(8).
001343    02 CTCountryCode         PIC X(2).
001346    02 CTVatNumber           PIC X(14).
001347    02 CTDeliveryPref        PIC X(1).
001348    02 CTEmailAddress        PIC X(40).
001349    02 CTPostAddress         PIC X(60).

001350 FD RunParmFile.
001360 01 Run-Parm-Record.
001370    02 RP-RunDate.
001380       03 RP-RunYear        PIC 9(4).
001390       03 RP-RunMonth       PIC 9(2).
001400       03 RP-RunDay         PIC 9(2).
001410    02 RP-PeriodStart       PIC 9(8).
001420    02 RP-PeriodEnd         PIC 9(8).
001430    02 RP-PeriodStatus      PIC X(1).

001440 FD LetterFile.
001450 01 Letter-Record           PIC X(80).

001460 FD DunningRptFile.
001470 01 Dunning-Rpt-Record      PIC X(90).

001480 FD HoldRptFile.
001490 01 Hold-Rpt-Record         PIC X(90).

001500 WORKING-STORAGE SECTION.
001510* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001520* when another batch invocation is already in flight.
001530 01 Lock-Function            PIC X(01) VALUE SPACE.
001540 01 Lock-Step-Name           PIC X(20) VALUE "DUNNING".
001550 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001560 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001561* The closing CALLs set RETURN-CODE themselves, so the
001562* step's own code is held here and restored after them.
001563 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001564 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001565 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001566 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001570 77 Ar-Items-File-Status     PIC X(02) VALUE '00'.
001580 77 Cust-Master-File-Status  PIC X(02) VALUE '00'.
001590 77 Dunning-History-File-Status PIC X(02) VALUE '00'.
001600 77 Dunning-Parm-File-Status PIC X(02) VALUE '00'.
001610 77 Dispute-File-Status      PIC X(02) VALUE '00'.
001620 77 Cust-Tran-File-Status    PIC X(02) VALUE '00'.
001630 77 Run-Parm-File-Status     PIC X(02) VALUE '00'.
001640 01 Items-Eof-Switch         PIC X(01) VALUE 'N'.
001650     88 Items-Eof             VALUE 'Y'.
001660 01 Dispute-Eof-Switch       PIC X(01) VALUE 'N'.
001670     88 Dispute-Eof           VALUE 'Y'.
001680 01 Tran-Eof-Switch          PIC X(01) VALUE 'N'.
001690     88 Tran-Eof              VALUE 'Y'.
001700 01 Run-Parm-Missing-Switch  PIC X(01) VALUE 'N'.
001710     88 Run-Parm-Missing      VALUE 'Y'.
001720 01 Items-Open-Ok-Switch     PIC X(01) VALUE 'N'.
001730     88 Items-Open-Ok         VALUE 'Y'.
001740 01 Cust-Master-Available-Switch PIC X(01) VALUE 'N'.
001750     88 Cust-Master-Available      VALUE 'Y'.
001760 01 Thresholds-Defaulted-Switch PIC X(01) VALUE 'N'.
001770     88 Thresholds-Defaulted      VALUE 'Y'.
001780 01 First-Customer-Switch    PIC X(01) VALUE 'Y'.
001790     88 First-Customer        VALUE 'Y'.
001800 01 Item-Disputed-Switch     PIC X(01) VALUE 'N'.
001810     88 Item-Disputed         VALUE 'Y'.
001820 01 History-Found-Switch     PIC X(01) VALUE 'N'.
001830     88 History-Found         VALUE 'Y'.
001840 01 Customer-Found-Switch    PIC X(01) VALUE 'N'.
001850     88 Customer-Found        VALUE 'Y'.
001860 01 Final-Demand-Switch      PIC X(01) VALUE 'N'.
001870     88 Final-Demand-Issued   VALUE 'Y'.
001880 01 Hold-Pending-Switch      PIC X(01) VALUE 'N'.
001890     88 Hold-Pending          VALUE 'Y'.

001900 01 Run-Date                 PIC 9(8)  VALUE ZERO.
001910 01 Run-Year                 PIC 9(4)  VALUE ZERO.
001920 01 Run-Month                PIC 9(2)  VALUE ZERO.
001930 01 Run-Day                  PIC 9(2)  VALUE ZERO.

001940* Age-Days is worked out on the 30/360 commercial calendar off
001950* the invoice date and the run date, the way the aged debtors
001960* report buckets the same debt, so an item's dunning level and
001970* its aged bucket always tell the same story.
001980 01 Age-Days                 PIC S9(5) VALUE ZERO.
001990 01 Invoice-Date-Split.
002000    02 Split-Year            PIC 9(4).
002010    02 Split-Month           PIC 9(2).
002020    02 Split-Day             PIC 9(2).
002030 01 Item-Outstanding         PIC S9(7)V99 VALUE ZERO.
002040 01 Item-Level               PIC 9(1)  VALUE ZERO.
002050 01 History-Last-Level       PIC 9(1)  VALUE ZERO.

002060* Level-Threshold (1 thru 3) is the days overdue at which an
002070* item is due its first reminder, second reminder and final
002080* demand; DUNPARM.DAT overrides the defaults below when all
002090* three are numeric and rising.
002100 01 Default-Thresholds.
002110    02 FILLER                PIC 9(3)  VALUE 030.
002120    02 FILLER                PIC 9(3)  VALUE 060.
002130    02 FILLER                PIC 9(3)  VALUE 090.
002140 01 FILLER REDEFINES Default-Thresholds.
002150    02 Level-Threshold       PIC 9(3)  OCCURS 3 TIMES.

002160* Level-Title and the two Level-Text lines are the letter's
002170* heading and opening paragraph for each level.
002180 01 Level-Title-Values.
002190    02 FILLER                PIC X(16) VALUE "FIRST REMINDER".
002200    02 FILLER                PIC X(16) VALUE "SECOND REMINDER".
002210    02 FILLER                PIC X(16) VALUE "FINAL DEMAND".
002220 01 FILLER REDEFINES Level-Title-Values.
002230    02 Level-Title           PIC X(16) OCCURS 3 TIMES.

002240 01 Level-Text-Values.
002250    02 FILLER                PIC X(60) VALUE
002260       "OUR RECORDS SHOW THE INVOICES BELOW ARE NOW OVERDUE.".
002270    02 FILLER                PIC X(60) VALUE
002280       "IF YOU HAVE ALREADY PAID, PLEASE ACCEPT OUR THANKS.".
002290    02 FILLER                PIC X(60) VALUE
002300       "WE HAVE WRITTEN BEFORE ABOUT THE OVERDUE INVOICES BELOW".
002310    02 FILLER                PIC X(60) VALUE
002320       "AND HAVE NOT RECEIVED PAYMENT. PLEASE SETTLE THEM NOW.".
002330    02 FILLER                PIC X(60) VALUE
002340       "UNLESS THE INVOICES BELOW ARE PAID WITHIN 7 DAYS YOUR".
002350    02 FILLER                PIC X(60) VALUE
002360       "ACCOUNT WILL BE PLACED ON HOLD FOR ANY FURTHER ORDERS.".
002370 01 FILLER REDEFINES Level-Text-Values.
002380    02 Level-Text-Entry OCCURS 3 TIMES.
002390       03 Level-Text-1       PIC X(60).
002400       03 Level-Text-2       PIC X(60).

002410* Dispute-Table is the ARDISPUT.DAT disputed-items list; an item
002420* on it is never dunned until the credit controller takes it
002430* off the list.
002440 01 Dispute-Table.
002450    02 Dispute-Entry OCCURS 200 TIMES.
002460       03 Disp-CustomerID     PIC 9(5)  VALUE ZERO.
002470       03 Disp-InvoiceNo      PIC 9(6)  VALUE ZERO.
002480 01 Dispute-Count            PIC 9(3)  VALUE ZERO.
002490 77 Max-Disputes             PIC 9(3)  VALUE 200.
002500 01 Disputes-Dropped-Count   PIC 9(5)  VALUE ZERO.
002510 01 Dispute-Sub              PIC 9(3)  VALUE ZERO.

002520* Pending-Hold-Table holds the customers who already have a
002530* DUNNING hold change on CUSTTRAN.DAT waiting for approval, so
002540* a second final demand does not queue a second one.
002550 01 Pending-Hold-Table.
002560    02 Pending-Hold-CustomerID OCCURS 200 TIMES PIC 9(5)
002570              VALUE ZERO.
002580 01 Pending-Hold-Count       PIC 9(3)  VALUE ZERO.
002590 77 Max-Pending-Holds        PIC 9(3)  VALUE 200.
002600 01 Pending-Hold-Sub         PIC 9(3)  VALUE ZERO.
002610 77 Dunning-User-ID          PIC X(8)  VALUE "DUNNING".

002620* Dun-Table buffers the current customer's items due a letter
002630* tonight until the customer breaks, so each level's letter can
002640* list all of them at once.
002650 01 Dun-Table.
002660    02 Dun-Entry OCCURS 100 TIMES.
002670       03 Dun-InvoiceNo       PIC 9(6)    VALUE ZERO.
002680       03 Dun-InvoiceDate     PIC 9(8)    VALUE ZERO.
002690       03 Dun-AgeDays         PIC S9(5)   VALUE ZERO.
002700       03 Dun-Outstanding     PIC S9(7)V99 VALUE ZERO.
002710       03 Dun-Level           PIC 9(1)    VALUE ZERO.
002720 01 Dun-Count                PIC 9(3)  VALUE ZERO.
002730 77 Max-Dun-Items            PIC 9(3)  VALUE 100.
002740 01 Dun-Dropped-Count        PIC 9(5)  VALUE ZERO.
002750 01 Dun-Sub                  PIC 9(3)  VALUE ZERO.
002760 01 Letter-Level             PIC 9(1)  VALUE ZERO.
002770 01 Letter-Item-Count        PIC 9(3)  VALUE ZERO.
002780 01 Letter-Total             PIC S9(9)V99 VALUE ZERO.

002790 01 CustomerID-Hold          PIC 9(5)  VALUE ZERO.
002800 01 Letter-Customer-Name     PIC X(20) VALUE SPACES.
002810 01 Hold-Result-Text         PIC X(30) VALUE SPACES.

002820 01 Items-Read-Count         PIC 9(5)  VALUE ZERO.
002830 01 Items-Overdue-Count      PIC 9(5)  VALUE ZERO.
002840 01 Items-Disputed-Count     PIC 9(5)  VALUE ZERO.
002850 01 Items-Already-Sent-Count PIC 9(5)  VALUE ZERO.
002860 01 Items-Dunned-Count       PIC 9(5)  VALUE ZERO.
002870 01 Letters-Issued-Table.
002880    02 Letters-Issued        PIC 9(5)  OCCURS 3 TIMES
002890              VALUE ZERO.
002900 01 Hold-Recommended-Count   PIC 9(5)  VALUE ZERO.
002910 01 Hold-Trans-Written-Count PIC 9(5)  VALUE ZERO.
002920 01 Dropped-Total            PIC 9(5)  VALUE ZERO.

002930 01 Letter-Heading.
002940    02 FILLER                PIC X(20) VALUE SPACES.
002950    02 FILLER                PIC X(19)
002960       VALUE "AROMAMORA OILS".
002970    02 LetterTitle           PIC X(16).

002980 01 HorizontalLine.
002990    02 FILLER                PIC X(03) VALUE SPACES.
003000    02 FILLER                PIC X(60) VALUE ALL '-'.

003010 01 Letter-Customer-Line.
003020    02 FILLER                PIC X(10) VALUE "CUSTOMER:".
003030    02 LetterCustomerID      PIC 9(5).
003040    02 FILLER                PIC X(02) VALUE SPACES.
003050    02 LetterCustomerName    PIC X(20).
003060    02 FILLER                PIC X(09) VALUE "   DATE: ".
003070    02 LetterRunDate         PIC 9(8).

003080 01 Letter-Text-Line.
003090    02 FILLER                PIC X(02) VALUE SPACES.
003100    02 LetterText            PIC X(60).

003110 01 Letter-Columns.
003120    02 FILLER                PIC X(02) VALUE SPACES.
003130    02 FILLER                PIC X(09) VALUE "INVOICE".
003140    02 FILLER                PIC X(10) VALUE "DATED".
003150    02 FILLER                PIC X(10) VALUE "DAYS O/D".
003160    02 FILLER                PIC X(14) VALUE "  OUTSTANDING".

003170 01 Letter-Item-Line.
003180    02 FILLER                PIC X(02) VALUE SPACES.
003190    02 LetterInvoiceNo       PIC 9(6).
003200    02 FILLER                PIC X(03) VALUE SPACES.
003210    02 LetterInvoiceDate     PIC 9(8).
003220    02 LetterAgeDays         PIC BBBBZZZZ9.
003230    02 LetterOutstanding     PIC BBBZZZ,ZZ9.99.

003240 01 Letter-Total-Line.
003250    02 FILLER                PIC X(28) VALUE SPACES.
003260    02 FILLER                PIC X(07) VALUE "TOTAL:".
003270    02 LetterTotal           PIC BZ,ZZZ,ZZ9.99.

003280 01 Dunning-Heading.
003290    02 FILLER                PIC X(25) VALUE SPACES.
003300    02 FILLER                PIC X(25)
003310       VALUE "DUNNING LETTER REGISTER".

003320 01 Dunning-Date-Line.
003330    02 FILLER                PIC X(25) VALUE SPACES.
003340    02 FILLER                PIC X(10) VALUE "RUN DATE:".
003350    02 HeadingRunDate        PIC 9(8).

003360 01 Dunning-Threshold-Line.
003370    02 FILLER                PIC X(25) VALUE SPACES.
003380    02 FILLER                PIC X(16) VALUE "DAYS OVERDUE:".
003390    02 HeadingDays1          PIC ZZ9.
003400    02 FILLER                PIC X(01) VALUE "/".
003410    02 HeadingDays2          PIC ZZ9.
003420    02 FILLER                PIC X(01) VALUE "/".
003430    02 HeadingDays3          PIC ZZ9.
003440    02 HeadingDaysNote       PIC X(20).

003450 01 Dunning-Columns.
003460    02 FILLER                PIC X(02) VALUE SPACES.
003470    02 FILLER                PIC X(07) VALUE "CUST".
003480    02 FILLER                PIC X(22) VALUE "CUSTOMER NAME".
003490    02 FILLER                PIC X(18) VALUE "LETTER".
003500    02 FILLER                PIC X(06) VALUE "ITEMS".
003510    02 FILLER                PIC X(14) VALUE "   OUTSTANDING".

003520 01 Dunning-Line.
003530    02 FILLER                PIC X(02) VALUE SPACES.
003540    02 DunCustomerID         PIC 9(5).
003550    02 FILLER                PIC X(02) VALUE SPACES.
003560    02 DunCustomerName       PIC X(20).
003570    02 FILLER                PIC X(02) VALUE SPACES.
003580    02 DunLetterTitle        PIC X(16).
003590    02 DunItemCount          PIC BBZZ9.
003600    02 DunOutstanding        PIC BBBZ,ZZZ,ZZ9.99.

003610 01 Dunning-Control-Line-1.
003620    02 FILLER                PIC X(12) VALUE "ITEMS READ:".
003630    02 ControlItemsRead      PIC BZZZZ9.
003640    02 FILLER                PIC X(11) VALUE "  OVERDUE:".
003650    02 ControlOverdue        PIC BZZZZ9.
003660    02 FILLER                PIC X(12) VALUE "  DISPUTED:".
003670    02 ControlDisputed       PIC BZZZZ9.
003680    02 FILLER                PIC X(16) VALUE "  ALREADY SENT:".
003690    02 ControlAlreadySent    PIC BZZZZ9.

003700 01 Dunning-Control-Line-2.
003710    02 FILLER                PIC X(14) VALUE "ITEMS DUNNED:".
003720    02 ControlDunned         PIC BZZZZ9.
003730    02 FILLER                PIC X(10) VALUE "  FIRST:".
003740    02 ControlLetters1       PIC BZZZZ9.
003750    02 FILLER                PIC X(10) VALUE "  SECOND:".
003760    02 ControlLetters2       PIC BZZZZ9.
003770    02 FILLER                PIC X(10) VALUE "  FINAL:".
003780    02 ControlLetters3       PIC BZZZZ9.

003790 01 Dunning-Control-Line-3.
003800    02 FILLER                PIC X(18) VALUE "HOLD RECOMMENDED:".
003810    02 ControlHoldRecommended PIC BZZZZ9.
003820    02 FILLER                PIC X(22)
003830       VALUE "  HOLD TRANS WRITTEN:".
003840    02 ControlHoldWritten    PIC BZZZZ9.

003850 01 Dunning-Dropped-Line.
003860    02 FILLER                PIC X(14) VALUE "ROWS DROPPED:".
003870    02 ControlDroppedCount   PIC BZZZZ9.
003880    02 FILLER                PIC X(14) VALUE " (TABLE LIMIT)".

003890 01 Hold-Heading.
003900    02 FILLER                PIC X(20) VALUE SPACES.
003910    02 FILLER                PIC X(35)
003920       VALUE "CREDIT HOLD RECOMMENDATIONS".

003930 01 Hold-Columns.
003940    02 FILLER                PIC X(02) VALUE SPACES.
003950    02 FILLER                PIC X(07) VALUE "CUST".
003960    02 FILLER                PIC X(22) VALUE "CUSTOMER NAME".
003970    02 FILLER                PIC X(15) VALUE "  FINAL DEMAND".
003980    02 FILLER                PIC X(02) VALUE SPACES.
003990    02 FILLER                PIC X(30) VALUE "ACTION".

004000 01 Hold-Line.
004010    02 FILLER                PIC X(02) VALUE SPACES.
004020    02 HoldCustomerID        PIC 9(5).
004030    02 FILLER                PIC X(02) VALUE SPACES.
004040    02 HoldCustomerName      PIC X(20).
004050    02 HoldOutstanding       PIC BBBZ,ZZZ,ZZ9.99.
004060    02 FILLER                PIC X(02) VALUE SPACES.
004070    02 HoldResult            PIC X(30).

004080 01 Hold-Approve-Line.
004090    02 FILLER                PIC X(02) VALUE SPACES.
004100    02 FILLER                PIC X(60) VALUE
004110       "CUSTTRAN.DAT HOLDS APPLY ONLY WHEN AN APPROVER IS KEYED".

004120 PROCEDURE DIVISION.

004130 0000-MAINLINE.
004140     MOVE 'S' TO Lock-Function
004150     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
004160         Lock-Run-Date, Lock-Return-Code
004170     IF Lock-Return-Code NOT = ZERO
004180         MOVE 16 TO RETURN-CODE
004190         GOBACK
004200     END-IF
004210     PERFORM 1000-INITIALIZE
004220     IF Run-Parm-Missing OR NOT Items-Open-Ok
004230         MOVE 16 TO RETURN-CODE
004240     ELSE
004250         PERFORM 2000-PROCESS-ONE-ITEM UNTIL Items-Eof
004260         IF NOT First-Customer
004270             PERFORM 3000-FINISH-CUSTOMER
004280         END-IF
004290         PERFORM 4000-PRINT-CONTROLS
004300     END-IF
004310     PERFORM 8000-TERMINATE
004313     MOVE RETURN-CODE TO Step-Return-Code
004316     PERFORM 8900-REPORT-STEP-COUNTS
004320     MOVE 'R' TO Lock-Function
004330     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
004340         Lock-Run-Date, Lock-Return-Code
004345     MOVE Step-Return-Code TO RETURN-CODE
004350     GOBACK.

004360******************************************************************
004370* 1000-INITIALIZE - read the run date and the thresholds, load
004380* the disputed items and the holds already awaiting approval,
004390* open the masters and the letter history, and prime the first
004400* READ of the open-items master. No master means nothing has
004410* been invoiced, so the step fails rather than dun nobody.
004420******************************************************************
004430 1000-INITIALIZE.
004440     OPEN OUTPUT LetterFile
004450     OPEN OUTPUT DunningRptFile
004460     OPEN OUTPUT HoldRptFile
004470     WRITE Dunning-Rpt-Record FROM Dunning-Heading
004480     WRITE Hold-Rpt-Record FROM Hold-Heading
004490     PERFORM 1100-READ-RUN-PARM
004500     IF NOT Run-Parm-Missing
004510         OPEN INPUT ArItemsFile
004520         IF Ar-Items-File-Status = "00"
004530             MOVE 'Y' TO Items-Open-Ok-Switch
004540         END-IF
004550     END-IF
004560     IF NOT Run-Parm-Missing AND Items-Open-Ok
004570         PERFORM 1200-READ-THRESHOLDS
004580         PERFORM 1300-LOAD-DISPUTES
004590         PERFORM 1400-LOAD-PENDING-HOLDS
004600         OPEN INPUT CustomerMasterFile
004610         IF Cust-Master-File-Status = "00"
004620             MOVE 'Y' TO Cust-Master-Available-Switch
004630         END-IF
004640         OPEN I-O DunningHistoryFile
004650         IF Dunning-History-File-Status = "35"
004660             OPEN OUTPUT DunningHistoryFile
004670             CLOSE DunningHistoryFile
004680             OPEN I-O DunningHistoryFile
004690         END-IF
004700         OPEN EXTEND CustTranFile
004710         IF Cust-Tran-File-Status = "35"
004720             OPEN OUTPUT CustTranFile
004730             CLOSE CustTranFile
004740             OPEN EXTEND CustTranFile
004750         END-IF
004760         MOVE Run-Date           TO HeadingRunDate
004770         MOVE Level-Threshold (1) TO HeadingDays1
004780         MOVE Level-Threshold (2) TO HeadingDays2
004790         MOVE Level-Threshold (3) TO HeadingDays3
004800         IF Thresholds-Defaulted
004810             MOVE " (DEFAULTS)" TO HeadingDaysNote
004820         ELSE
004830             MOVE SPACES TO HeadingDaysNote
004840         END-IF
004850         WRITE Dunning-Rpt-Record FROM Dunning-Date-Line
004860         WRITE Dunning-Rpt-Record FROM Dunning-Threshold-Line
004870         WRITE Dunning-Rpt-Record FROM HorizontalLine
004880         MOVE SPACES TO Dunning-Rpt-Record
004890         WRITE Dunning-Rpt-Record
004900         WRITE Dunning-Rpt-Record FROM Dunning-Columns
004910         WRITE Hold-Rpt-Record FROM HorizontalLine
004920         MOVE SPACES TO Hold-Rpt-Record
004930         WRITE Hold-Rpt-Record
004940         WRITE Hold-Rpt-Record FROM Hold-Columns
004950         MOVE ZERO TO AR-CustomerID
004960         MOVE ZERO TO AR-InvoiceNo
004970         START ArItemsFile KEY NOT < AR-ItemKey
004980             INVALID KEY MOVE 'Y' TO Items-Eof-Switch
004990         END-START
005000         IF NOT Items-Eof
005010             READ ArItemsFile NEXT RECORD
005020                 AT END MOVE 'Y' TO Items-Eof-Switch
005030             END-READ
005040         END-IF
005050     END-IF
005060     .

005070******************************************************************
005080* 1100-READ-RUN-PARM - items are aged to the RUNPARM run date,
005090* the same date the aged debtors report ages to.
005100******************************************************************
005110 1100-READ-RUN-PARM.
005120     OPEN INPUT RunParmFile
005130     IF Run-Parm-File-Status NOT = "00"
005140         MOVE 'Y' TO Run-Parm-Missing-Switch
005150     ELSE
005160         READ RunParmFile
005170             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
005180             NOT AT END
005190                 MOVE RP-RunDate  TO Run-Date
005200                 MOVE RP-RunYear  TO Run-Year
005210                 MOVE RP-RunMonth TO Run-Month
005220                 MOVE RP-RunDay   TO Run-Day
005230         END-READ
005240         CLOSE RunParmFile
005250     END-IF
005260     .

005270******************************************************************
005280* 1200-READ-THRESHOLDS - take the three days-overdue thresholds
005290* off DUNPARM.DAT when they are numeric and rise level by level;
005300* otherwise the defaults stand and the register says so.
005310******************************************************************
005320 1200-READ-THRESHOLDS.
005330     MOVE 'Y' TO Thresholds-Defaulted-Switch
005340     OPEN INPUT DunningParmFile
005350     IF Dunning-Parm-File-Status = "00"
005360         READ DunningParmFile
005370             AT END CONTINUE
005380             NOT AT END
005390                 IF DP-Level1Days NUMERIC
005400                         AND DP-Level2Days NUMERIC
005410                         AND DP-Level3Days NUMERIC
005420                     IF DP-Level1Days > ZERO
005430                             AND DP-Level2Days > DP-Level1Days
005440                             AND DP-Level3Days > DP-Level2Days
005450                         MOVE DP-Level1Days
005460                             TO Level-Threshold (1)
005470                         MOVE DP-Level2Days
005480                             TO Level-Threshold (2)
005490                         MOVE DP-Level3Days
005500                             TO Level-Threshold (3)
005510                         MOVE 'N' TO Thresholds-Defaulted-Switch
005520                     END-IF
005530                 END-IF
005540         END-READ
005550         CLOSE DunningParmFile
005560     END-IF
005570     .

005580******************************************************************
005590* 1300-LOAD-DISPUTES - load the disputed-items list. No file just
005600* means nothing is in dispute.
005610******************************************************************
005620 1300-LOAD-DISPUTES.
005630     OPEN INPUT DisputeFile
005640     IF Dispute-File-Status NOT = "00"
005650         MOVE 'Y' TO Dispute-Eof-Switch
005660     ELSE
005670         READ DisputeFile
005680             AT END MOVE 'Y' TO Dispute-Eof-Switch
005690         END-READ
005700         PERFORM 1310-LOAD-ONE-DISPUTE UNTIL Dispute-Eof
005710         CLOSE DisputeFile
005720     END-IF
005730     .

005740******************************************************************
005750* 1310-LOAD-ONE-DISPUTE - file one disputed item.
005760******************************************************************
005770 1310-LOAD-ONE-DISPUTE.
005780     IF Dispute-Count < Max-Disputes
005790         ADD 1 TO Dispute-Count
005800         MOVE DI-CustomerID TO Disp-CustomerID (Dispute-Count)
005810         MOVE DI-InvoiceNo  TO Disp-InvoiceNo (Dispute-Count)
005820     ELSE
005830         ADD 1 TO Disputes-Dropped-Count
005840     END-IF
005850     READ DisputeFile
005860         AT END MOVE 'Y' TO Dispute-Eof-Switch
005870     END-READ
005880     .

005890******************************************************************
005900* 1400-LOAD-PENDING-HOLDS - note every customer with a DUNNING
005910* hold change already on CUSTTRAN.DAT and still unapproved.
005920******************************************************************
005930 1400-LOAD-PENDING-HOLDS.
005940     OPEN INPUT CustTranFile
005950     IF Cust-Tran-File-Status NOT = "00"
005960         MOVE 'Y' TO Tran-Eof-Switch
005970     ELSE
005980         READ CustTranFile
005990             AT END MOVE 'Y' TO Tran-Eof-Switch
006000         END-READ
006010         PERFORM 1410-NOTE-ONE-TRAN UNTIL Tran-Eof
006020         CLOSE CustTranFile
006030     END-IF
006040     .

006050******************************************************************
006060* 1410-NOTE-ONE-TRAN - one CUSTTRAN.DAT transaction.
006070******************************************************************
006080 1410-NOTE-ONE-TRAN.
006090     IF CTUserID = Dunning-User-ID
006100             AND CTHoldOn
006110             AND CTApprovedBy = SPACES
006120             AND Pending-Hold-Count < Max-Pending-Holds
006130         ADD 1 TO Pending-Hold-Count
006140         MOVE CTCustomerID
006150             TO Pending-Hold-CustomerID (Pending-Hold-Count)
006160     END-IF
006170     READ CustTranFile
006180         AT END MOVE 'Y' TO Tran-Eof-Switch
006190     END-READ
006200     .

006210******************************************************************
006220* 2000-PROCESS-ONE-ITEM - take one open item, breaking on a change
006230* of customer. An open invoice with a balance still owing is
006240* aged; once it has passed a threshold, is not in dispute and
006250* has not yet had a letter at the level it has reached, it is
006260* buffered for tonight's letter at that level.
006270******************************************************************
006280 2000-PROCESS-ONE-ITEM.
006290     IF First-Customer
006300         MOVE 'N' TO First-Customer-Switch
006310         MOVE AR-CustomerID TO CustomerID-Hold
006320     ELSE
006330         IF AR-CustomerID NOT = CustomerID-Hold
006340             PERFORM 3000-FINISH-CUSTOMER
006350             MOVE AR-CustomerID TO CustomerID-Hold
006360         END-IF
006370     END-IF
006380     ADD 1 TO Items-Read-Count
006390     IF AR-Doc-Invoice AND AR-Item-Open
006400         COMPUTE Item-Outstanding =
006410             AR-GrossValue - AR-PaidValue + AR-RevalAdjust
006420         IF Item-Outstanding > ZERO
006430             PERFORM 2100-AGE-ITEM
006440         END-IF
006450     END-IF
006460     READ ArItemsFile NEXT RECORD
006470         AT END MOVE 'Y' TO Items-Eof-Switch
006480     END-READ
006490     .

006500******************************************************************
006510* 2100-AGE-ITEM - work out the item's days overdue and the level
006520* it has reached, then check it against the disputes and the
006530* letter history.
006540******************************************************************
006550 2100-AGE-ITEM.
006560     MOVE AR-InvoiceDate TO Invoice-Date-Split
006570     COMPUTE Age-Days =
006580         ((Run-Year - Split-Year) * 360)
006590         + ((Run-Month - Split-Month) * 30)
006600         + (Run-Day - Split-Day)
006610     MOVE ZERO TO Item-Level
006620     IF Age-Days > Level-Threshold (3)
006630         MOVE 3 TO Item-Level
006640     ELSE
006650         IF Age-Days > Level-Threshold (2)
006660             MOVE 2 TO Item-Level
006670         ELSE
006680             IF Age-Days > Level-Threshold (1)
006690                 MOVE 1 TO Item-Level
006700             END-IF
006710         END-IF
006720     END-IF
006730     IF Item-Level > ZERO
006740         ADD 1 TO Items-Overdue-Count
006750         PERFORM 2200-CHECK-DISPUTE
006760         IF Item-Disputed
006770             ADD 1 TO Items-Disputed-Count
006780         ELSE
006790             PERFORM 2300-CHECK-HISTORY
006800             IF Item-Level > History-Last-Level
006810                 PERFORM 2400-BUFFER-ITEM
006820             ELSE
006830                 ADD 1 TO Items-Already-Sent-Count
006840             END-IF
006850         END-IF
006860     END-IF
006870     .

006880******************************************************************
006890* 2200-CHECK-DISPUTE - is the item on the disputed-items list?
006900******************************************************************
006910 2200-CHECK-DISPUTE.
006920     MOVE 'N' TO Item-Disputed-Switch
006930     PERFORM 2210-TEST-ONE-DISPUTE
006940         VARYING Dispute-Sub FROM 1 BY 1
006950         UNTIL Dispute-Sub > Dispute-Count
006960            OR Item-Disputed
006970     .

006980******************************************************************
006990* 2210-TEST-ONE-DISPUTE - one disputed-items list entry.
007000******************************************************************
007010 2210-TEST-ONE-DISPUTE.
007020     IF Disp-CustomerID (Dispute-Sub) = AR-CustomerID
007030             AND Disp-InvoiceNo (Dispute-Sub) = AR-InvoiceNo
007040         MOVE 'Y' TO Item-Disputed-Switch
007050     END-IF
007060     .

007070******************************************************************
007080* 2300-CHECK-HISTORY - the highest level already sent for the
007090* item; zero when it has never been dunned.
007100******************************************************************
007110 2300-CHECK-HISTORY.
007120     MOVE ZERO TO History-Last-Level
007130     MOVE AR-CustomerID TO DH-CustomerID
007140     MOVE AR-InvoiceNo  TO DH-InvoiceNo
007150     READ DunningHistoryFile
007160         INVALID KEY
007170             CONTINUE
007180         NOT INVALID KEY
007190             MOVE DH-LastLevel TO History-Last-Level
007200     END-READ
007210     .

007220******************************************************************
007230* 2400-BUFFER-ITEM - hold the item for the customer's letters.
007240******************************************************************
007250 2400-BUFFER-ITEM.
007260     IF Dun-Count < Max-Dun-Items
007270         ADD 1 TO Dun-Count
007280         MOVE AR-InvoiceNo     TO Dun-InvoiceNo (Dun-Count)
007290         MOVE AR-InvoiceDate   TO Dun-InvoiceDate (Dun-Count)
007300         MOVE Age-Days         TO Dun-AgeDays (Dun-Count)
007310         MOVE Item-Outstanding TO Dun-Outstanding (Dun-Count)
007320         MOVE Item-Level       TO Dun-Level (Dun-Count)
007330         ADD 1 TO Items-Dunned-Count
007340     ELSE
007350         ADD 1 TO Dun-Dropped-Count
007360     END-IF
007370     .

007380******************************************************************
007390* 3000-FINISH-CUSTOMER - for the customer just finished, print
007400* one letter per level that has items, record every item sent in
007410* the letter history, and recommend a final-demand customer for
007420* credit hold.
007430******************************************************************
007440 3000-FINISH-CUSTOMER.
007450     IF Dun-Count > ZERO
007460         MOVE 'N' TO Final-Demand-Switch
007470         PERFORM 3050-READ-CUSTOMER
007480         PERFORM 3100-PRINT-LETTER
007490             VARYING Letter-Level FROM 1 BY 1
007500             UNTIL Letter-Level > 3
007510         PERFORM 3400-RECORD-HISTORY
007520             VARYING Dun-Sub FROM 1 BY 1
007530             UNTIL Dun-Sub > Dun-Count
007540         IF Final-Demand-Issued
007550             PERFORM 3500-RECOMMEND-HOLD
007560         END-IF
007570     END-IF
007580     MOVE ZERO TO Dun-Count
007590     .

007600******************************************************************
007610* 3050-READ-CUSTOMER - the customer's name and hold status for
007620* the letters and the hold recommendation.
007630******************************************************************
007640 3050-READ-CUSTOMER.
007650     MOVE 'N' TO Customer-Found-Switch
007660     MOVE "** NOT ON MASTER **" TO Letter-Customer-Name
007670     IF Cust-Master-Available
007680         MOVE CustomerID-Hold TO CM-CustomerID
007690         READ CustomerMasterFile
007700             INVALID KEY
007710                 CONTINUE
007720             NOT INVALID KEY
007730                 MOVE 'Y' TO Customer-Found-Switch
007740                 MOVE CM-CustomerName TO Letter-Customer-Name
007750         END-READ
007760     END-IF
007770     .

007780******************************************************************
007790* 3100-PRINT-LETTER - the customer's letter at one level, listing
007800* every buffered item that has reached that level, and its line
007810* on the register.
007820******************************************************************
007830 3100-PRINT-LETTER.
007840     MOVE ZERO TO Letter-Item-Count
007850     MOVE ZERO TO Letter-Total
007860     PERFORM 3150-COUNT-LEVEL-ITEM
007870         VARYING Dun-Sub FROM 1 BY 1
007880         UNTIL Dun-Sub > Dun-Count
007890     IF Letter-Item-Count > ZERO
007900         MOVE SPACES TO Letter-Record
007910         WRITE Letter-Record
007920         MOVE Level-Title (Letter-Level) TO LetterTitle
007930         WRITE Letter-Record FROM Letter-Heading
007940         WRITE Letter-Record FROM HorizontalLine
007950         MOVE CustomerID-Hold      TO LetterCustomerID
007960         MOVE Letter-Customer-Name TO LetterCustomerName
007970         MOVE Run-Date             TO LetterRunDate
007980         WRITE Letter-Record FROM Letter-Customer-Line
007990         MOVE SPACES TO Letter-Record
008000         WRITE Letter-Record
008010         MOVE Level-Text-1 (Letter-Level) TO LetterText
008020         WRITE Letter-Record FROM Letter-Text-Line
008030         MOVE Level-Text-2 (Letter-Level) TO LetterText
008040         WRITE Letter-Record FROM Letter-Text-Line
008050         MOVE SPACES TO Letter-Record
008060         WRITE Letter-Record
008070         WRITE Letter-Record FROM Letter-Columns
008080         PERFORM 3200-PRINT-LETTER-ITEM
008090             VARYING Dun-Sub FROM 1 BY 1
008100             UNTIL Dun-Sub > Dun-Count
008110         MOVE Letter-Total TO LetterTotal
008120         WRITE Letter-Record FROM Letter-Total-Line
008130         ADD 1 TO Letters-Issued (Letter-Level)
008140         MOVE CustomerID-Hold           TO DunCustomerID
008150         MOVE Letter-Customer-Name      TO DunCustomerName
008160         MOVE Level-Title (Letter-Level) TO DunLetterTitle
008170         MOVE Letter-Item-Count         TO DunItemCount
008180         MOVE Letter-Total              TO DunOutstanding
008190         WRITE Dunning-Rpt-Record FROM Dunning-Line
008200         IF Letter-Level = 3
008210             MOVE 'Y' TO Final-Demand-Switch
008220             MOVE Letter-Total TO HoldOutstanding
008230         END-IF
008240     END-IF
008250     .

008260******************************************************************
008270* 3150-COUNT-LEVEL-ITEM - count and total one buffered item when
008280* it belongs on this level's letter.
008290******************************************************************
008300 3150-COUNT-LEVEL-ITEM.
008310     IF Dun-Level (Dun-Sub) = Letter-Level
008320         ADD 1 TO Letter-Item-Count
008330         ADD Dun-Outstanding (Dun-Sub) TO Letter-Total
008340     END-IF
008350     .

008360******************************************************************
008370* 3200-PRINT-LETTER-ITEM - one item line on this level's letter.
008380******************************************************************
008390 3200-PRINT-LETTER-ITEM.
008400     IF Dun-Level (Dun-Sub) = Letter-Level
008410         MOVE Dun-InvoiceNo (Dun-Sub)   TO LetterInvoiceNo
008420         MOVE Dun-InvoiceDate (Dun-Sub) TO LetterInvoiceDate
008430         MOVE Dun-AgeDays (Dun-Sub)     TO LetterAgeDays
008440         MOVE Dun-Outstanding (Dun-Sub) TO LetterOutstanding
008450         WRITE Letter-Record FROM Letter-Item-Line
008460     END-IF
008470     .

008480******************************************************************
008490* 3400-RECORD-HISTORY - file the level and date of tonight's
008500* letter against the item, adding its history row the first
008510* time it is dunned.
008520******************************************************************
008530 3400-RECORD-HISTORY.
008540     MOVE CustomerID-Hold         TO DH-CustomerID
008550     MOVE Dun-InvoiceNo (Dun-Sub) TO DH-InvoiceNo
008560     MOVE 'N' TO History-Found-Switch
008570     READ DunningHistoryFile
008580         INVALID KEY
008590             CONTINUE
008600         NOT INVALID KEY
008610             MOVE 'Y' TO History-Found-Switch
008620     END-READ
008630     IF NOT History-Found
008640         MOVE CustomerID-Hold         TO DH-CustomerID
008650         MOVE Dun-InvoiceNo (Dun-Sub) TO DH-InvoiceNo
008660         MOVE ZERO TO DH-LetterDate (1)
008670         MOVE ZERO TO DH-LetterDate (2)
008680         MOVE ZERO TO DH-LetterDate (3)
008690     END-IF
008700     MOVE Dun-Level (Dun-Sub) TO DH-LastLevel
008710     MOVE Run-Date TO DH-LetterDate (DH-LastLevel)
008720     IF History-Found
008730         REWRITE Dunning-History-Record
008740     ELSE
008750         WRITE Dunning-History-Record
008760     END-IF
008770     .

008780******************************************************************
008790* 3500-RECOMMEND-HOLD - list a final-demand customer on the hold
008800* recommendations and, unless they are already on hold or
008810* already have a hold waiting for approval, append the hold
008820* change to CUSTTRAN.DAT for the credit controller to approve.
008830******************************************************************
008840 3500-RECOMMEND-HOLD.
008850     ADD 1 TO Hold-Recommended-Count
008860     MOVE 'N' TO Hold-Pending-Switch
008870     PERFORM 3510-TEST-ONE-PENDING-HOLD
008880         VARYING Pending-Hold-Sub FROM 1 BY 1
008890         UNTIL Pending-Hold-Sub > Pending-Hold-Count
008900            OR Hold-Pending
008910     IF NOT Customer-Found
008920         MOVE "NOT ON CUSTOMER MASTER" TO Hold-Result-Text
008930     ELSE
008940         IF CM-On-Hold
008950             MOVE "ALREADY ON HOLD" TO Hold-Result-Text
008960         ELSE
008970             IF Hold-Pending
008980                 MOVE "HOLD ALREADY AWAITING APPROVAL"
008990                     TO Hold-Result-Text
009000             ELSE
009010                 PERFORM 3550-WRITE-HOLD-TRAN
009020                 MOVE "HOLD TRANS WRITTEN - APPROVE"
009030                     TO Hold-Result-Text
009040             END-IF
009050         END-IF
009060     END-IF
009070     MOVE CustomerID-Hold      TO HoldCustomerID
009080     MOVE Letter-Customer-Name TO HoldCustomerName
009090     MOVE Hold-Result-Text     TO HoldResult
009100     WRITE Hold-Rpt-Record FROM Hold-Line
009110     .

009120******************************************************************
009130* 3510-TEST-ONE-PENDING-HOLD - one hold awaiting approval.
009140******************************************************************
009150 3510-TEST-ONE-PENDING-HOLD.
009160     IF Pending-Hold-CustomerID (Pending-Hold-Sub)
009170             = CustomerID-Hold
009180         MOVE 'Y' TO Hold-Pending-Switch
009190     END-IF
009200     .

009210******************************************************************
009220* 3550-WRITE-HOLD-TRAN - a change transaction carrying the
009230* customer's own name and limit, so applying it only sets the
009240* hold flag; the approver field is left blank for the credit
009250* controller.
009260******************************************************************
009270 3550-WRITE-HOLD-TRAN.
009280     MOVE SPACES          TO Cust-Tran-Record
009290     MOVE 'C'             TO CTAction
009300     MOVE CM-CustomerID   TO CTCustomerID
009310     MOVE CM-CustomerName TO CTCustomerName
009320     MOVE Dunning-User-ID TO CTUserID
009330     MOVE CM-CreditLimit  TO CTCreditLimit
009340     MOVE 'H'             TO CTHoldFlag
009350     MOVE SPACES          TO CTApprovedBy
009353     MOVE CM-CountryCode  TO CTCountryCode
009356     MOVE CM-VatNumber    TO CTVatNumber
009357     MOVE SPACES          TO CTDeliveryPref CTEmailAddress
009358                             CTPostAddress
009360     WRITE Cust-Tran-Record
009370     ADD 1 TO Hold-Trans-Written-Count
009380     IF Pending-Hold-Count < Max-Pending-Holds
009390         ADD 1 TO Pending-Hold-Count
009400         MOVE CM-CustomerID
009410             TO Pending-Hold-CustomerID (Pending-Hold-Count)
009420     END-IF
009430     .

009440******************************************************************
009450* 4000-PRINT-CONTROLS - the register's control totals and the
009460* reminder on the hold list that nothing is held until approved.
009470******************************************************************
009480 4000-PRINT-CONTROLS.
009490     MOVE SPACES TO Dunning-Rpt-Record
009500     WRITE Dunning-Rpt-Record
009510     WRITE Dunning-Rpt-Record FROM HorizontalLine
009520     MOVE Items-Read-Count         TO ControlItemsRead
009530     MOVE Items-Overdue-Count      TO ControlOverdue
009540     MOVE Items-Disputed-Count     TO ControlDisputed
009550     MOVE Items-Already-Sent-Count TO ControlAlreadySent
009560     WRITE Dunning-Rpt-Record FROM Dunning-Control-Line-1
009570     MOVE Items-Dunned-Count       TO ControlDunned
009580     MOVE Letters-Issued (1)       TO ControlLetters1
009590     MOVE Letters-Issued (2)       TO ControlLetters2
009600     MOVE Letters-Issued (3)       TO ControlLetters3
009610     WRITE Dunning-Rpt-Record FROM Dunning-Control-Line-2
009620     MOVE Hold-Recommended-Count   TO ControlHoldRecommended
009630     MOVE Hold-Trans-Written-Count TO ControlHoldWritten
009640     WRITE Dunning-Rpt-Record FROM Dunning-Control-Line-3
009650     IF Disputes-Dropped-Count > ZERO
009660             OR Dun-Dropped-Count > ZERO
009670         ADD Disputes-Dropped-Count Dun-Dropped-Count
009680             GIVING Dropped-Total
009690         MOVE Dropped-Total TO ControlDroppedCount
009700         WRITE Dunning-Rpt-Record FROM Dunning-Dropped-Line
009710     END-IF
009720     MOVE SPACES TO Hold-Rpt-Record
009730     WRITE Hold-Rpt-Record
009740     WRITE Hold-Rpt-Record FROM Hold-Approve-Line
009750     .

009760******************************************************************
009770* 8000-TERMINATE - close the files down.
009780******************************************************************
009790 8000-TERMINATE.
009800     IF Items-Open-Ok
009810         CLOSE ArItemsFile
009820     END-IF
009830     IF NOT Run-Parm-Missing AND Items-Open-Ok
009840         IF Cust-Master-Available
009850             CLOSE CustomerMasterFile
009860         END-IF
009870         CLOSE DunningHistoryFile
009880         CLOSE CustTranFile
009890     END-IF
009900     CLOSE LetterFile
009910     CLOSE DunningRptFile
009920     CLOSE HoldRptFile
009930     .

009931******************************************************************
009932* 8900-REPORT-STEP-COUNTS - hand STEPCNT the open items read and
009933* the items dunned.
009934******************************************************************
009935 8900-REPORT-STEP-COUNTS.
009936     MOVE Items-Read-Count TO Step-Records-In
009937     MOVE Items-Dunned-Count TO Step-Records-Out
009938     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
009939         Step-Records-Out
009940     .

009941 END PROGRAM DUNNING.
