000740*                     controlled end, so two batch invocations
000750*                     cannot update the masters underneath each
000760*                     other.
000761*               DF    Prices each renewal from the FEESCHED.DAT
000762*                     category fee schedule -- the latest row for
000763*                     the member's category effective on or
000764*                     before the run date -- instead of the fee
000765*                     keyed on the member (kept only as the
000766*                     fallback, logged, for a category with no
000767*                     scheduled fee yet). Life members are never
000768*                     billed; a family member linked by MEMBMNT to
000769*                     a live family primary is covered by that
000770*                     primary's single renewal and direct debit.
000771*                     CATRPT.RPT analyses member counts and fee
000772*                     income per category, tying to Total-Fees.
000773*               DF    The journal now carries the bank side of
000774*                     the direct debits: the DDCOLL.DAT release
000775*                     total debited to the bank against members
000776*                     control, and each DDRETURN.DAT failure
000777*                     credited back to the bank on its own row
000778*                     (members control debited with the total),
000779*                     so BANKREC can clear both against the
000780*                     bank statement.
000781*               DF    Hands its record counts to STEPCNT for
000782*                     RUNALL's run history, and holds its
000783*                     return code across the closing CALLs,
000784*                     which set RETURN-CODE themselves.
000785******************************************************************

000786 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS Gl-Posting-File-Status.

001031     SELECT FeeScheduleFile ASSIGN TO "FEESCHED.DAT"
001032         ORGANIZATION IS LINE SEQUENTIAL
001033         FILE STATUS IS Fee-Schedule-File-Status.

001034     SELECT CategoryRptFile ASSIGN TO "CATRPT.RPT"
001035         ORGANIZATION IS LINE SEQUENTIAL.

001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD MemberFile.
001150       03 MemberJoinMonth     PIC 9(2).
001160       03 MemberJoinDay       PIC 9(2).
001170    02 MemberLeaveDate        PIC 9(8).
001172    02 MemberCategory         PIC X(2).
001174       88 MemberLife           VALUE "LI".
001176       88 MemberFamily         VALUE "FA".
001178    02 MemberPrimaryID        PIC 9(5).

001180 FD InvoiceFile.
001190 01 Invoice-Record            PIC X(90).
001430    02 GL-DebitAmount       PIC 9(9)V99.
001440    02 GL-CreditAmount      PIC 9(9)V99.

001441 FD FeeScheduleFile.
001442 01 Fee-Schedule-Record.
001443    02 FS-Category          PIC X(2).
001444    02 FS-EffectiveDate     PIC 9(8).
001445    02 FS-Fee               PIC 9(4)V99.

001446 FD CategoryRptFile.
001447 01 Category-Rpt-Record     PIC X(90).

001450 WORKING-STORAGE SECTION.
001460* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001470* when another batch invocation is already in flight.
001490 01 Lock-Step-Name           PIC X(20) VALUE "BILLING".
001500 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
001510 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
001511* The closing CALLs set RETURN-CODE themselves, so the
001512* step's own code is held here and restored after them.
001513 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
001514 01 Step-Count-Function      PIC X(01) VALUE 'P'.
001515 01 Step-Records-In          PIC 9(09) VALUE ZERO.
001516 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
001520 01 Member-Eof-Switch         PIC X(01) VALUE 'N'.
001530     88 Member-Eof             VALUE 'Y'.
001540 01 Member-File-Status        PIC X(02) VALUE SPACES.
001960 01 Resigned-Skipped-Count    PIC 9(5)     VALUE ZERO.
001970 01 Months-Remaining          PIC 9(2)     VALUE ZERO.
001980 01 Returns-Applied-Count     PIC 9(5)     VALUE ZERO.
001981* Bank-Return-Table holds each returned debit for its own bank
001982* row on the journal; any past the table post as one more row.
001983 01 Bank-Return-Table.
001984    02 Bank-Return-Amount OCCURS 500 TIMES
001985                          PIC 9(7)V99  VALUE ZERO.
001986 01 Bank-Return-Count         PIC 9(3)     VALUE ZERO.
001987 77 Max-Bank-Returns          PIC 9(3)     VALUE 500.
001988 01 Bank-Return-Sub           PIC 9(3)     VALUE ZERO.
001989 01 Bank-Returns-Lumped       PIC 9(9)V99  VALUE ZERO.
001990 01 Bank-Returns-Total        PIC 9(9)V99  VALUE ZERO.
001991 01 Total-Arrears             PIC 9(9)V99  VALUE ZERO.
002000 01 Arrears-Age-Days          PIC S9(5)    VALUE ZERO.
002010 01 Arrears-Date-Split.
002020    02 ADS-Year               PIC 9(4).
002030    02 ADS-Month              PIC 9(2).
002040    02 ADS-Day                PIC 9(2).

002041 77 Fee-Schedule-File-Status PIC X(02) VALUE '00'.
002042 01 Fee-Schedule-Eof-Switch  PIC X(01) VALUE 'N'.
002043     88 Fee-Schedule-Eof      VALUE 'Y'.
002044 01 Billing-Fee              PIC 9(4)V99  VALUE ZERO.
002045 01 Life-Skipped-Count       PIC 9(5)     VALUE ZERO.
002046 01 Household-Covered-Count  PIC 9(5)     VALUE ZERO.
002047 01 Unscheduled-Fee-Count    PIC 9(5)     VALUE ZERO.
002048 01 Bad-Schedule-Row-Count   PIC 9(5)     VALUE ZERO.
002049 01 Total-Live-Members       PIC 9(5)     VALUE ZERO.

002050* Category-Table is the five membership categories, with the
002051* fee each one is billed at this run once FEESCHED.DAT has been
002052* read, and the counts the category analysis prints.
002053 01 Category-Values.
002054    02 FILLER PIC X(10) VALUE "FUFULL    ".
002055    02 FILLER PIC X(10) VALUE "STSTUDENT ".
002056    02 FILLER PIC X(10) VALUE "SRSENIOR  ".
002057    02 FILLER PIC X(10) VALUE "FAFAMILY  ".
002058    02 FILLER PIC X(10) VALUE "LILIFE    ".
002059 01 Category-Table REDEFINES Category-Values.
002060    02 Category-Entry OCCURS 5 TIMES.
002061       03 Cat-Code            PIC X(2).
002062       03 Cat-Name            PIC X(8).
002063 01 Category-Totals.
002064    02 Category-Total-Entry OCCURS 5 TIMES.
002065       03 Cat-Fee             PIC 9(4)V99  VALUE ZERO.
002066       03 Cat-Fee-Date        PIC 9(8)     VALUE ZERO.
002067       03 Cat-Members         PIC 9(5)     VALUE ZERO.
002068       03 Cat-Billed          PIC 9(5)     VALUE ZERO.
002069       03 Cat-Held            PIC 9(5)     VALUE ZERO.
002070       03 Cat-Covered         PIC 9(5)     VALUE ZERO.
002071       03 Cat-Income          PIC 9(9)V99  VALUE ZERO.
002072 77 Max-Categories           PIC 9(2)     VALUE 5.
002073 01 Category-Sub             PIC 9(2)     VALUE ZERO.
002074 01 Member-Category-Sub      PIC 9(2)     VALUE ZERO.
002075 01 Find-Category-Code       PIC X(02)    VALUE SPACES.

002076* Fee-Schedule-Table holds every sound FEESCHED.DAT row; the fee
002077* in effect for each category is picked from it once at start-up.
002078 01 Fee-Schedule-Table.
002079    02 Fee-Schedule-Entry OCCURS 200 TIMES.
002080       03 Sch-Category        PIC X(2)     VALUE SPACES.
002081       03 Sch-EffectiveDate   PIC 9(8)     VALUE ZERO.
002082       03 Sch-Fee             PIC 9(4)V99  VALUE ZERO.
002083 01 Schedule-Count           PIC 9(3)     VALUE ZERO.
002084 77 Max-Schedule-Rows        PIC 9(3)     VALUE 200.
002085 01 Schedule-Dropped-Count   PIC 9(5)     VALUE ZERO.
002086 01 Schedule-Sub             PIC 9(3)     VALUE ZERO.

002087* Household-Table lists every live family primary, so a linked
002088* family member can be passed over when their primary's renewal
002089* covers them wherever the two fall in MEMBERS.DAT.
002090 01 Household-Table.
002091    02 Household-Entry OCCURS 2000 TIMES.
002092       03 Hh-PrimaryID        PIC 9(5)     VALUE ZERO.
002093 01 Household-Count          PIC 9(4)     VALUE ZERO.
002094 77 Max-Households           PIC 9(4)     VALUE 2000.
002095 01 Households-Dropped-Count PIC 9(5)     VALUE ZERO.
002096 01 Household-Sub            PIC 9(4)     VALUE ZERO.
002097 01 Household-Found-Switch   PIC X(01)    VALUE 'N'.
002098     88 Household-Found       VALUE 'Y'.
002099 01 Household-Eof-Switch     PIC X(01)    VALUE 'N'.
002100     88 Household-Eof         VALUE 'Y'.

002101 01 FILLER                    PIC X(80) VALUE SPACES.
002102 01 Billing-Heading.
002103    02 FILLER                  PIC X(25) VALUE SPACES.
002104    02 FILLER                  PIC X(22)
002105       VALUE "MEMBERSHIP BILLING RUN".

002106 01 HorizontalLine.
002110    02 FILLER                  PIC X(03) VALUE SPACES.
002120    02 FILLER                  PIC X(45) VALUE ALL '-'.

002160    02 FILLER                  PIC X(03) VALUE SPACES.
002170    02 FILLER                  PIC X(20) VALUE "MEMBER NAME".
002180    02 FILLER                  PIC X(02) VALUE SPACES.
002183    02 FILLER                  PIC X(03) VALUE "CAT".
002186    02 FILLER                  PIC X(01) VALUE SPACES.
002190    02 FILLER                  PIC X(03) VALUE "FEE".
002200    02 FILLER                  PIC X(03) VALUE SPACES.
002210    02 FILLER                  PIC X(05) VALUE "UNITS".
002270    02 FILLER                  PIC X(03) VALUE SPACES.
002280    02 InvoiceMemberName       PIC X(20).
002290    02 FILLER                  PIC X(02) VALUE SPACES.
002293    02 InvoiceCategory         PIC X(02).
002296    02 FILLER                  PIC X(02) VALUE SPACES.
002300    02 InvoiceFee              PIC BZZZ9.99.
002310    02 FILLER                  PIC X(02) VALUE SPACES.
002320    02 InvoiceUnits            PIC BBBZZ9.
002700       VALUE "  RESIGNED:".
002710    02 ControlResignedSkipped PIC BZZZZ9.

002711 01 Category-Heading.
002712    02 FILLER                 PIC X(20) VALUE SPACES.
002713    02 FILLER                 PIC X(28)
002714       VALUE "MEMBERSHIP CATEGORY ANALYSIS".

002715 01 Category-Columns.
002716    02 FILLER                 PIC X(02) VALUE SPACES.
002717    02 FILLER                 PIC X(12) VALUE "CATEGORY".
002718    02 FILLER                 PIC X(08) VALUE "     FEE".
002719    02 FILLER                 PIC X(10) VALUE " EFFECTIVE".
002720    02 FILLER                 PIC X(09) VALUE "  MEMBERS".
002721    02 FILLER                 PIC X(08) VALUE "  BILLED".
002722    02 FILLER                 PIC X(06) VALUE "  HELD".
002723    02 FILLER                 PIC X(09) VALUE "  COVERED".
002724    02 FILLER                 PIC X(17) VALUE "       FEE INCOME".

002725 01 Category-Line.
002726    02 FILLER                 PIC X(02) VALUE SPACES.
002727    02 CatLineCode            PIC X(02).
002728    02 FILLER                 PIC X(02) VALUE SPACES.
002729    02 CatLineName            PIC X(08).
002730    02 CatLineFee             PIC BZZZ9.99.
002731    02 CatLineNoFee REDEFINES CatLineFee PIC X(08).
002732    02 FILLER                 PIC X(02) VALUE SPACES.
002733    02 CatLineFeeDate         PIC 9(08).
002734    02 CatLineMembers         PIC BBBBZZZZ9.
002735    02 CatLineBilled          PIC BBBZZZZ9.
002736    02 CatLineHeld            PIC BZZZZ9.
002737    02 CatLineCovered         PIC BBBBZZZZ9.
002738    02 CatLineIncome          PIC BZ,ZZZ,ZZZ,ZZ9.99.

002739 01 Category-Total-Line.
002740    02 FILLER                 PIC X(14) VALUE "LIVE MEMBERS:".
002741    02 CatTotalMembers        PIC BZZZZ9.
002742    02 FILLER                 PIC X(16) VALUE "  TOTAL INCOME:".
002743    02 CatTotalIncome         PIC BZZZ,ZZZ,ZZ9.99.

002744 01 Category-Control-Line.
002745    02 FILLER                 PIC X(14) VALUE "LIFE UNBILLED:".
002746    02 CatControlLife         PIC BZZZZ9.
002747    02 FILLER                 PIC X(20)
002748       VALUE "  FAMILY COVERED:".
002749    02 CatControlCovered      PIC BZZZZ9.
002750    02 FILLER                 PIC X(15)
002751       VALUE "  UNSCHEDULED:".
002752    02 CatControlUnscheduled  PIC BZZZZ9.

002753 01 Category-Schedule-Line.
002754    02 FILLER                 PIC X(20)
002755       VALUE "SCHEDULE ROWS READ:".
002756    02 CatScheduleRows        PIC BZZZZ9.
002757    02 FILLER                 PIC X(12) VALUE "  REJECTED:".
002758    02 CatScheduleRejected    PIC BZZZZ9.
002759    02 FILLER                 PIC X(15) VALUE "  NOT TABLED:".
002760    02 CatScheduleDropped     PIC BZZZZ9.

002761 01 Category-Dropped-Line.
002762    02 FILLER                 PIC X(32)
002763       VALUE "FAMILY PRIMARIES NOT TABLED:".
002764    02 CatHouseholdsDropped   PIC BZZZZ9.

002765 PROCEDURE DIVISION.

002766 0000-MAINLINE.
002767     MOVE 'S' TO Lock-Function
002768     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002769         Lock-Run-Date, Lock-Return-Code
002770     IF Lock-Return-Code NOT = ZERO
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002870         PERFORM 3000-FINISH-BILLING
002880         PERFORM 3500-FINISH-DD-FILE
002890         PERFORM 4000-PRINT-ARREARS-REPORT
002895         PERFORM 4500-PRINT-CATEGORY-REPORT
002900         PERFORM 7500-WRITE-GL-JOURNAL
002910     END-IF
002920     PERFORM 8000-TERMINATE
002923     MOVE RETURN-CODE TO Step-Return-Code
002926     PERFORM 8900-REPORT-STEP-COUNTS
002930     MOVE 'R' TO Lock-Function
002940     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
002950         Lock-Run-Date, Lock-Return-Code
002955     MOVE Step-Return-Code TO RETURN-CODE
002960     GOBACK.

002970******************************************************************
002980* 1000-INITIALIZE - open the files and print the report heading.
002990******************************************************************
003000 1000-INITIALIZE.
003005     PERFORM 1300-LOAD-HOUSEHOLDS
003010     OPEN INPUT MemberFile
003020     OPEN OUTPUT InvoiceFile
003030     PERFORM 1050-OPEN-EXCEPTION-LOG
003050         MOVE 'Y' TO Billing-Proceeding-Switch
003060         PERFORM 1100-OPEN-STATUS-MASTER
003070         ACCEPT Billing-Run-Date FROM DATE YYYYMMDD
003075         PERFORM 1400-LOAD-FEE-SCHEDULE
003080         OPEN OUTPUT DDCollectFile
003090         MOVE Billing-Run-Date TO DDH-RunDate
003100         WRITE DD-Collect-Record FROM DD-Header-Record
003740* is logged to the shared exception log.
003750******************************************************************
003760 1210-APPLY-ONE-RETURN.
003765     PERFORM 1230-KEEP-BANK-RETURN
003770     MOVE DR-MemberID TO MS-MemberID
003780     READ MemberStatusFile
003790         INVALID KEY
004120     WRITE Exception-Log-Record
004130     .

004131******************************************************************
004132* 1230-KEEP-BANK-RETURN - hold the returned debit, known member
004133* or not, for its own bank row on the journal: the bank has
004134* taken the money back either way.
004135******************************************************************
004136 1230-KEEP-BANK-RETURN.
004137     ADD DR-Amount TO Bank-Returns-Total
004138     IF Bank-Return-Count < Max-Bank-Returns
004139         ADD 1 TO Bank-Return-Count
004140         MOVE DR-Amount TO Bank-Return-Amount (Bank-Return-Count)
004141     ELSE
004142         ADD DR-Amount TO Bank-Returns-Lumped
004143     END-IF
004144     .

004145******************************************************************
004146* 1300-LOAD-HOUSEHOLDS - a first pass over MEMBERS.DAT tabling
004147* every live family primary (a family member linked to no one).
004148******************************************************************
004149 1300-LOAD-HOUSEHOLDS.
004150     OPEN INPUT MemberFile
004151     IF Member-File-Status = "00"
004152         READ MemberFile
004153             AT END MOVE 'Y' TO Household-Eof-Switch
004154         END-READ
004155         PERFORM 1310-LOAD-ONE-HOUSEHOLD UNTIL Household-Eof
004156         CLOSE MemberFile
004157     END-IF
004158     .

004159******************************************************************
004160* 1310-LOAD-ONE-HOUSEHOLD - table one member if they head a live
004161* household.
004162******************************************************************
004163 1310-LOAD-ONE-HOUSEHOLD.
004164     IF MemberFamily
004165             AND MemberLeaveDate = ZERO
004166             AND (MemberPrimaryID NOT NUMERIC
004167                  OR MemberPrimaryID = ZERO)
004168         IF Household-Count < Max-Households
004169             ADD 1 TO Household-Count
004170             MOVE MemberID TO Hh-PrimaryID (Household-Count)
004171         ELSE
004172             ADD 1 TO Households-Dropped-Count
004173         END-IF
004174     END-IF
004175     READ MemberFile
004176         AT END MOVE 'Y' TO Household-Eof-Switch
004177     END-READ
004178     .

004179******************************************************************
004180* 1400-LOAD-FEE-SCHEDULE - table the sound FEESCHED.DAT rows, then
004181* pick each category's fee in effect on the run date: the row with
004182* the latest effective date not after it. A category left with no
004183* fee in effect falls back to the fee keyed on each member. No
004184* schedule file at all leaves every category that way.
004185******************************************************************
004186 1400-LOAD-FEE-SCHEDULE.
004187     OPEN INPUT FeeScheduleFile
004188     IF Fee-Schedule-File-Status NOT = "00"
004189         MOVE 'Y' TO Fee-Schedule-Eof-Switch
004190     ELSE
004191         READ FeeScheduleFile
004192             AT END MOVE 'Y' TO Fee-Schedule-Eof-Switch
004193         END-READ
004194         PERFORM 1410-LOAD-ONE-FEE-ROW UNTIL Fee-Schedule-Eof
004195         CLOSE FeeScheduleFile
004196     END-IF
004197     PERFORM 1430-PICK-CATEGORY-FEE
004198         VARYING Category-Sub FROM 1 BY 1
004199         UNTIL Category-Sub > Max-Categories
004200     .

004201******************************************************************
004202* 1410-LOAD-ONE-FEE-ROW - table one schedule row; a row for no
004203* known category, or with a bad date or fee, is logged and left
004204* out.
004205******************************************************************
004206 1410-LOAD-ONE-FEE-ROW.
004207     MOVE FS-Category TO Find-Category-Code
004208     PERFORM 1420-FIND-CATEGORY
004209     IF Member-Category-Sub = ZERO
004210             OR FS-EffectiveDate NOT NUMERIC
004211             OR FS-Fee NOT NUMERIC
004212         ADD 1 TO Bad-Schedule-Row-Count
004213         PERFORM 1450-LOG-BAD-FEE-ROW
004214     ELSE
004215         IF Schedule-Count < Max-Schedule-Rows
004216             ADD 1 TO Schedule-Count
004217             MOVE FS-Category
004218                 TO Sch-Category (Schedule-Count)
004219             MOVE FS-EffectiveDate
004220                 TO Sch-EffectiveDate (Schedule-Count)
004221             MOVE FS-Fee
004222                 TO Sch-Fee (Schedule-Count)
004223         ELSE
004224             ADD 1 TO Schedule-Dropped-Count
004225         END-IF
004226     END-IF
004227     READ FeeScheduleFile
004228         AT END MOVE 'Y' TO Fee-Schedule-Eof-Switch
004229     END-READ
004230     .

004231******************************************************************
004232* 1420-FIND-CATEGORY - find the category code held in
004233* Find-Category-Code; Member-Category-Sub is left zero when it
004234* is not one of the five.
004235******************************************************************
004236 1420-FIND-CATEGORY.
004237     MOVE ZERO TO Member-Category-Sub
004238     PERFORM 1425-MATCH-ONE-CATEGORY
004239         VARYING Category-Sub FROM 1 BY 1
004240         UNTIL Category-Sub > Max-Categories
004241             OR Member-Category-Sub NOT = ZERO
004242     .

004243******************************************************************
004244* 1425-MATCH-ONE-CATEGORY - check one category code.
004245******************************************************************
004246 1425-MATCH-ONE-CATEGORY.
004247     IF Cat-Code (Category-Sub) = Find-Category-Code
004248         MOVE Category-Sub TO Member-Category-Sub
004249     END-IF
004250     .

004251******************************************************************
004252* 1430-PICK-CATEGORY-FEE - settle one category's fee in effect.
004253******************************************************************
004254 1430-PICK-CATEGORY-FEE.
004255     MOVE ZERO TO Cat-Fee (Category-Sub)
004256     MOVE ZERO TO Cat-Fee-Date (Category-Sub)
004257     PERFORM 1440-CHECK-ONE-FEE-ROW
004258         VARYING Schedule-Sub FROM 1 BY 1
004259         UNTIL Schedule-Sub > Schedule-Count
004260     .

004261******************************************************************
004262* 1440-CHECK-ONE-FEE-ROW - take a schedule row for the category if
004263* it is in effect on the run date and later than the one held.
004264******************************************************************
004265 1440-CHECK-ONE-FEE-ROW.
004266     IF Sch-Category (Schedule-Sub) = Cat-Code (Category-Sub)
004267             AND Sch-EffectiveDate (Schedule-Sub)
004268                 NOT > Billing-Run-Date
004269             AND Sch-EffectiveDate (Schedule-Sub)
004270                 > Cat-Fee-Date (Category-Sub)
004271         MOVE Sch-EffectiveDate (Schedule-Sub)
004272             TO Cat-Fee-Date (Category-Sub)
004273         MOVE Sch-Fee (Schedule-Sub) TO Cat-Fee (Category-Sub)
004274     END-IF
004275     .

004276******************************************************************
004277* 1450-LOG-BAD-FEE-ROW - write a schedule row that cannot be used
004278* to the shared exception log.
004279******************************************************************
004280 1450-LOG-BAD-FEE-ROW.
004281     ACCEPT Log-Date FROM DATE
004282     ACCEPT Log-Time FROM TIME
004283     MOVE SPACES TO Exception-Log-Record
004284     STRING "BILLING  " DELIMITED BY SIZE
004285         "CATEGORY=" DELIMITED BY SIZE
004286         FS-Category DELIMITED BY SIZE
004287         " EFFECTIVE=" DELIMITED BY SIZE
004288         FS-EffectiveDate DELIMITED BY SIZE
004289         " FEE=" DELIMITED BY SIZE
004290         FS-Fee DELIMITED BY SIZE
004291         " BAD FEE SCHEDULE ROW" DELIMITED BY SIZE
004292         " DATE=" DELIMITED BY SIZE
004293         Log-Date DELIMITED BY SIZE
004294         " TIME=" DELIMITED BY SIZE
004295         Log-Time DELIMITED BY SIZE
004296         INTO Exception-Log-Record
004297     WRITE Exception-Log-Record
004298     .

004299******************************************************************
004300* 2000-PRINT-INVOICE-LINE - extend one member's fee by the units
004301* billed and print the invoice line. A resigned member (leave
004302* date stamped by MEMBMNT) is skipped, not billed; a member who
004303* joined this year is billed pro-rata from their join month. A
004304* member keyed before categories counts as full; a life member
004305* is never billed, nor a family member whose linked primary is
004306* live -- a link to a primary who has gone is logged and the
004307* member billed as a household of their own.
004308******************************************************************
004309 2000-PRINT-INVOICE-LINE.
004310     IF MemberCategory = SPACES
004311         MOVE "FU" TO MemberCategory
004312     END-IF
004313     IF MemberPrimaryID NOT NUMERIC
004314         MOVE ZERO TO MemberPrimaryID
004315     END-IF
004316     MOVE MemberCategory TO Find-Category-Code
004317     PERFORM 1420-FIND-CATEGORY
004318     IF Member-Category-Sub = ZERO
004319         MOVE 1 TO Member-Category-Sub
004320     END-IF
004321     IF MemberLeaveDate NOT = ZERO
004322         ADD 1 TO Resigned-Skipped-Count
004323     ELSE
004324         ADD 1 TO Total-Live-Members
004325         ADD 1 TO Cat-Members (Member-Category-Sub)
004326         IF MemberLife
004327             ADD 1 TO Life-Skipped-Count
004328         ELSE
004329             MOVE 'N' TO Household-Found-Switch
004330             IF MemberFamily AND MemberPrimaryID NOT = ZERO
004331                 PERFORM 2010-FIND-HOUSEHOLD
004332                 IF NOT Household-Found
004333                     PERFORM 2020-LOG-BROKEN-LINK
004334                 END-IF
004335             END-IF
004336             IF Household-Found
004337                 ADD 1 TO Household-Covered-Count
004338                 ADD 1 TO Cat-Covered (Member-Category-Sub)
004339             ELSE
004340                 PERFORM 2050-BILL-ONE-MEMBER
004341             END-IF
004342         END-IF
004343     END-IF
004344     READ MemberFile
004345         AT END MOVE 'Y' TO Member-Eof-Switch
004346     END-READ
004347     .

004348******************************************************************
004349* 2010-FIND-HOUSEHOLD - look for the member's linked primary among
004350* the live households.
004351******************************************************************
004352 2010-FIND-HOUSEHOLD.
004353     PERFORM 2015-MATCH-ONE-HOUSEHOLD
004354         VARYING Household-Sub FROM 1 BY 1
004355         UNTIL Household-Sub > Household-Count
004356             OR Household-Found
004357     .

004358******************************************************************
004359* 2015-MATCH-ONE-HOUSEHOLD - check one tabled primary.
004360******************************************************************
004361 2015-MATCH-ONE-HOUSEHOLD.
004362     IF Hh-PrimaryID (Household-Sub) = MemberPrimaryID
004363         MOVE 'Y' TO Household-Found-Switch
004364     END-IF
004365     .

004366******************************************************************
004367* 2020-LOG-BROKEN-LINK - log a family member whose linked primary
004368* is no longer a live household.
004369******************************************************************
004370 2020-LOG-BROKEN-LINK.
004371     ACCEPT Log-Date FROM DATE
004372     ACCEPT Log-Time FROM TIME
004373     MOVE SPACES TO Exception-Log-Record
004374     STRING "BILLING  " DELIMITED BY SIZE
004375         "MEMB-ID=" DELIMITED BY SIZE
004376         MemberID DELIMITED BY SIZE
004377         " PRIMARY=" DELIMITED BY SIZE
004378         MemberPrimaryID DELIMITED BY SIZE
004379         " PRIMARY NOT LIVE, BILLED AS OWN HOUSEHOLD"
004380             DELIMITED BY SIZE
004381         " DATE=" DELIMITED BY SIZE
004382         Log-Date DELIMITED BY SIZE
004383         " TIME=" DELIMITED BY SIZE
004384         Log-Time DELIMITED BY SIZE
004385         INTO Exception-Log-Record
004386     WRITE Exception-Log-Record
004387     .

004388******************************************************************
004389* 2050-BILL-ONE-MEMBER - the billing arithmetic and line for one
004390* live member, at their category's scheduled fee (or their own
004391* keyed fee, logged, where the category has none in effect). The
004392* first year's fee is pro-rated from the join month: a member
004393* joining in October pays three twelfths.
004394******************************************************************
004395 2050-BILL-ONE-MEMBER.
004396     IF Cat-Fee-Date (Member-Category-Sub) = ZERO
004397         MOVE MemberFee TO Billing-Fee
004398         ADD 1 TO Unscheduled-Fee-Count
004399         PERFORM 2110-LOG-UNSCHEDULED-FEE
004400     ELSE
004401         MOVE Cat-Fee (Member-Category-Sub) TO Billing-Fee
004402     END-IF
004403     MOVE 'N' TO Arith-Size-Error-Switch
004404     MULTIPLY Billing-Fee BY MemberUnits GIVING AmountDue
004405         ON SIZE ERROR
004406             MOVE 'Y' TO Arith-Size-Error-Switch
004407     END-MULTIPLY
004410     IF Arith-Size-Error
004420         PERFORM 2100-LOG-EXCEPTION
004430     END-IF
004510     PERFORM 2300-READ-MEMBER-STATUS
004520     IF Member-In-Arrears
004530         ADD 1 TO Renewals-Held-Count
004535         ADD 1 TO Cat-Held (Member-Category-Sub)
004540     ELSE
004550         MOVE MemberID            TO InvoiceMemberID
004560         MOVE MemberName          TO InvoiceMemberName
004566         MOVE MemberCategory      TO InvoiceCategory
004572         MOVE Billing-Fee         TO InvoiceFee
004580         MOVE MemberUnits         TO InvoiceUnits
004590         MOVE AmountDue           TO InvoiceAmountDue
004600         WRITE Invoice-Record FROM Invoice-Line
004610         ADD AmountDue TO Total-Fees
004613         ADD 1 TO Cat-Billed (Member-Category-Sub)
004616         ADD AmountDue TO Cat-Income (Member-Category-Sub)
004620         PERFORM 2400-POST-FEE-TO-STATUS
004630     END-IF
004640     .
005140         "MEMB-ID=" DELIMITED BY SIZE
005150         MemberID DELIMITED BY SIZE
005160         " FEE=" DELIMITED BY SIZE
005170         Billing-Fee DELIMITED BY SIZE
005180         " UNITS=" DELIMITED BY SIZE
005190         MemberUnits DELIMITED BY SIZE
005200         " SIZE ERROR ON FEE MULTIPLY" DELIMITED BY SIZE
005260     WRITE Exception-Log-Record
005270     .

005271******************************************************************
005272* 2110-LOG-UNSCHEDULED-FEE - log a member billed at their own
005273* keyed fee because their category has no scheduled fee in effect.
005274******************************************************************
005275 2110-LOG-UNSCHEDULED-FEE.
005276     ACCEPT Log-Date FROM DATE
005277     ACCEPT Log-Time FROM TIME
005278     MOVE SPACES TO Exception-Log-Record
005279     STRING "BILLING  " DELIMITED BY SIZE
005280         "MEMB-ID=" DELIMITED BY SIZE
005281         MemberID DELIMITED BY SIZE
005282         " CATEGORY=" DELIMITED BY SIZE
005283         MemberCategory DELIMITED BY SIZE
005284         " FEE=" DELIMITED BY SIZE
005285         MemberFee DELIMITED BY SIZE
005286         " NO SCHEDULED FEE, MEMBER FEE USED" DELIMITED BY SIZE
005287         " DATE=" DELIMITED BY SIZE
005288         Log-Date DELIMITED BY SIZE
005289         " TIME=" DELIMITED BY SIZE
005290         Log-Time DELIMITED BY SIZE
005291         INTO Exception-Log-Record
005292     WRITE Exception-Log-Record
005293     .

005294******************************************************************
005295* 3000-FINISH-BILLING - print the TotalFees control total.
005300******************************************************************
005310 3000-FINISH-BILLING.
005320     MOVE SPACES TO Invoice-Record
006080     END-READ
006090     .

006091******************************************************************
006092* 4500-PRINT-CATEGORY-REPORT - one line per membership category:
006093* the fee it was billed at and since when, its live members, how
006094* many were billed, held for arrears or covered by a household
006095* renewal, and the fee income, totalling back to Total-Fees.
006096******************************************************************
006097 4500-PRINT-CATEGORY-REPORT.
006098     OPEN OUTPUT CategoryRptFile
006099     WRITE Category-Rpt-Record FROM Category-Heading
006100     WRITE Category-Rpt-Record FROM HorizontalLine
006101     MOVE SPACES TO Category-Rpt-Record
006102     WRITE Category-Rpt-Record
006103     WRITE Category-Rpt-Record FROM Category-Columns
006104     PERFORM 4510-PRINT-ONE-CATEGORY
006105         VARYING Category-Sub FROM 1 BY 1
006106         UNTIL Category-Sub > Max-Categories
006107     MOVE SPACES TO Category-Rpt-Record
006108     WRITE Category-Rpt-Record
006109     WRITE Category-Rpt-Record FROM HorizontalLine
006110     MOVE Total-Live-Members TO CatTotalMembers
006111     MOVE Total-Fees         TO CatTotalIncome
006112     WRITE Category-Rpt-Record FROM Category-Total-Line
006113     MOVE Life-Skipped-Count      TO CatControlLife
006114     MOVE Household-Covered-Count TO CatControlCovered
006115     MOVE Unscheduled-Fee-Count   TO CatControlUnscheduled
006116     WRITE Category-Rpt-Record FROM Category-Control-Line
006117     COMPUTE CatScheduleRows = Schedule-Count
006118         + Schedule-Dropped-Count + Bad-Schedule-Row-Count
006119     MOVE Bad-Schedule-Row-Count  TO CatScheduleRejected
006120     MOVE Schedule-Dropped-Count  TO CatScheduleDropped
006121     WRITE Category-Rpt-Record FROM Category-Schedule-Line
006122     IF Households-Dropped-Count > ZERO
006123         MOVE Households-Dropped-Count TO CatHouseholdsDropped
006124         WRITE Category-Rpt-Record FROM Category-Dropped-Line
006125     END-IF
006126     CLOSE CategoryRptFile
006127     .

006128******************************************************************
006129* 4510-PRINT-ONE-CATEGORY - print one category's line; a category
006130* with no scheduled fee in effect shows NONE.
006131******************************************************************
006132 4510-PRINT-ONE-CATEGORY.
006133     MOVE Cat-Code (Category-Sub)    TO CatLineCode
006134     MOVE Cat-Name (Category-Sub)    TO CatLineName
006135     IF Cat-Fee-Date (Category-Sub) = ZERO
006136         MOVE "    NONE"                TO CatLineNoFee
006137     ELSE
006138         MOVE Cat-Fee (Category-Sub)    TO CatLineFee
006139     END-IF
006140     MOVE Cat-Fee-Date (Category-Sub) TO CatLineFeeDate
006141     MOVE Cat-Members (Category-Sub) TO CatLineMembers
006142     MOVE Cat-Billed (Category-Sub)  TO CatLineBilled
006143     MOVE Cat-Held (Category-Sub)    TO CatLineHeld
006144     MOVE Cat-Covered (Category-Sub) TO CatLineCovered
006145     MOVE Cat-Income (Category-Sub)  TO CatLineIncome
006146     WRITE Category-Rpt-Record FROM Category-Line
006147     .

006148******************************************************************
006149* 7500-WRITE-GL-JOURNAL - append this run's balanced journal to
006150* the shared GLPOST.DAT postings file GLTRIAL accumulates: the
006151* members control account against membership income at the
006152* billed fees total; then the bank side of the direct debits -
006153* the collection released and each returned debit.
006154******************************************************************
006160 7500-WRITE-GL-JOURNAL.
006170     OPEN EXTEND GlPostingFile
006180     IF Gl-Posting-File-Status = "35"
006280     MOVE ZERO TO Gl-Work-Debit
006290     MOVE Total-Fees TO Gl-Work-Credit
006300     PERFORM 7510-POST-ONE-GL-ROW
006301     IF DD-Collect-Total > ZERO
006302         MOVE "110000" TO Gl-Work-Account
006303         MOVE DD-Collect-Total TO Gl-Work-Debit
006304         MOVE ZERO TO Gl-Work-Credit
006305         PERFORM 7510-POST-ONE-GL-ROW
006306         MOVE "121000" TO Gl-Work-Account
006307         MOVE ZERO TO Gl-Work-Debit
006308         MOVE DD-Collect-Total TO Gl-Work-Credit
006309         PERFORM 7510-POST-ONE-GL-ROW
006310     END-IF
006311     IF Bank-Returns-Total > ZERO
006312         MOVE "121000" TO Gl-Work-Account
006313         MOVE Bank-Returns-Total TO Gl-Work-Debit
006314         MOVE ZERO TO Gl-Work-Credit
006315         PERFORM 7510-POST-ONE-GL-ROW
006316         PERFORM 7520-POST-ONE-BANK-RETURN
006317             VARYING Bank-Return-Sub FROM 1 BY 1
006318             UNTIL Bank-Return-Sub > Bank-Return-Count
006319         IF Bank-Returns-Lumped > ZERO
006320             MOVE "110000" TO Gl-Work-Account
006321             MOVE ZERO TO Gl-Work-Debit
006322             MOVE Bank-Returns-Lumped TO Gl-Work-Credit
006323             PERFORM 7510-POST-ONE-GL-ROW
006324         END-IF
006325     END-IF
006326     CLOSE GlPostingFile
006327     .

006330******************************************************************
006340* 7510-POST-ONE-GL-ROW - write one journal row off the work
006430     WRITE Gl-Posting-Record
006440     .

006441******************************************************************
006442* 7520-POST-ONE-BANK-RETURN - the bank row for one returned
006443* debit.
006444******************************************************************
006445 7520-POST-ONE-BANK-RETURN.
006446     MOVE "110000" TO Gl-Work-Account
006447     MOVE ZERO TO Gl-Work-Debit
006448     MOVE Bank-Return-Amount (Bank-Return-Sub) TO Gl-Work-Credit
006449     PERFORM 7510-POST-ONE-GL-ROW
006450     .

006451******************************************************************
006460* 8000-TERMINATE - close the files down.
006470******************************************************************
006480 8000-TERMINATE.
006550     END-IF
006560     .

006561******************************************************************
006562* 8900-REPORT-STEP-COUNTS - hand STEPCNT the direct debit
006563* collections written.
006564******************************************************************
006565 8900-REPORT-STEP-COUNTS.
006566     MOVE ZERO TO Step-Records-In
006567     MOVE DD-Collect-Count TO Step-Records-Out
006568     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
006569         Step-Records-Out
006570     .

006571 END PROGRAM BILLING.
