000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Consolidated change audit: reads the CUSTAUDT,
000050*             SPAUDT, EMPAUDT, MEMBAUDT and STKAUDT audit trails
000060*             and PERCLOSE.LOG into one common layout, lists
000070*             every change in a date range by user and by
000080*             master file, flags the segregation-of-duties and
000090*             out-of-hours cases for review, and keeps the
000100*             AUDFLAGS.DAT register of those flags and their
000110*             sign-offs that PERCLOSE checks before a close.
000120* Tectonics: cobc
000130******************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CHGAUDIT.
000160 AUTHOR.     D. FENNESSY.
000170 DATE-WRITTEN.

000180******************************************************************
000190* MODIFICATION HISTORY
000200*   DATE        INIT  DESCRIPTION
000210*   ----------  ----  ------------------------------------------
000220*               DF    New program: the range is the RUNPARM.DAT
000230*                     posting period unless CHGAUDRQ.DAT names
000240*                     other dates (and other business hours).
000250*                     Every audit line in the range is taken to
000260*                     CHGWORK.TMP as source, master, user, date,
000270*                     time, action, key and detail, then sorted
000280*                     twice for the by-user and by-master
000290*                     listings. Flags raised: BKPY a user who
000300*                     changed an employee's bank details then
000310*                     ran the payroll that paid them; CNAP a
000320*                     stock count approved by its own counter
000330*                     or by nobody; SPCL a credit limit raised
000340*                     under a salesperson's SALESMST.DAT logon;
000350*                     OOHR a change keyed outside business hours
000360*                     or at the weekend. New flags are numbered
000370*                     on to AUDFLAGS.DAT; AUDSIGN.DAT sign-offs
000380*                     are applied (never by the flagged user)
000390*                     and AUDCTL.DAT records the range covered.
000391*               DF    AUDCTL.DAT is written, and CHGAUDRQ.DAT
000392*                     emptied, only when no bank change or logon
000393*                     was dropped for want of table room, so
000394*                     PERCLOSE never sees a range as covered
000395*                     that was only partly scanned.
000400******************************************************************

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS Run-Parm-File-Status.

000470     SELECT AuditRequestFile ASSIGN TO "CHGAUDRQ.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS Audit-Request-File-Status.

000500     SELECT SalespersonMasterFile ASSIGN TO "SALESMST.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS SP-SalespersonID
000540         FILE STATUS IS Sp-Master-File-Status.

000550     SELECT AuditInFile ASSIGN TO Audit-In-Name
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS Audit-In-File-Status.

000580     SELECT AuditFlagFile ASSIGN TO "AUDFLAGS.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS Audit-Flag-File-Status.

000610     SELECT AuditSignFile ASSIGN TO "AUDSIGN.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS Audit-Sign-File-Status.

000640     SELECT AuditControlFile ASSIGN TO "AUDCTL.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS Audit-Control-File-Status.

000670     SELECT ChangeWorkFile ASSIGN TO "CHGWORK.TMP"
000680         ORGANIZATION IS LINE SEQUENTIAL.

000690     SELECT SortedChangeFile ASSIGN TO "CHGSORT.TMP"
000700         ORGANIZATION IS LINE SEQUENTIAL.

000710     SELECT WorkFile ASSIGN TO "CHGSWK.TMP".

000720     SELECT ChgRptFile ASSIGN TO "CHGAUDIT.RPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD RunParmFile.
000770 01 Run-Parm-Record.
000780    02 RP-RunDate             PIC 9(8).
000790    02 RP-PeriodStart         PIC 9(8).
000800    02 RP-PeriodEnd           PIC 9(8).
000810    02 RP-PeriodStatus        PIC X(1).

000820 FD AuditRequestFile.
000830 01 Audit-Request-Record.
000840    02 RQ-FromDate            PIC 9(8).
000850    02 RQ-ToDate              PIC 9(8).
000860    02 RQ-DayStart            PIC 9(4).
000870    02 RQ-DayEnd              PIC 9(4).

000880 FD SalespersonMasterFile.
000890 01 Salesperson-Master-Record.
000900    02 SP-SalespersonID       PIC X(5).
000910    02 SP-Name                PIC X(20).
000920    02 SP-BranchID            PIC X(3).
000930    02 SP-CommRate            PIC 9V999.
000940    02 SP-ActiveFlag          PIC X(1).
000950       88 SP-Active             VALUE 'A'.
000960       88 SP-Inactive           VALUE 'I'.
000970    02 SP-LogonID             PIC X(8).

000980 FD AuditInFile.
000990 01 Audit-In-Record           PIC X(340).

001000 FD AuditFlagFile.
001010 01 Audit-Flag-Record.
001020    02 FL-FlagNo              PIC 9(6).
001030    02 FL-FlagCode            PIC X(4).
001040    02 FL-Source              PIC X(8).
001050    02 FL-UserID              PIC X(8).
001060    02 FL-ChangeDate          PIC 9(8).
001070    02 FL-ChangeTime          PIC 9(8).
001080    02 FL-RecordKey           PIC X(20).
001090    02 FL-FlagText            PIC X(40).
001100    02 FL-RaisedDate          PIC 9(8).
001110    02 FL-SignedBy            PIC X(8).
001120    02 FL-SignedDate          PIC 9(8).
001130    02 FL-SignNote            PIC X(30).

001140 FD AuditSignFile.
001150 01 Audit-Sign-Record.
001160    02 AS-FlagNo              PIC 9(6).
001170    02 AS-SignedBy            PIC X(8).
001180    02 AS-Note                PIC X(30).

001190 FD AuditControlFile.
001200 01 Audit-Control-Record.
001210    02 AC-FromDate            PIC 9(8).
001220    02 AC-ToDate              PIC 9(8).
001230    02 AC-ScannedDate         PIC 9(8).

001240 FD ChangeWorkFile.
001250 01 Change-Work-Record.
001260    02 CH-Source              PIC X(8).
001270    02 CH-Master              PIC X(8).
001280    02 CH-UserID              PIC X(8).
001290    02 CH-ChangeDate          PIC 9(8).
001300    02 CH-ChangeTime          PIC 9(8).
001310    02 CH-Action              PIC X(1).
001320    02 CH-RecordKey           PIC X(20).
001330    02 CH-Detail              PIC X(30).
001340    02 CH-FlagCode-1          PIC X(4).
001350    02 CH-FlagCode-2          PIC X(4).
001360    02 FILLER                 PIC X(1).

001370 FD SortedChangeFile.
001380 01 Sorted-Change-Record.
001390    02 SR-Source              PIC X(8).
001400    02 SR-Master              PIC X(8).
001410    02 SR-UserID              PIC X(8).
001420    02 SR-ChangeDate          PIC 9(8).
001430    02 SR-ChangeTime          PIC 9(8).
001440    02 SR-Action              PIC X(1).
001450    02 SR-RecordKey           PIC X(20).
001460    02 SR-Detail              PIC X(30).
001470    02 SR-FlagCode-1          PIC X(4).
001480    02 SR-FlagCode-2          PIC X(4).
001490    02 FILLER                 PIC X(1).

001500 SD WorkFile.
001510 01 Sort-Work-Record.
001520    02 SW-Source              PIC X(8).
001530    02 SW-Master              PIC X(8).
001540    02 SW-UserID              PIC X(8).
001550    02 SW-ChangeDate          PIC 9(8).
001560    02 SW-ChangeTime          PIC 9(8).
001570    02 FILLER                 PIC X(60).

001580 FD ChgRptFile.
001590 01 Chg-Rpt-Record            PIC X(132).

001600 WORKING-STORAGE SECTION.
001610* Run-lock plumbing: the RUNLOCK subprogram refuses this run
001620* when a batch invocation is already in flight.
001630 01 Lock-Function             PIC X(01) VALUE SPACE.
001640 01 Lock-Step-Name            PIC X(20) VALUE "CHGAUDIT".
001650 01 Lock-Run-Date             PIC 9(08) VALUE ZERO.
001660 01 Lock-Return-Code          PIC 9(02) VALUE ZERO.
001670 77 Run-Parm-File-Status      PIC X(02) VALUE '00'.
001680 77 Audit-Request-File-Status PIC X(02) VALUE '00'.
001690 77 Sp-Master-File-Status     PIC X(02) VALUE '00'.
001700 77 Audit-In-File-Status      PIC X(02) VALUE '00'.
001710 77 Audit-Flag-File-Status    PIC X(02) VALUE '00'.
001720 77 Audit-Sign-File-Status    PIC X(02) VALUE '00'.
001730 77 Audit-Control-File-Status PIC X(02) VALUE '00'.
001740 01 Audit-In-Eof-Switch       PIC X(01) VALUE 'N'.
001750     88 Audit-In-Eof           VALUE 'Y'.
001760 01 Flag-Eof-Switch           PIC X(01) VALUE 'N'.
001770     88 Flag-Eof               VALUE 'Y'.
001780 01 Sign-Eof-Switch           PIC X(01) VALUE 'N'.
001790     88 Sign-Eof               VALUE 'Y'.
001800 01 Sp-Eof-Switch             PIC X(01) VALUE 'N'.
001810     88 Sp-Eof                 VALUE 'Y'.
001820 01 Change-Eof-Switch         PIC X(01) VALUE 'N'.
001830     88 Change-Eof             VALUE 'Y'.
001840 01 Sorted-Eof-Switch         PIC X(01) VALUE 'N'.
001850     88 Sorted-Eof             VALUE 'Y'.
001860 01 Range-Missing-Switch      PIC X(01) VALUE 'N'.
001870     88 Range-Missing          VALUE 'Y'.
001880 01 Register-Full-Switch      PIC X(01) VALUE 'N'.
001890     88 Register-Full          VALUE 'Y'.
001900 01 Request-Present-Switch    PIC X(01) VALUE 'N'.
001910     88 Request-Present        VALUE 'Y'.
001920 01 Sign-File-Present-Switch  PIC X(01) VALUE 'N'.
001930     88 Sign-File-Present      VALUE 'Y'.
001940 01 Flag-Found-Switch         PIC X(01) VALUE 'N'.
001950     88 Flag-Found             VALUE 'Y'.
001960 01 Line-In-Range-Switch      PIC X(01) VALUE 'N'.
001970     88 Line-In-Range          VALUE 'Y'.
001980 01 Salesperson-Logon-Switch  PIC X(01) VALUE 'N'.
001990     88 Keyed-By-Salesperson   VALUE 'Y'.
002000 01 Limit-Raised-Switch       PIC X(01) VALUE 'N'.
002010     88 Limit-Raised           VALUE 'Y'.
002020 01 Pass-Switch               PIC X(01) VALUE 'U'.
002030     88 User-Pass              VALUE 'U'.
002040     88 Master-Pass            VALUE 'M'.

002050* The range and business hours; the hours stand as given here
002060* unless CHGAUDRQ.DAT names others.
002070 01 From-Date                 PIC 9(8)  VALUE ZERO.
002080 01 To-Date                   PIC 9(8)  VALUE ZERO.
002090 01 Today-Date                PIC 9(8)  VALUE ZERO.
002100 01 Day-Start                 PIC 9(4)  VALUE 0800.
002110 01 FILLER REDEFINES Day-Start.
002120    02 Day-Start-HH            PIC 9(2).
002130    02 Day-Start-MM            PIC 9(2).
002140 01 Day-End                   PIC 9(4)  VALUE 1800.
002150 01 FILLER REDEFINES Day-End.
002160    02 Day-End-HH              PIC 9(2).
002170    02 Day-End-MM              PIC 9(2).

002180* Source-Table names each audit trail read and the master file
002190* its lines change; PAYROLL and YECLOSE lines are given their
002200* own master as they are taken.
002210 01 Source-Values.
002220    02 FILLER                  PIC X(21)
002230       VALUE "CUSTAUDT.DAT CUSTMAST".
002240    02 FILLER                  PIC X(21)
002250       VALUE "SPAUDT.DAT   SALESMST".
002260    02 FILLER                  PIC X(21)
002270       VALUE "EMPAUDT.DAT  EMPLOYEE".
002280    02 FILLER                  PIC X(21)
002290       VALUE "MEMBAUDT.DAT MEMBERS ".
002300    02 FILLER                  PIC X(21)
002310       VALUE "STKAUDT.DAT  STOCKMST".
002320    02 FILLER                  PIC X(21)
002330       VALUE "PERCLOSE.LOG RUNPARM ".
002340 01 Source-Table REDEFINES Source-Values.
002350    02 Source-Entry OCCURS 6 TIMES.
002360       03 Src-File-Name        PIC X(13).
002370       03 Src-Master           PIC X(8).
002380 01 Source-Count-Table.
002390    02 Source-Count-Entry OCCURS 6 TIMES.
002400       03 Src-Found            PIC X(1)  VALUE 'N'.
002410       03 Src-Lines-Read       PIC 9(7)  VALUE ZERO.
002420       03 Src-Lines-Taken      PIC 9(7)  VALUE ZERO.
002430 01 Source-Sub                PIC 9(1)  VALUE ZERO.
002440 77 Max-Sources               PIC 9(1)  VALUE 6.
002450 01 Audit-In-Name             PIC X(12) VALUE SPACES.

002460* Each field is found by its keyword, as HISTARCH finds DATE=;
002470* the keyword runs to and includes its '='.
002480 01 Scan-Keyword              PIC X(12) VALUE SPACES.
002490 01 Scan-Length               PIC 9(2)  VALUE ZERO.
002500 01 Scan-Value                PIC X(60) VALUE SPACES.
002510 01 Unstring-Front            PIC X(340) VALUE SPACES.
002520 01 Unstring-Tail             PIC X(340) VALUE SPACES.
002530 01 Line-Program              PIC X(8)  VALUE SPACES.
002532     88 Line-Program-Known     VALUE "CUSTMNT" "CUSTMERG"
002534         "SPMNT" "EMPMNT" "PAYROLL" "MEMBMNT" "STOCKTKE"
002536         "PERCLOSE" "YECLOSE".
002540 01 Line-Date-X               PIC X(6)  VALUE SPACES.
002550 01 Line-Date-Short REDEFINES Line-Date-X
002560                              PIC 9(6).
002570 01 Line-Time-X               PIC X(8)  VALUE SPACES.
002580 01 Line-Time REDEFINES Line-Time-X
002590                              PIC 9(8).
002600 01 Line-HHMM                 PIC 9(4)  VALUE ZERO.
002610 01 Line-Run-No               PIC X(6)  VALUE SPACES.
002620 01 Line-Approver             PIC X(8)  VALUE SPACES.
002630 01 New-Limit-X               PIC X(9)  VALUE SPACES.
002640 01 New-Limit REDEFINES New-Limit-X
002650                              PIC 9(7)V99.
002660 01 Old-Limit-X               PIC X(9)  VALUE SPACES.
002670 01 Old-Limit REDEFINES Old-Limit-X
002680                              PIC 9(7)V99.

002690* The flag being raised against the current line.
002700 01 Flag-Code                 PIC X(4)  VALUE SPACES.
002710 01 Flag-Text                 PIC X(40) VALUE SPACES.
002720 01 Flag-Key                  PIC X(20) VALUE SPACES.

002730* Day of the week by Zeller's congruence: 0 is Saturday, 1 is
002740* Sunday, 2 to 6 Monday to Friday.
002750 01 Zel-Date                  PIC 9(8)  VALUE ZERO.
002760 01 FILLER REDEFINES Zel-Date.
002770    02 Zel-Year                PIC 9(4).
002780    02 Zel-Month               PIC 9(2).
002790    02 Zel-Day                 PIC 9(2).
002800 01 Zel-Y                     PIC 9(4)  VALUE ZERO.
002810 01 Zel-M                     PIC 9(2)  VALUE ZERO.
002820 01 Zel-Century               PIC 9(2)  VALUE ZERO.
002830 01 Zel-Year-Of-Century       PIC 9(2)  VALUE ZERO.
002840 01 Zel-Term-1                PIC 9(3)  VALUE ZERO.
002850 01 Zel-Term-2                PIC 9(2)  VALUE ZERO.
002860 01 Zel-Term-3                PIC 9(2)  VALUE ZERO.
002870 01 Zel-Sum                   PIC 9(4)  VALUE ZERO.
002880 01 Zel-Quotient              PIC 9(4)  VALUE ZERO.
002890 01 Zel-Weekday               PIC 9(1)  VALUE ZERO.
002900     88 Weekend-Day            VALUES 0 1.

002910* Flag-Table holds the AUDFLAGS.DAT register, signed and
002920* outstanding, with the flags this run raises added on the end.
002930 01 Flag-Table.
002940    02 Flag-Entry OCCURS 2000 TIMES
002950              INDEXED BY Flag-Index.
002960       03 Flg-FlagNo           PIC 9(6)  VALUE ZERO.
002970       03 Flg-FlagCode         PIC X(4)  VALUE SPACES.
002980       03 Flg-Source           PIC X(8)  VALUE SPACES.
002990       03 Flg-UserID           PIC X(8)  VALUE SPACES.
003000       03 Flg-ChangeDate       PIC 9(8)  VALUE ZERO.
003010       03 Flg-ChangeTime       PIC 9(8)  VALUE ZERO.
003020       03 Flg-RecordKey        PIC X(20) VALUE SPACES.
003030       03 Flg-FlagText         PIC X(40) VALUE SPACES.
003040       03 Flg-RaisedDate       PIC 9(8)  VALUE ZERO.
003050       03 Flg-SignedBy         PIC X(8)  VALUE SPACES.
003060       03 Flg-SignedDate       PIC 9(8)  VALUE ZERO.
003070       03 Flg-SignNote         PIC X(30) VALUE SPACES.
003080 01 Flag-Count                PIC 9(4)  VALUE ZERO.
003090 77 Max-Flags                 PIC 9(4)  VALUE 2000.
003100 01 Flag-Sub                  PIC 9(4)  VALUE ZERO.
003110 01 Next-Flag-No              PIC 9(6)  VALUE ZERO.

003120* Bank-Change-Table holds the EMPAUDT.DAT bank detail changes
003130* made since the last PAYROLL run line, by whom; each run line
003140* is matched against it and then clears it.
003150 01 Bank-Change-Table.
003160    02 Bank-Change-Entry OCCURS 200 TIMES.
003170       03 Bkc-UserID           PIC X(8)  VALUE SPACES.
003180       03 Bkc-EmployeeID       PIC X(5)  VALUE SPACES.
003190 01 Bank-Change-Count         PIC 9(3)  VALUE ZERO.
003200 77 Max-Bank-Changes          PIC 9(3)  VALUE 200.
003210 01 Bank-Sub                  PIC 9(3)  VALUE ZERO.

003220* Logon-Table holds every salesperson's system logon ID off
003230* SALESMST.DAT.
003240 01 Logon-Table.
003250    02 Logon-Entry OCCURS 500 TIMES
003260              INDEXED BY Logon-Index.
003270       03 Lgn-LogonID          PIC X(8)  VALUE SPACES.
003280 01 Logon-Count               PIC 9(3)  VALUE ZERO.
003290 77 Max-Logons                PIC 9(3)  VALUE 500.

003300 01 Changes-Taken             PIC 9(7)  VALUE ZERO.
003310 01 Lines-Unreadable          PIC 9(7)  VALUE ZERO.
003320 01 Flags-Raised              PIC 9(5)  VALUE ZERO.
003330 01 Flags-Known               PIC 9(5)  VALUE ZERO.
003340 01 Flags-Outstanding         PIC 9(5)  VALUE ZERO.
003350 01 Signoffs-Read             PIC 9(5)  VALUE ZERO.
003360 01 Signoffs-Applied          PIC 9(5)  VALUE ZERO.
003370 01 Signoffs-Refused          PIC 9(5)  VALUE ZERO.
003380 01 Bank-Changes-Dropped      PIC 9(5)  VALUE ZERO.
003390 01 Logons-Dropped            PIC 9(5)  VALUE ZERO.
003400 01 Group-Change-Count        PIC 9(5)  VALUE ZERO.
003410 01 Group-Flag-Count          PIC 9(5)  VALUE ZERO.
003420 01 Group-Hold                PIC X(8)  VALUE SPACES.
003430 01 Sign-Result               PIC X(30) VALUE SPACES.
003440 01 Print-Time                PIC 9(8)  VALUE ZERO.
003450 01 FILLER REDEFINES Print-Time.
003460    02 Print-HH                PIC 9(2).
003470    02 Print-MM                PIC 9(2).
003480    02 Print-SS                PIC 9(2).
003490    02 Print-CC                PIC 9(2).
003500 01 Clock-Display.
003510    02 Clock-HH                PIC 9(2).
003520    02 FILLER                  PIC X(1)  VALUE ':'.
003530    02 Clock-MM                PIC 9(2).
003540    02 FILLER                  PIC X(1)  VALUE ':'.
003550    02 Clock-SS                PIC 9(2).
003560* The release CALL to RUNLOCK sets RETURN-CODE itself, so the
003570* run's own code is held here and restored after it.
003580 01 Audit-Return-Code         PIC 9(02) VALUE ZERO.

003590 01 Chg-Heading.
003600    02 FILLER                 PIC X(45) VALUE SPACES.
003610    02 FILLER                 PIC X(19)
003620       VALUE "CHANGE AUDIT REPORT".

003630 01 HorizontalLine.
003640    02 FILLER                 PIC X(02) VALUE SPACES.
003650    02 FILLER                 PIC X(128) VALUE ALL '-'.

003660 01 Range-Line.
003670    02 FILLER                 PIC X(02) VALUE SPACES.
003680    02 FILLER                 PIC X(14) VALUE "CHANGES DATED ".
003690    02 RangeFrom              PIC 9(8).
003700    02 FILLER                 PIC X(04) VALUE " TO ".
003710    02 RangeTo                PIC 9(8).
003720    02 FILLER                 PIC X(18)
003730       VALUE "   BUSINESS HOURS ".
003740    02 RangeDayStartHH        PIC 9(2).
003750    02 FILLER                 PIC X(01) VALUE ':'.
003760    02 RangeDayStartMM        PIC 9(2).
003770    02 FILLER                 PIC X(04) VALUE " TO ".
003780    02 RangeDayEndHH          PIC 9(2).
003790    02 FILLER                 PIC X(01) VALUE ':'.
003800    02 RangeDayEndMM          PIC 9(2).
003810    02 FILLER                 PIC X(17)
003820       VALUE " MONDAY TO FRIDAY".

003830 01 Legend-Line-1.
003840    02 FILLER                 PIC X(02) VALUE SPACES.
003850    02 FILLER                 PIC X(50)
003860       VALUE "BKPY OWN BANK DETAIL CHANGE PAID IN OWN PAY RUN".
003870    02 FILLER                 PIC X(50)
003880       VALUE "   CNAP STOCK COUNT NOT APPROVED BY ANOTHER USER".

003890 01 Legend-Line-2.
003900    02 FILLER                 PIC X(02) VALUE SPACES.
003910    02 FILLER                 PIC X(50)
003920       VALUE "SPCL CREDIT LIMIT RAISED UNDER A SALESPERSON LOGON".
003930    02 FILLER                 PIC X(50)
003940       VALUE "   OOHR CHANGED OUTSIDE BUSINESS HOURS".

003950 01 Section-Line.
003960    02 FILLER                 PIC X(02) VALUE SPACES.
003970    02 SectionTitle           PIC X(40).

003980 01 Change-Columns.
003990    02 FILLER                 PIC X(04) VALUE SPACES.
004000    02 FILLER                 PIC X(10) VALUE "DATE".
004010    02 FILLER                 PIC X(10) VALUE "TIME".
004020    02 FILLER                 PIC X(10) VALUE "SOURCE".
004030    02 FILLER                 PIC X(10) VALUE "MASTER".
004040    02 FILLER                 PIC X(10) VALUE "USER".
004050    02 FILLER                 PIC X(03) VALUE "A".
004060    02 FILLER                 PIC X(22) VALUE "RECORD".
004070    02 FILLER                 PIC X(32) VALUE "DETAIL".
004080    02 FILLER                 PIC X(09) VALUE "FLAGS".

004090 01 Group-Line.
004100    02 FILLER                 PIC X(02) VALUE SPACES.
004110    02 GroupLabel             PIC X(08).
004120    02 GroupValue             PIC X(08).

004130 01 Change-Line.
004140    02 FILLER                 PIC X(04) VALUE SPACES.
004150    02 ChangeDate             PIC 9(8).
004160    02 FILLER                 PIC X(02) VALUE SPACES.
004170    02 ChangeTime             PIC X(08).
004180    02 FILLER                 PIC X(02) VALUE SPACES.
004190    02 ChangeSource           PIC X(08).
004200    02 FILLER                 PIC X(02) VALUE SPACES.
004210    02 ChangeMaster           PIC X(08).
004220    02 FILLER                 PIC X(02) VALUE SPACES.
004230    02 ChangeUser             PIC X(08).
004240    02 FILLER                 PIC X(02) VALUE SPACES.
004250    02 ChangeAction           PIC X(01).
004260    02 FILLER                 PIC X(02) VALUE SPACES.
004270    02 ChangeKey              PIC X(20).
004280    02 FILLER                 PIC X(02) VALUE SPACES.
004290    02 ChangeDetail           PIC X(30).
004300    02 FILLER                 PIC X(02) VALUE SPACES.
004310    02 ChangeFlag1            PIC X(04).
004320    02 FILLER                 PIC X(01) VALUE SPACES.
004330    02 ChangeFlag2            PIC X(04).

004340 01 Group-Total-Line.
004350    02 FILLER                 PIC X(04) VALUE SPACES.
004360    02 FILLER                 PIC X(09) VALUE "CHANGES: ".
004370    02 GroupChanges           PIC ZZZZ9.
004380    02 FILLER                 PIC X(11) VALUE "  FLAGGED: ".
004390    02 GroupFlagged           PIC ZZZZ9.

004400 01 Sign-Columns.
004410    02 FILLER                 PIC X(04) VALUE SPACES.
004420    02 FILLER                 PIC X(09) VALUE "FLAG NO".
004430    02 FILLER                 PIC X(10) VALUE "SIGNED BY".
004440    02 FILLER                 PIC X(30) VALUE "RESULT".

004450 01 Sign-Line.
004460    02 FILLER                 PIC X(04) VALUE SPACES.
004470    02 SignFlagNo             PIC X(06).
004480    02 FILLER                 PIC X(03) VALUE SPACES.
004490    02 SignSignedBy           PIC X(08).
004500    02 FILLER                 PIC X(02) VALUE SPACES.
004510    02 SignResult             PIC X(30).

004520 01 Flag-Columns.
004530    02 FILLER                 PIC X(02) VALUE SPACES.
004540    02 FILLER                 PIC X(08) VALUE "FLAG NO".
004550    02 FILLER                 PIC X(06) VALUE "CODE".
004560    02 FILLER                 PIC X(10) VALUE "SOURCE".
004570    02 FILLER                 PIC X(10) VALUE "USER".
004580    02 FILLER                 PIC X(10) VALUE "DATE".
004590    02 FILLER                 PIC X(10) VALUE "TIME".
004600    02 FILLER                 PIC X(22) VALUE "RECORD".
004610    02 FILLER                 PIC X(42) VALUE "FLAGGED".
004620    02 FILLER                 PIC X(08) VALUE "RAISED".

004630 01 Flag-Line.
004640    02 FILLER                 PIC X(02) VALUE SPACES.
004650    02 FlagNo                 PIC ZZZZZ9.
004660    02 FILLER                 PIC X(02) VALUE SPACES.
004670    02 FlagCode               PIC X(04).
004680    02 FILLER                 PIC X(02) VALUE SPACES.
004690    02 FlagSource             PIC X(08).
004700    02 FILLER                 PIC X(02) VALUE SPACES.
004710    02 FlagUser               PIC X(08).
004720    02 FILLER                 PIC X(02) VALUE SPACES.
004730    02 FlagDate               PIC 9(8).
004740    02 FILLER                 PIC X(02) VALUE SPACES.
004750    02 FlagTime               PIC X(08).
004760    02 FILLER                 PIC X(02) VALUE SPACES.
004770    02 FlagKey                PIC X(20).
004780    02 FILLER                 PIC X(02) VALUE SPACES.
004790    02 FlagText               PIC X(40).
004800    02 FILLER                 PIC X(02) VALUE SPACES.
004810    02 FlagRaised             PIC 9(8).

004820 01 Source-Columns.
004830    02 FILLER                 PIC X(04) VALUE SPACES.
004840    02 FILLER                 PIC X(14) VALUE "AUDIT TRAIL".
004850    02 FILLER                 PIC X(12) VALUE "  LINES READ".
004860    02 FILLER                 PIC X(12) VALUE "    IN RANGE".

004870 01 Source-Line.
004880    02 FILLER                 PIC X(04) VALUE SPACES.
004890    02 SourceName             PIC X(12).
004900    02 FILLER                 PIC X(02) VALUE SPACES.
004910    02 SourceRead             PIC BBZ,ZZZ,ZZ9.
004920    02 FILLER                 PIC X(01) VALUE SPACES.
004930    02 SourceTaken            PIC BBZ,ZZZ,ZZ9.
004940    02 FILLER                 PIC X(02) VALUE SPACES.
004950    02 SourceNote             PIC X(20).

004960 01 None-Line.
004970    02 FILLER                 PIC X(04) VALUE SPACES.
004980    02 FILLER                 PIC X(04) VALUE "NONE".

004990 01 Message-Line.
005000    02 FILLER                 PIC X(02) VALUE SPACES.
005010    02 MessageText            PIC X(70).

005020 01 Change-Totals-Line.
005030    02 FILLER                 PIC X(02) VALUE SPACES.
005040    02 FILLER                 PIC X(16) VALUE "CHANGES LISTED:".
005050    02 TotalChanges           PIC BZ,ZZZ,ZZ9.
005060    02 FILLER                 PIC X(20)
005070       VALUE "   UNREADABLE LINES:".
005080    02 TotalUnreadable        PIC BZ,ZZZ,ZZ9.

005090 01 Flag-Totals-Line.
005100    02 FILLER                 PIC X(02) VALUE SPACES.
005110    02 FILLER                 PIC X(16) VALUE "FLAGS RAISED:".
005120    02 TotalRaised            PIC BZZ,ZZ9.
005130    02 FILLER                 PIC X(23)
005140       VALUE "   ALREADY ON REGISTER:".
005150    02 TotalKnown             PIC BZZ,ZZ9.
005160    02 FILLER                 PIC X(26)
005170       VALUE "   AWAITING SIGN-OFF:".
005180    02 TotalOutstanding       PIC BZZ,ZZ9.

005190 01 Sign-Totals-Line.
005200    02 FILLER                 PIC X(02) VALUE SPACES.
005210    02 FILLER                 PIC X(16) VALUE "SIGN-OFFS READ:".
005220    02 TotalSignRead          PIC BZZ,ZZ9.
005230    02 FILLER                 PIC X(12) VALUE "   APPLIED:".
005240    02 TotalSignApplied       PIC BZZ,ZZ9.
005250    02 FILLER                 PIC X(12) VALUE "   REFUSED:".
005260    02 TotalSignRefused       PIC BZZ,ZZ9.

005270 01 Dropped-Line.
005280    02 FILLER                 PIC X(02) VALUE SPACES.
005290    02 FILLER                 PIC X(30)
005300       VALUE "BANK CHANGES NOT HELD (TABLE):".
005310    02 TotalBankDropped       PIC BZZ,ZZ9.
005320    02 FILLER                 PIC X(27)
005330       VALUE "   LOGONS NOT HELD (TABLE):".
005340    02 TotalLogonsDropped     PIC BZZ,ZZ9.

005350 PROCEDURE DIVISION.

005360 0000-MAINLINE.
005370     MOVE 'S' TO Lock-Function
005380     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
005390         Lock-Run-Date, Lock-Return-Code
005400     IF Lock-Return-Code NOT = ZERO
005410         MOVE 16 TO RETURN-CODE
005420         GOBACK
005430     END-IF
005440     PERFORM 1000-INITIALIZE
005450     IF Range-Missing OR Register-Full
005460         MOVE 16 TO Audit-Return-Code
005470     ELSE
005480         PERFORM 1500-APPLY-SIGN-OFFS
005490         PERFORM 2000-SCAN-AUDIT-TRAILS
005500         MOVE 'U' TO Pass-Switch
005510         SORT WorkFile
005520             ON ASCENDING KEY SW-UserID
005530             ON ASCENDING KEY SW-ChangeDate
005540             ON ASCENDING KEY SW-ChangeTime
005550             INPUT PROCEDURE IS 3000-RELEASE-CHANGES
005560                 THRU 3000-RELEASE-CHANGES-EXIT
005570             GIVING SortedChangeFile
005580         PERFORM 4000-PRINT-ONE-LISTING
005590         MOVE 'M' TO Pass-Switch
005600         SORT WorkFile
005610             ON ASCENDING KEY SW-Master
005620             ON ASCENDING KEY SW-ChangeDate
005630             ON ASCENDING KEY SW-ChangeTime
005640             INPUT PROCEDURE IS 3000-RELEASE-CHANGES
005650                 THRU 3000-RELEASE-CHANGES-EXIT
005660             GIVING SortedChangeFile
005670         PERFORM 4000-PRINT-ONE-LISTING
005680         PERFORM 5000-PRINT-OUTSTANDING
005690         PERFORM 6000-PRINT-TOTALS
005700         IF Register-Full
005710             MOVE "FLAG REGISTER FULL - AUDFLAGS.DAT NOT UPDATED"
005720                 TO MessageText
005730             WRITE Chg-Rpt-Record FROM Message-Line
005740             MOVE 16 TO Audit-Return-Code
005750         ELSE
005760             PERFORM 7000-REWRITE-REGISTER
005770             IF Flags-Outstanding > ZERO
005780                     OR Signoffs-Refused > ZERO
005790                     OR Bank-Changes-Dropped > ZERO
005800                     OR Logons-Dropped > ZERO
005810                 MOVE 4 TO Audit-Return-Code
005820             END-IF
005830         END-IF
005840     END-IF
005850     PERFORM 8000-TERMINATE
005860     MOVE 'R' TO Lock-Function
005870     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
005880         Lock-Run-Date, Lock-Return-Code
005890     MOVE Audit-Return-Code TO RETURN-CODE
005900     GOBACK.

005910******************************************************************
005920* 1000-INITIALIZE - settle the range and hours, print the
005930* heading, and load the flag register and the salesperson
005940* logons. No sound range, or a register too big for the table,
005950* stops the run before anything is read.
005960******************************************************************
005970 1000-INITIALIZE.
005980     OPEN OUTPUT ChgRptFile
005990     ACCEPT Today-Date FROM DATE YYYYMMDD
006000     WRITE Chg-Rpt-Record FROM Chg-Heading
006010     WRITE Chg-Rpt-Record FROM HorizontalLine
006020     PERFORM 1100-READ-RUN-PARM
006030     PERFORM 1200-READ-AUDIT-REQUEST
006040     IF From-Date = ZERO OR To-Date = ZERO
006050             OR From-Date > To-Date
006060         MOVE 'Y' TO Range-Missing-Switch
006070         MOVE "NO SOUND DATE RANGE ON CHGAUDRQ.DAT OR RUNPARM.DAT"
006080             TO MessageText
006090         WRITE Chg-Rpt-Record FROM Message-Line
006100     ELSE
006110         MOVE From-Date    TO RangeFrom
006120         MOVE To-Date      TO RangeTo
006130         MOVE Day-Start-HH TO RangeDayStartHH
006140         MOVE Day-Start-MM TO RangeDayStartMM
006150         MOVE Day-End-HH   TO RangeDayEndHH
006160         MOVE Day-End-MM   TO RangeDayEndMM
006170         WRITE Chg-Rpt-Record FROM Range-Line
006180         WRITE Chg-Rpt-Record FROM Legend-Line-1
006190         WRITE Chg-Rpt-Record FROM Legend-Line-2
006200         PERFORM 1300-LOAD-REGISTER
006210         IF Register-Full
006220             MOVE "AUDFLAGS.DAT HOLDS MORE FLAGS THAN THE TABLE"
006230                 TO MessageText
006240             WRITE Chg-Rpt-Record FROM Message-Line
006250         ELSE
006260             PERFORM 1400-LOAD-LOGONS
006270         END-IF
006280     END-IF
006290     .

006300******************************************************************
006310* 1100-READ-RUN-PARM - the posting period is the default range.
006320******************************************************************
006330 1100-READ-RUN-PARM.
006340     OPEN INPUT RunParmFile
006350     IF Run-Parm-File-Status = "00"
006360         READ RunParmFile
006370             AT END CONTINUE
006380             NOT AT END
006390                 IF RP-PeriodStart NUMERIC
006400                     MOVE RP-PeriodStart TO From-Date
006410                 END-IF
006420                 IF RP-PeriodEnd NUMERIC
006430                     MOVE RP-PeriodEnd TO To-Date
006440                 END-IF
006450         END-READ
006460         CLOSE RunParmFile
006470     END-IF
006480     .

006490******************************************************************
006500* 1200-READ-AUDIT-REQUEST - CHGAUDRQ.DAT, when there is one,
006510* names the range and business hours; a zero field keeps the
006520* period date or the standard hours. Hours that do not run
006530* forward are ignored.
006540******************************************************************
006550 1200-READ-AUDIT-REQUEST.
006560     OPEN INPUT AuditRequestFile
006570     IF Audit-Request-File-Status = "00"
006580         MOVE 'Y' TO Request-Present-Switch
006590         READ AuditRequestFile
006600             AT END CONTINUE
006610             NOT AT END
006620                 IF RQ-FromDate NUMERIC AND RQ-FromDate > ZERO
006630                     MOVE RQ-FromDate TO From-Date
006640                 END-IF
006650                 IF RQ-ToDate NUMERIC AND RQ-ToDate > ZERO
006660                     MOVE RQ-ToDate TO To-Date
006670                 END-IF
006680                 IF RQ-DayStart NUMERIC AND RQ-DayStart > ZERO
006690                     MOVE RQ-DayStart TO Day-Start
006700                 END-IF
006710                 IF RQ-DayEnd NUMERIC AND RQ-DayEnd > ZERO
006720                     MOVE RQ-DayEnd TO Day-End
006730                 END-IF
006740         END-READ
006750         CLOSE AuditRequestFile
006760     END-IF
006770     IF Day-Start NOT < Day-End
006780         MOVE 0800 TO Day-Start
006790         MOVE 1800 TO Day-End
006800     END-IF
006810     .

006820******************************************************************
006830* 1300-LOAD-REGISTER - bring in AUDFLAGS.DAT and take the next
006840* flag number from the highest on it. None means no flags yet.
006850******************************************************************
006860 1300-LOAD-REGISTER.
006870     MOVE 'N' TO Flag-Eof-Switch
006880     OPEN INPUT AuditFlagFile
006890     IF Audit-Flag-File-Status = "00"
006900         READ AuditFlagFile
006910             AT END MOVE 'Y' TO Flag-Eof-Switch
006920         END-READ
006930         PERFORM 1310-LOAD-ONE-FLAG UNTIL Flag-Eof
006940         CLOSE AuditFlagFile
006950     END-IF
006960     ADD 1 TO Next-Flag-No
006970     .

006980******************************************************************
006990* 1310-LOAD-ONE-FLAG - one register row into the table.
007000******************************************************************
007010 1310-LOAD-ONE-FLAG.
007020     IF Flag-Count < Max-Flags
007030         ADD 1 TO Flag-Count
007040         MOVE FL-FlagNo     TO Flg-FlagNo (Flag-Count)
007050         MOVE FL-FlagCode   TO Flg-FlagCode (Flag-Count)
007060         MOVE FL-Source     TO Flg-Source (Flag-Count)
007070         MOVE FL-UserID     TO Flg-UserID (Flag-Count)
007080         MOVE FL-ChangeDate TO Flg-ChangeDate (Flag-Count)
007090         MOVE FL-ChangeTime TO Flg-ChangeTime (Flag-Count)
007100         MOVE FL-RecordKey  TO Flg-RecordKey (Flag-Count)
007110         MOVE FL-FlagText   TO Flg-FlagText (Flag-Count)
007120         MOVE FL-RaisedDate TO Flg-RaisedDate (Flag-Count)
007130         MOVE FL-SignedBy   TO Flg-SignedBy (Flag-Count)
007140         MOVE FL-SignedDate TO Flg-SignedDate (Flag-Count)
007150         MOVE FL-SignNote   TO Flg-SignNote (Flag-Count)
007160         IF FL-FlagNo > Next-Flag-No
007170             MOVE FL-FlagNo TO Next-Flag-No
007180         END-IF
007190         READ AuditFlagFile
007200             AT END MOVE 'Y' TO Flag-Eof-Switch
007210         END-READ
007220     ELSE
007230         MOVE 'Y' TO Register-Full-Switch
007240         MOVE 'Y' TO Flag-Eof-Switch
007250     END-IF
007260     .

007270******************************************************************
007280* 1400-LOAD-LOGONS - every salesperson's logon ID, active or
007290* not, off SALESMST.DAT.
007300******************************************************************
007310 1400-LOAD-LOGONS.
007320     MOVE 'N' TO Sp-Eof-Switch
007330     OPEN INPUT SalespersonMasterFile
007340     IF Sp-Master-File-Status = "00"
007350         READ SalespersonMasterFile NEXT RECORD
007360             AT END MOVE 'Y' TO Sp-Eof-Switch
007370         END-READ
007380         PERFORM 1410-LOAD-ONE-LOGON UNTIL Sp-Eof
007390         CLOSE SalespersonMasterFile
007400     END-IF
007410     .

007420******************************************************************
007430* 1410-LOAD-ONE-LOGON - hold one logon ID, if it has one.
007440******************************************************************
007450 1410-LOAD-ONE-LOGON.
007460     IF SP-LogonID NOT = SPACES
007470         IF Logon-Count < Max-Logons
007480             ADD 1 TO Logon-Count
007490             MOVE SP-LogonID TO Lgn-LogonID (Logon-Count)
007500         ELSE
007510             ADD 1 TO Logons-Dropped
007520         END-IF
007530     END-IF
007540     READ SalespersonMasterFile NEXT RECORD
007550         AT END MOVE 'Y' TO Sp-Eof-Switch
007560     END-READ
007570     .

007580******************************************************************
007590* 1500-APPLY-SIGN-OFFS - apply the AUDSIGN.DAT sign-offs to the
007600* register and list each with its result.
007610******************************************************************
007620 1500-APPLY-SIGN-OFFS.
007630     MOVE 'N' TO Sign-Eof-Switch
007640     OPEN INPUT AuditSignFile
007650     IF Audit-Sign-File-Status = "00"
007660         MOVE 'Y' TO Sign-File-Present-Switch
007670         MOVE SPACES TO Chg-Rpt-Record
007680         WRITE Chg-Rpt-Record
007690         MOVE "SIGN-OFFS" TO SectionTitle
007700         WRITE Chg-Rpt-Record FROM Section-Line
007710         WRITE Chg-Rpt-Record FROM Sign-Columns
007720         READ AuditSignFile
007730             AT END MOVE 'Y' TO Sign-Eof-Switch
007740         END-READ
007750         PERFORM 1510-APPLY-ONE-SIGN-OFF UNTIL Sign-Eof
007760         IF Signoffs-Read = ZERO
007770             WRITE Chg-Rpt-Record FROM None-Line
007780         END-IF
007790         CLOSE AuditSignFile
007800     END-IF
007810     .

007820******************************************************************
007830* 1510-APPLY-ONE-SIGN-OFF - a sign-off is refused for a flag not
007840* on the register or already signed, with no signer, or by the
007850* user the flag is against.
007860******************************************************************
007870 1510-APPLY-ONE-SIGN-OFF.
007880     ADD 1 TO Signoffs-Read
007890     MOVE 'N' TO Flag-Found-Switch
007900     IF AS-FlagNo NUMERIC
007910         PERFORM 1520-FIND-FLAG-NUMBER
007920     END-IF
007930     IF NOT Flag-Found
007940         MOVE "FLAG NOT ON REGISTER" TO Sign-Result
007950     ELSE
007960         IF Flg-SignedBy (Flag-Index) NOT = SPACES
007970             MOVE "ALREADY SIGNED OFF" TO Sign-Result
007980         ELSE
007990             IF AS-SignedBy = SPACES
008000                 MOVE "NO SIGNER ID" TO Sign-Result
008010             ELSE
008020                 IF AS-SignedBy = Flg-UserID (Flag-Index)
008030                     MOVE "SIGNER IS THE FLAGGED USER"
008040                         TO Sign-Result
008050                 ELSE
008060                     MOVE AS-SignedBy
008070                         TO Flg-SignedBy (Flag-Index)
008080                     MOVE Today-Date
008090                         TO Flg-SignedDate (Flag-Index)
008100                     MOVE AS-Note TO Flg-SignNote (Flag-Index)
008110                     MOVE "SIGNED OFF" TO Sign-Result
008120                 END-IF
008130             END-IF
008140         END-IF
008150     END-IF
008160     IF Sign-Result = "SIGNED OFF"
008170         ADD 1 TO Signoffs-Applied
008180     ELSE
008190         ADD 1 TO Signoffs-Refused
008200     END-IF
008210     MOVE AS-FlagNo   TO SignFlagNo
008220     MOVE AS-SignedBy TO SignSignedBy
008230     MOVE Sign-Result TO SignResult
008240     WRITE Chg-Rpt-Record FROM Sign-Line
008250     READ AuditSignFile
008260         AT END MOVE 'Y' TO Sign-Eof-Switch
008270     END-READ
008280     .

008290******************************************************************
008300* 1520-FIND-FLAG-NUMBER - look the sign-off's flag number up in
008310* the register.
008320******************************************************************
008330 1520-FIND-FLAG-NUMBER.
008340     SET Flag-Index TO 1
008350     SEARCH Flag-Entry
008360         AT END CONTINUE
008370         WHEN Flag-Index > Flag-Count
008380             CONTINUE
008390         WHEN Flg-FlagNo (Flag-Index) = AS-FlagNo
008400             MOVE 'Y' TO Flag-Found-Switch
008410     END-SEARCH
008420     .

008430******************************************************************
008440* 2000-SCAN-AUDIT-TRAILS - take every audit trail in turn to the
008450* common layout on CHGWORK.TMP. A trail not on file is noted on
008460* the totals.
008470******************************************************************
008480 2000-SCAN-AUDIT-TRAILS.
008490     OPEN OUTPUT ChangeWorkFile
008500     PERFORM 2100-SCAN-ONE-TRAIL
008510         VARYING Source-Sub FROM 1 BY 1
008520         UNTIL Source-Sub > Max-Sources
008530     CLOSE ChangeWorkFile
008540     .

008550******************************************************************
008560* 2100-SCAN-ONE-TRAIL - read one audit trail through.
008570******************************************************************
008580 2100-SCAN-ONE-TRAIL.
008590     MOVE Src-File-Name (Source-Sub) TO Audit-In-Name
008600     MOVE ZERO TO Bank-Change-Count
008610     MOVE 'N' TO Audit-In-Eof-Switch
008620     OPEN INPUT AuditInFile
008630     IF Audit-In-File-Status = "00"
008640         MOVE 'Y' TO Src-Found (Source-Sub)
008650         READ AuditInFile
008660             AT END MOVE 'Y' TO Audit-In-Eof-Switch
008670         END-READ
008680         PERFORM 2200-TAKE-ONE-LINE UNTIL Audit-In-Eof
008690         CLOSE AuditInFile
008700     END-IF
008710     .

008720******************************************************************
008730* 2200-TAKE-ONE-LINE - every line is read for the bank-change
008740* pairing, whatever its date; one dated in the range goes to the
008750* work file with any flags it raises. A line without a date
008760* stamp is counted as unreadable.
008770******************************************************************
008780 2200-TAKE-ONE-LINE.
008790     ADD 1 TO Src-Lines-Read (Source-Sub)
008800     MOVE SPACES TO Change-Work-Record
008810     MOVE ZERO   TO CH-ChangeDate
008820     MOVE ZERO   TO CH-ChangeTime
008830     MOVE Audit-In-Record (1:8)   TO Line-Program
008840     MOVE Line-Program            TO CH-Source
008850     MOVE Src-Master (Source-Sub) TO CH-Master
008860     MOVE " DATE=" TO Scan-Keyword
008870     PERFORM 2500-FIND-VALUE
008880     MOVE Scan-Value (1:6) TO Line-Date-X
008890     IF Line-Date-X NOT NUMERIC
008900         ADD 1 TO Lines-Unreadable
008910     ELSE
008920         COMPUTE CH-ChangeDate = Line-Date-Short + 20000000
008930         MOVE 'N' TO Line-In-Range-Switch
008940         IF CH-ChangeDate NOT < From-Date
008950                 AND CH-ChangeDate NOT > To-Date
008960             MOVE 'Y' TO Line-In-Range-Switch
008970         END-IF
008980         PERFORM 2250-TAKE-COMMON-FIELDS
008990         PERFORM 2300-TAKE-BY-PROGRAM
009000         IF Line-In-Range
009010             PERFORM 2600-CHECK-HOURS
009020             WRITE Change-Work-Record
009030             ADD 1 TO Src-Lines-Taken (Source-Sub)
009040             ADD 1 TO Changes-Taken
009050         END-IF
009060     END-IF
009070     READ AuditInFile
009080         AT END MOVE 'Y' TO Audit-In-Eof-Switch
009090     END-READ
009100     .

009110******************************************************************
009120* 2250-TAKE-COMMON-FIELDS - the time, user and action. The close
009130* log names its user OPER= rather than USER=.
009140******************************************************************
009150 2250-TAKE-COMMON-FIELDS.
009160     MOVE " TIME=" TO Scan-Keyword
009170     PERFORM 2500-FIND-VALUE
009180     MOVE Scan-Value (1:8) TO Line-Time-X
009190     IF Line-Time-X NUMERIC
009200         MOVE Line-Time TO CH-ChangeTime
009210     END-IF
009220     MOVE " USER=" TO Scan-Keyword
009230     PERFORM 2500-FIND-VALUE
009240     MOVE Scan-Value (1:8) TO CH-UserID
009250     IF CH-UserID = SPACES
009260         MOVE " OPER=" TO Scan-Keyword
009270         PERFORM 2500-FIND-VALUE
009280         MOVE Scan-Value (1:8) TO CH-UserID
009290     END-IF
009300     MOVE " ACTION=" TO Scan-Keyword
009310     PERFORM 2500-FIND-VALUE
009320     MOVE Scan-Value (1:1) TO CH-Action
009330     .

009340******************************************************************
009350* 2300-TAKE-BY-PROGRAM - the record key and detail each writing
009356* program puts on its line; a line from any other program is
009362* taken with its detail marked as not recognised.
009370******************************************************************
009380 2300-TAKE-BY-PROGRAM.
009387     IF NOT Line-Program-Known
009394         MOVE "LINE NOT RECOGNISED" TO CH-Detail
009401     END-IF
009408     IF Line-Program = "CUSTMNT"
009415         PERFORM 2310-TAKE-CUSTMNT-LINE
009422     END-IF
009429     IF Line-Program = "CUSTMERG"
009436         PERFORM 2320-TAKE-CUSTMERG-LINE
009443     END-IF
009450     IF Line-Program = "SPMNT"
009457         PERFORM 2330-TAKE-SPMNT-LINE
009464     END-IF
009471     IF Line-Program = "EMPMNT"
009478         PERFORM 2340-TAKE-EMPMNT-LINE
009485     END-IF
009492     IF Line-Program = "PAYROLL"
009499         PERFORM 2350-TAKE-PAYROLL-LINE
009506     END-IF
009513     IF Line-Program = "MEMBMNT"
009520         PERFORM 2360-TAKE-MEMBMNT-LINE
009527     END-IF
009534     IF Line-Program = "STOCKTKE"
009541         PERFORM 2370-TAKE-STOCKTKE-LINE
009548     END-IF
009555     IF Line-Program = "PERCLOSE"
009562         PERFORM 2380-TAKE-PERCLOSE-LINE
009569     END-IF
009576     IF Line-Program = "YECLOSE"
009583         PERFORM 2390-TAKE-YECLOSE-LINE
009590     END-IF
009610     .

009620******************************************************************
009630* 2310-TAKE-CUSTMNT-LINE - a customer maintenance line; one
009640* keyed under a salesperson's logon is checked for a credit
009650* limit raise.
009660******************************************************************
009670 2310-TAKE-CUSTMNT-LINE.
009680     MOVE " CUST-ID=" TO Scan-Keyword
009690     PERFORM 2500-FIND-VALUE
009700     STRING "CUST " DELIMITED BY SIZE
009710         Scan-Value (1:5) DELIMITED BY SIZE
009720         INTO CH-RecordKey
009730     MOVE " AFTER=" TO Scan-Keyword
009740     PERFORM 2500-FIND-VALUE
009750     MOVE Scan-Value (1:20) TO CH-Detail
009760     PERFORM 2800-FIND-SALESPERSON-LOGON
009770     IF Keyed-By-Salesperson
009780         PERFORM 2315-CHECK-LIMIT-RAISE
009790     END-IF
009800     .

009810******************************************************************
009820* 2315-CHECK-LIMIT-RAISE - a zero limit is no limit, so a raise
009830* is any add, a change from a limit to none, or a change to a
009840* higher limit. A line from before OLDLIMIT= was carried cannot
009850* show the old limit and any change on it is taken as a raise.
009860******************************************************************
009870 2315-CHECK-LIMIT-RAISE.
009880     MOVE 'N' TO Limit-Raised-Switch
009890     MOVE " LIMIT=" TO Scan-Keyword
009900     PERFORM 2500-FIND-VALUE
009910     MOVE Scan-Value (1:9) TO New-Limit-X
009920     MOVE " OLDLIMIT=" TO Scan-Keyword
009930     PERFORM 2500-FIND-VALUE
009940     MOVE Scan-Value (1:9) TO Old-Limit-X
009950     IF New-Limit-X NUMERIC
009960         IF CH-Action = 'A'
009970             MOVE 'Y' TO Limit-Raised-Switch
009980         END-IF
009990         IF CH-Action = 'C'
010000             IF Old-Limit-X NOT NUMERIC
010010                 MOVE 'Y' TO Limit-Raised-Switch
010020             ELSE
010030                 IF Old-Limit > ZERO
010040                         AND (New-Limit = ZERO
010050                           OR New-Limit > Old-Limit)
010060                     MOVE 'Y' TO Limit-Raised-Switch
010070                 END-IF
010080             END-IF
010090         END-IF
010100     END-IF
010110     IF Limit-Raised
010120         MOVE "SPCL" TO Flag-Code
010130         MOVE "CREDIT LIMIT RAISED BY A SALESPERSON"
010140             TO Flag-Text
010150         MOVE CH-RecordKey TO Flag-Key
010160         PERFORM 2700-RAISE-FLAG
010170     END-IF
010180     .

010190******************************************************************
010200* 2320-TAKE-CUSTMERG-LINE - a customer merged into a survivor.
010210******************************************************************
010220 2320-TAKE-CUSTMERG-LINE.
010230     MOVE " CUST-ID=" TO Scan-Keyword
010240     PERFORM 2500-FIND-VALUE
010250     STRING "CUST " DELIMITED BY SIZE
010260         Scan-Value (1:5) DELIMITED BY SIZE
010270         INTO CH-RecordKey
010280     MOVE " INTO=" TO Scan-Keyword
010290     PERFORM 2500-FIND-VALUE
010300     STRING "MERGED INTO " DELIMITED BY SIZE
010310         Scan-Value (1:5) DELIMITED BY SIZE
010320         INTO CH-Detail
010330     .

010340******************************************************************
010350* 2330-TAKE-SPMNT-LINE - a salesperson maintenance line.
010360******************************************************************
010370 2330-TAKE-SPMNT-LINE.
010380     MOVE " SP-ID=" TO Scan-Keyword
010390     PERFORM 2500-FIND-VALUE
010400     STRING "SP " DELIMITED BY SIZE
010410         Scan-Value (1:5) DELIMITED BY SIZE
010420         INTO CH-RecordKey
010430     MOVE " AFTER=" TO Scan-Keyword
010440     PERFORM 2500-FIND-VALUE
010450     MOVE Scan-Value (1:20) TO CH-Detail
010460     .

010470******************************************************************
010480* 2340-TAKE-EMPMNT-LINE - an employee maintenance line; a bank
010490* detail change is held, by user, against the next PAYROLL run
010500* line on the trail.
010510******************************************************************
010520 2340-TAKE-EMPMNT-LINE.
010530     MOVE " EMP-ID=" TO Scan-Keyword
010540     PERFORM 2500-FIND-VALUE
010550     STRING "EMP " DELIMITED BY SIZE
010560         Scan-Value (1:5) DELIMITED BY SIZE
010570         INTO CH-RecordKey
010580     MOVE " AFTER=" TO Scan-Keyword
010590     PERFORM 2500-FIND-VALUE
010600     MOVE Scan-Value (1:20) TO CH-Detail
010610     MOVE " BANKCHG=" TO Scan-Keyword
010620     PERFORM 2500-FIND-VALUE
010630     IF Scan-Value (1:1) = 'Y'
010640         MOVE "BANK CHG" TO CH-Detail (22:8)
010650         IF Bank-Change-Count < Max-Bank-Changes
010660             ADD 1 TO Bank-Change-Count
010670             MOVE CH-UserID
010680                 TO Bkc-UserID (Bank-Change-Count)
010690             MOVE CH-RecordKey (5:5)
010700                 TO Bkc-EmployeeID (Bank-Change-Count)
010710         ELSE
010720             ADD 1 TO Bank-Changes-Dropped
010730         END-IF
010740     END-IF
010750     .

010760******************************************************************
010770* 2350-TAKE-PAYROLL-LINE - a pay run: each bank detail change
010780* held since the last run by the user who ran this one is
010790* flagged, then the held changes are cleared.
010800******************************************************************
010810 2350-TAKE-PAYROLL-LINE.
010820     MOVE "PAYRUNS" TO CH-Master
010830     MOVE " RUN=" TO Scan-Keyword
010840     PERFORM 2500-FIND-VALUE
010850     MOVE Scan-Value (1:6) TO Line-Run-No
010860     STRING "RUN " DELIMITED BY SIZE
010870         Line-Run-No DELIMITED BY SIZE
010880         INTO CH-RecordKey
010890     MOVE "PAY RUN" TO CH-Detail
010900     PERFORM 2355-CHECK-ONE-BANK-CHANGE
010910         VARYING Bank-Sub FROM 1 BY 1
010920         UNTIL Bank-Sub > Bank-Change-Count
010930     MOVE ZERO TO Bank-Change-Count
010940     .

010950******************************************************************
010960* 2355-CHECK-ONE-BANK-CHANGE - one held change against the run.
010970******************************************************************
010980 2355-CHECK-ONE-BANK-CHANGE.
010990     IF Bkc-UserID (Bank-Sub) = CH-UserID
011000         MOVE "BKPY" TO Flag-Code
011010         MOVE "OWN BANK DETAIL CHANGE PAID IN OWN RUN"
011020             TO Flag-Text
011030         MOVE SPACES TO Flag-Key
011040         STRING "RUN " DELIMITED BY SIZE
011050             Line-Run-No DELIMITED BY SIZE
011060             " EMP " DELIMITED BY SIZE
011070             Bkc-EmployeeID (Bank-Sub) DELIMITED BY SIZE
011080             INTO Flag-Key
011090         PERFORM 2700-RAISE-FLAG
011100     END-IF
011110     .

011120******************************************************************
011130* 2360-TAKE-MEMBMNT-LINE - a member maintenance line.
011140******************************************************************
011150 2360-TAKE-MEMBMNT-LINE.
011160     MOVE " MEMB-ID=" TO Scan-Keyword
011170     PERFORM 2500-FIND-VALUE
011180     STRING "MEMB " DELIMITED BY SIZE
011190         Scan-Value (1:5) DELIMITED BY SIZE
011200         INTO CH-RecordKey
011210     MOVE " AFTER=" TO Scan-Keyword
011220     PERFORM 2500-FIND-VALUE
011230     MOVE Scan-Value (1:20) TO CH-Detail
011240     .

011250******************************************************************
011260* 2370-TAKE-STOCKTKE-LINE - an applied stock count, keyed by
011270* branch, oil and lot; one approved by its own counter, or with
011280* no approver on file, is flagged.
011290******************************************************************
011300 2370-TAKE-STOCKTKE-LINE.
011310     MOVE 'C' TO CH-Action
011320     MOVE " BRN=" TO Scan-Keyword
011330     PERFORM 2500-FIND-VALUE
011340     MOVE Scan-Value (1:3) TO CH-RecordKey (1:3)
011350     MOVE "/" TO CH-RecordKey (4:1)
011360     MOVE " OIL=" TO Scan-Keyword
011370     PERFORM 2500-FIND-VALUE
011380     MOVE Scan-Value (1:3) TO CH-RecordKey (5:3)
011390     MOVE "/" TO CH-RecordKey (8:1)
011400     MOVE " LOT=" TO Scan-Keyword
011410     PERFORM 2500-FIND-VALUE
011420     MOVE Scan-Value (1:10) TO CH-RecordKey (9:10)
011430     MOVE "ON HAND " TO CH-Detail (1:8)
011440     MOVE " BEFORE=" TO Scan-Keyword
011450     PERFORM 2500-FIND-VALUE
011460     MOVE Scan-Value (1:7) TO CH-Detail (9:7)
011470     MOVE " TO " TO CH-Detail (16:4)
011480     MOVE " AFTER=" TO Scan-Keyword
011490     PERFORM 2500-FIND-VALUE
011500     MOVE Scan-Value (1:7) TO CH-Detail (20:7)
011510     MOVE " APPR=" TO Scan-Keyword
011520     PERFORM 2500-FIND-VALUE
011530     MOVE Scan-Value (1:8) TO Line-Approver
011540     MOVE SPACES TO Flag-Text
011550     IF Line-Approver = SPACES
011560         MOVE "COUNT APPLIED WITH NO APPROVER ON FILE"
011570             TO Flag-Text
011580     ELSE
011590         IF Line-Approver = CH-UserID
011600             MOVE "COUNT APPROVED BY ITS OWN COUNTER"
011610                 TO Flag-Text
011620         END-IF
011630     END-IF
011640     IF Flag-Text NOT = SPACES
011650         MOVE "CNAP" TO Flag-Code
011660         MOVE CH-RecordKey TO Flag-Key
011670         PERFORM 2700-RAISE-FLAG
011680     END-IF
011690     .

011700******************************************************************
011710* 2380-TAKE-PERCLOSE-LINE - a period close.
011720******************************************************************
011730 2380-TAKE-PERCLOSE-LINE.
011740     MOVE 'C' TO CH-Action
011750     MOVE " CLOSED=" TO Scan-Keyword
011760     PERFORM 2500-FIND-VALUE
011770     MOVE Scan-Value (1:17) TO CH-RecordKey
011780     MOVE " OPENED=" TO Scan-Keyword
011790     PERFORM 2500-FIND-VALUE
011800     STRING "OPENED " DELIMITED BY SIZE
011810         Scan-Value (1:17) DELIMITED BY SIZE
011820         INTO CH-Detail
011830     .

011840******************************************************************
011850* 2390-TAKE-YECLOSE-LINE - a year-end close, which posts the
011860* closing rows to the ledger.
011870******************************************************************
011880 2390-TAKE-YECLOSE-LINE.
011890     MOVE 'C' TO CH-Action
011900     MOVE "GLPOST" TO CH-Master
011910     MOVE " YEAREND=" TO Scan-Keyword
011920     PERFORM 2500-FIND-VALUE
011930     STRING "YEAR END " DELIMITED BY SIZE
011940         Scan-Value (1:8) DELIMITED BY SIZE
011950         INTO CH-RecordKey
011960     MOVE " RETAINED=" TO Scan-Keyword
011970     PERFORM 2500-FIND-VALUE
011980     STRING "RETAINED TO " DELIMITED BY SIZE
011990         Scan-Value (1:6) DELIMITED BY SIZE
012000         INTO CH-Detail
012010     .

012020******************************************************************
012030* 2500-FIND-VALUE - the text following Scan-Keyword on the
012040* line, or spaces when the line does not carry it.
012050******************************************************************
012060 2500-FIND-VALUE.
012070     MOVE ZERO TO Scan-Length
012080     INSPECT Scan-Keyword TALLYING Scan-Length
012090         FOR CHARACTERS BEFORE INITIAL "="
012100     ADD 1 TO Scan-Length
012110     MOVE SPACES TO Unstring-Front
012120     MOVE SPACES TO Unstring-Tail
012130     UNSTRING Audit-In-Record
012140         DELIMITED BY Scan-Keyword (1:Scan-Length)
012150         INTO Unstring-Front, Unstring-Tail
012160     END-UNSTRING
012170     MOVE Unstring-Tail (1:60) TO Scan-Value
012180     .

012190******************************************************************
012200* 2600-CHECK-HOURS - a change keyed at the weekend or outside
012210* the business hours is flagged. PAYROLL run lines are the
012220* night batch's own and are not.
012230******************************************************************
012240 2600-CHECK-HOURS.
012250     IF Line-Program NOT = "PAYROLL"
012260         MOVE CH-ChangeDate TO Zel-Date
012270         PERFORM 2650-FIND-DAY-OF-WEEK
012280         DIVIDE CH-ChangeTime BY 10000 GIVING Line-HHMM
012290         MOVE SPACES TO Flag-Text
012300         IF Weekend-Day
012310             MOVE "CHANGE MADE AT THE WEEKEND" TO Flag-Text
012320         ELSE
012330             IF Line-HHMM < Day-Start
012340                     OR Line-HHMM NOT < Day-End
012350                 MOVE "CHANGE MADE OUTSIDE BUSINESS HOURS"
012360                     TO Flag-Text
012370             END-IF
012380         END-IF
012390         IF Flag-Text NOT = SPACES
012400             MOVE "OOHR" TO Flag-Code
012410             MOVE CH-RecordKey TO Flag-Key
012420             PERFORM 2700-RAISE-FLAG
012430         END-IF
012440     END-IF
012450     .

012460******************************************************************
012470* 2650-FIND-DAY-OF-WEEK - Zeller's congruence on Zel-Date, with
012480* January and February taken as months 13 and 14 of the year
012490* before.
012500******************************************************************
012510 2650-FIND-DAY-OF-WEEK.
012520     MOVE Zel-Year  TO Zel-Y
012530     MOVE Zel-Month TO Zel-M
012540     IF Zel-M < 3
012550         ADD 12 TO Zel-M
012560         SUBTRACT 1 FROM Zel-Y
012570     END-IF
012580     DIVIDE Zel-Y BY 100 GIVING Zel-Century
012590         REMAINDER Zel-Year-Of-Century
012600     COMPUTE Zel-Term-1 = (13 * (Zel-M + 1)) / 5
012610     DIVIDE Zel-Year-Of-Century BY 4 GIVING Zel-Term-2
012620     DIVIDE Zel-Century BY 4 GIVING Zel-Term-3
012630     COMPUTE Zel-Sum = Zel-Day + Zel-Term-1
012640         + Zel-Year-Of-Century + Zel-Term-2 + Zel-Term-3
012650         + (5 * Zel-Century)
012660     DIVIDE Zel-Sum BY 7 GIVING Zel-Quotient
012670         REMAINDER Zel-Weekday
012680     .

012690******************************************************************
012700* 2700-RAISE-FLAG - mark the line with the flag and, unless the
012710* same flag is already on the register from an earlier run over
012720* the same dates, add it under the next flag number.
012730******************************************************************
012740 2700-RAISE-FLAG.
012750     IF Line-In-Range
012760         IF CH-FlagCode-1 = SPACES
012770             MOVE Flag-Code TO CH-FlagCode-1
012780         ELSE
012790             MOVE Flag-Code TO CH-FlagCode-2
012800         END-IF
012810         PERFORM 2750-FIND-SAME-FLAG
012820         IF Flag-Found
012830             ADD 1 TO Flags-Known
012840         ELSE
012850             IF Flag-Count < Max-Flags
012860                 ADD 1 TO Flag-Count
012870                 ADD 1 TO Flags-Raised
012880                 MOVE Next-Flag-No  TO Flg-FlagNo (Flag-Count)
012890                 MOVE Flag-Code     TO Flg-FlagCode (Flag-Count)
012900                 MOVE CH-Source     TO Flg-Source (Flag-Count)
012910                 MOVE CH-UserID     TO Flg-UserID (Flag-Count)
012920                 MOVE CH-ChangeDate
012930                     TO Flg-ChangeDate (Flag-Count)
012940                 MOVE CH-ChangeTime
012950                     TO Flg-ChangeTime (Flag-Count)
012960                 MOVE Flag-Key      TO Flg-RecordKey (Flag-Count)
012970                 MOVE Flag-Text     TO Flg-FlagText (Flag-Count)
012980                 MOVE Today-Date
012990                     TO Flg-RaisedDate (Flag-Count)
013000                 ADD 1 TO Next-Flag-No
013010             ELSE
013020                 MOVE 'Y' TO Register-Full-Switch
013030             END-IF
013040         END-IF
013050     END-IF
013060     .

013070******************************************************************
013080* 2750-FIND-SAME-FLAG - the same code against the same source,
013090* user, time stamp and record.
013100******************************************************************
013110 2750-FIND-SAME-FLAG.
013120     MOVE 'N' TO Flag-Found-Switch
013130     SET Flag-Index TO 1
013140     SEARCH Flag-Entry
013150         AT END CONTINUE
013160         WHEN Flag-Index > Flag-Count
013170             CONTINUE
013180         WHEN Flg-FlagCode (Flag-Index) = Flag-Code
013190                 AND Flg-Source (Flag-Index) = CH-Source
013200                 AND Flg-UserID (Flag-Index) = CH-UserID
013210                 AND Flg-ChangeDate (Flag-Index) = CH-ChangeDate
013220                 AND Flg-ChangeTime (Flag-Index) = CH-ChangeTime
013230                 AND Flg-RecordKey (Flag-Index) = Flag-Key
013240             MOVE 'Y' TO Flag-Found-Switch
013250     END-SEARCH
013260     .

013270******************************************************************
013280* 2800-FIND-SALESPERSON-LOGON - is the line's user one of the
013290* salesperson logons.
013300******************************************************************
013310 2800-FIND-SALESPERSON-LOGON.
013320     MOVE 'N' TO Salesperson-Logon-Switch
013330     SET Logon-Index TO 1
013340     SEARCH Logon-Entry
013350         AT END CONTINUE
013360         WHEN Logon-Index > Logon-Count
013370             CONTINUE
013380         WHEN Lgn-LogonID (Logon-Index) = CH-UserID
013390             MOVE 'Y' TO Salesperson-Logon-Switch
013400     END-SEARCH
013410     .

013420******************************************************************
013430* 3000-RELEASE-CHANGES - the sort's input: the common-layout
013440* lines taken to CHGWORK.TMP.
013450******************************************************************
013460 3000-RELEASE-CHANGES.
013470     MOVE 'N' TO Change-Eof-Switch
013480     OPEN INPUT ChangeWorkFile
013490     READ ChangeWorkFile
013500         AT END MOVE 'Y' TO Change-Eof-Switch
013510     END-READ
013520     PERFORM 3100-RELEASE-ONE-CHANGE UNTIL Change-Eof
013530     CLOSE ChangeWorkFile
013540     .
013550 3000-RELEASE-CHANGES-EXIT.
013560     EXIT.

013570******************************************************************
013580* 3100-RELEASE-ONE-CHANGE - release one line.
013590******************************************************************
013600 3100-RELEASE-ONE-CHANGE.
013610     RELEASE Sort-Work-Record FROM Change-Work-Record
013620     READ ChangeWorkFile
013630         AT END MOVE 'Y' TO Change-Eof-Switch
013640     END-READ
013650     .

013660******************************************************************
013670* 4000-PRINT-ONE-LISTING - print the sorted changes with a group
013680* heading and count on each change of user (or of master file
013690* on the second pass).
013700******************************************************************
013710 4000-PRINT-ONE-LISTING.
013720     MOVE SPACES TO Chg-Rpt-Record
013730     WRITE Chg-Rpt-Record
013740     IF User-Pass
013750         MOVE "CHANGES BY USER" TO SectionTitle
013760     ELSE
013770         MOVE "CHANGES BY MASTER FILE" TO SectionTitle
013780     END-IF
013790     WRITE Chg-Rpt-Record FROM Section-Line
013800     WRITE Chg-Rpt-Record FROM Change-Columns
013810     MOVE 'N' TO Sorted-Eof-Switch
013820     MOVE ZERO TO Group-Change-Count
013830     OPEN INPUT SortedChangeFile
013840     READ SortedChangeFile
013850         AT END MOVE 'Y' TO Sorted-Eof-Switch
013860     END-READ
013870     PERFORM 4100-PRINT-ONE-CHANGE UNTIL Sorted-Eof
013880     IF Group-Change-Count > ZERO
013890         PERFORM 4300-PRINT-GROUP-TOTAL
013900     ELSE
013910         WRITE Chg-Rpt-Record FROM None-Line
013920     END-IF
013930     CLOSE SortedChangeFile
013940     .

013950******************************************************************
013960* 4100-PRINT-ONE-CHANGE - break on the group key and print the
013970* change.
013980******************************************************************
013990 4100-PRINT-ONE-CHANGE.
014000     IF Group-Change-Count = ZERO
014010         PERFORM 4200-START-GROUP
014020     ELSE
014030         IF (User-Pass AND SR-UserID NOT = Group-Hold)
014040                 OR (Master-Pass AND SR-Master NOT = Group-Hold)
014050             PERFORM 4300-PRINT-GROUP-TOTAL
014060             PERFORM 4200-START-GROUP
014070         END-IF
014080     END-IF
014090     MOVE SR-ChangeTime TO Print-Time
014100     MOVE Print-HH      TO Clock-HH
014110     MOVE Print-MM      TO Clock-MM
014120     MOVE Print-SS      TO Clock-SS
014130     MOVE SR-ChangeDate TO ChangeDate
014140     MOVE Clock-Display TO ChangeTime
014150     MOVE SR-Source     TO ChangeSource
014160     MOVE SR-Master     TO ChangeMaster
014170     MOVE SR-UserID     TO ChangeUser
014180     MOVE SR-Action     TO ChangeAction
014190     MOVE SR-RecordKey  TO ChangeKey
014200     MOVE SR-Detail     TO ChangeDetail
014210     MOVE SR-FlagCode-1 TO ChangeFlag1
014220     MOVE SR-FlagCode-2 TO ChangeFlag2
014230     WRITE Chg-Rpt-Record FROM Change-Line
014240     ADD 1 TO Group-Change-Count
014250     IF SR-FlagCode-1 NOT = SPACES
014260         ADD 1 TO Group-Flag-Count
014270     END-IF
014280     READ SortedChangeFile
014290         AT END MOVE 'Y' TO Sorted-Eof-Switch
014300     END-READ
014310     .

014320******************************************************************
014330* 4200-START-GROUP - hold the new group key and print its
014340* heading.
014350******************************************************************
014360 4200-START-GROUP.
014370     MOVE ZERO TO Group-Change-Count
014380     MOVE ZERO TO Group-Flag-Count
014390     MOVE SPACES TO Chg-Rpt-Record
014400     WRITE Chg-Rpt-Record
014410     IF User-Pass
014420         MOVE SR-UserID TO Group-Hold
014430         MOVE "USER"    TO GroupLabel
014440     ELSE
014450         MOVE SR-Master TO Group-Hold
014460         MOVE "MASTER"  TO GroupLabel
014470     END-IF
014480     MOVE Group-Hold TO GroupValue
014490     WRITE Chg-Rpt-Record FROM Group-Line
014500     .

014510******************************************************************
014520* 4300-PRINT-GROUP-TOTAL - the group's change and flag counts.
014530******************************************************************
014540 4300-PRINT-GROUP-TOTAL.
014550     MOVE Group-Change-Count TO GroupChanges
014560     MOVE Group-Flag-Count   TO GroupFlagged
014570     WRITE Chg-Rpt-Record FROM Group-Total-Line
014580     .

014590******************************************************************
014600* 5000-PRINT-OUTSTANDING - every flag on the register still
014610* awaiting sign-off, whatever run raised it.
014620******************************************************************
014630 5000-PRINT-OUTSTANDING.
014640     MOVE SPACES TO Chg-Rpt-Record
014650     WRITE Chg-Rpt-Record
014660     MOVE "FLAGS AWAITING SIGN-OFF" TO SectionTitle
014670     WRITE Chg-Rpt-Record FROM Section-Line
014680     WRITE Chg-Rpt-Record FROM Flag-Columns
014690     PERFORM 5100-PRINT-ONE-FLAG
014700         VARYING Flag-Sub FROM 1 BY 1
014710         UNTIL Flag-Sub > Flag-Count
014720     IF Flags-Outstanding = ZERO
014730         WRITE Chg-Rpt-Record FROM None-Line
014740     END-IF
014750     .

014760******************************************************************
014770* 5100-PRINT-ONE-FLAG - list the flag if it is not signed off.
014780******************************************************************
014790 5100-PRINT-ONE-FLAG.
014800     IF Flg-SignedBy (Flag-Sub) = SPACES
014810         ADD 1 TO Flags-Outstanding
014820         MOVE Flg-ChangeTime (Flag-Sub) TO Print-Time
014830         MOVE Print-HH TO Clock-HH
014840         MOVE Print-MM TO Clock-MM
014850         MOVE Print-SS TO Clock-SS
014860         MOVE Flg-FlagNo (Flag-Sub)     TO FlagNo
014870         MOVE Flg-FlagCode (Flag-Sub)   TO FlagCode
014880         MOVE Flg-Source (Flag-Sub)     TO FlagSource
014890         MOVE Flg-UserID (Flag-Sub)     TO FlagUser
014900         MOVE Flg-ChangeDate (Flag-Sub) TO FlagDate
014910         MOVE Clock-Display             TO FlagTime
014920         MOVE Flg-RecordKey (Flag-Sub)  TO FlagKey
014930         MOVE Flg-FlagText (Flag-Sub)   TO FlagText
014940         MOVE Flg-RaisedDate (Flag-Sub) TO FlagRaised
014950         WRITE Chg-Rpt-Record FROM Flag-Line
014960     END-IF
014970     .

014980******************************************************************
014990* 6000-PRINT-TOTALS - the trails read and the run's counts.
015000******************************************************************
015010 6000-PRINT-TOTALS.
015020     MOVE SPACES TO Chg-Rpt-Record
015030     WRITE Chg-Rpt-Record
015040     WRITE Chg-Rpt-Record FROM HorizontalLine
015050     WRITE Chg-Rpt-Record FROM Source-Columns
015060     PERFORM 6100-PRINT-ONE-SOURCE
015070         VARYING Source-Sub FROM 1 BY 1
015080         UNTIL Source-Sub > Max-Sources
015090     MOVE SPACES TO Chg-Rpt-Record
015100     WRITE Chg-Rpt-Record
015110     MOVE Changes-Taken     TO TotalChanges
015120     MOVE Lines-Unreadable  TO TotalUnreadable
015130     WRITE Chg-Rpt-Record FROM Change-Totals-Line
015140     MOVE Flags-Raised      TO TotalRaised
015150     MOVE Flags-Known       TO TotalKnown
015160     MOVE Flags-Outstanding TO TotalOutstanding
015170     WRITE Chg-Rpt-Record FROM Flag-Totals-Line
015180     IF Sign-File-Present
015190         MOVE Signoffs-Read    TO TotalSignRead
015200         MOVE Signoffs-Applied TO TotalSignApplied
015210         MOVE Signoffs-Refused TO TotalSignRefused
015220         WRITE Chg-Rpt-Record FROM Sign-Totals-Line
015230     END-IF
015240     IF Bank-Changes-Dropped > ZERO OR Logons-Dropped > ZERO
015250         MOVE Bank-Changes-Dropped TO TotalBankDropped
015260         MOVE Logons-Dropped       TO TotalLogonsDropped
015270         WRITE Chg-Rpt-Record FROM Dropped-Line
015280     END-IF
015290     .

015300******************************************************************
015310* 6100-PRINT-ONE-SOURCE - one trail's line counts.
015320******************************************************************
015330 6100-PRINT-ONE-SOURCE.
015340     MOVE Src-File-Name (Source-Sub)   TO SourceName
015350     MOVE Src-Lines-Read (Source-Sub)  TO SourceRead
015360     MOVE Src-Lines-Taken (Source-Sub) TO SourceTaken
015370     IF Src-Found (Source-Sub) = 'Y'
015380         MOVE SPACES TO SourceNote
015390     ELSE
015400         MOVE "NOT ON FILE" TO SourceNote
015410     END-IF
015420     WRITE Chg-Rpt-Record FROM Source-Line
015430     .

015440******************************************************************
015450* 7000-REWRITE-REGISTER - write the register back with this
015460* run's flags and sign-offs, record the range now covered on
015470* AUDCTL.DAT for PERCLOSE, and empty the sign-off and request
015475* files so neither is applied twice. A range scanned with bank
015480* changes or logons dropped is not recorded as covered, and
015485* the request is kept so it can be run again.
015490******************************************************************
015500 7000-REWRITE-REGISTER.
015510     OPEN OUTPUT AuditFlagFile
015520     PERFORM 7100-WRITE-ONE-FLAG
015530         VARYING Flag-Sub FROM 1 BY 1
015540         UNTIL Flag-Sub > Flag-Count
015550     CLOSE AuditFlagFile
015620     IF Sign-File-Present
015630         OPEN OUTPUT AuditSignFile
015640         CLOSE AuditSignFile
015650     END-IF
015652     IF Bank-Changes-Dropped > ZERO OR Logons-Dropped > ZERO
015654         MOVE "TABLES FULL - RANGE NOT RECORDED ON AUDCTL.DAT"
015656             TO MessageText
015658         WRITE Chg-Rpt-Record FROM Message-Line
015660     ELSE
015662         OPEN OUTPUT AuditControlFile
015664         MOVE From-Date  TO AC-FromDate
015666         MOVE To-Date    TO AC-ToDate
015668         MOVE Today-Date TO AC-ScannedDate
015670         WRITE Audit-Control-Record
015672         CLOSE AuditControlFile
015674         IF Request-Present
015676             OPEN OUTPUT AuditRequestFile
015678             CLOSE AuditRequestFile
015680         END-IF
015690     END-IF
015700     .

015710******************************************************************
015720* 7100-WRITE-ONE-FLAG - one register row off the table.
015730******************************************************************
015740 7100-WRITE-ONE-FLAG.
015750     MOVE Flg-FlagNo (Flag-Sub)     TO FL-FlagNo
015760     MOVE Flg-FlagCode (Flag-Sub)   TO FL-FlagCode
015770     MOVE Flg-Source (Flag-Sub)     TO FL-Source
015780     MOVE Flg-UserID (Flag-Sub)     TO FL-UserID
015790     MOVE Flg-ChangeDate (Flag-Sub) TO FL-ChangeDate
015800     MOVE Flg-ChangeTime (Flag-Sub) TO FL-ChangeTime
015810     MOVE Flg-RecordKey (Flag-Sub)  TO FL-RecordKey
015820     MOVE Flg-FlagText (Flag-Sub)   TO FL-FlagText
015830     MOVE Flg-RaisedDate (Flag-Sub) TO FL-RaisedDate
015840     MOVE Flg-SignedBy (Flag-Sub)   TO FL-SignedBy
015850     MOVE Flg-SignedDate (Flag-Sub) TO FL-SignedDate
015860     MOVE Flg-SignNote (Flag-Sub)   TO FL-SignNote
015870     WRITE Audit-Flag-Record
015880     .

015890******************************************************************
015900* 8000-TERMINATE - close the report.
015910******************************************************************
015920 8000-TERMINATE.
015930     CLOSE ChgRptFile
015940     .

015950 END PROGRAM CHGAUDIT.
