000330*                     stays on file with their leave date so
000340*                     BILLING can skip them; D is for keying
000350*                     errors only.
000351*               DF    Membership categories: the member record
000352*                     now carries a category (FU full, ST student,
000353*                     SR senior, FA family, LI life) BILLING
000354*                     prices from the FEESCHED.DAT schedule, and a
000355*                     family member can be linked to a primary
000356*                     family member whose renewal covers the
000357*                     household. A link must name a live family
000358*                     primary other than the member; a primary
000359*                     with members still linked cannot be
000360*                     deleted or moved out of the family
000361*                     category. Records keyed before categories
000362*                     are carried forward as FU with no link.
000363*                     MEMBMNT.RPT widened to X(90) so the
000364*                     longer rejection reasons print in full.
000365*               DF    Once the member table overflows, deletes
000366*                     and category or link changes are rejected
000367*                     MEMBER TABLE FULL, as the family links can
000368*                     no longer all be checked.
000369******************************************************************

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000600    02 MemberUnits           PIC 9(3).
000610    02 MemberJoinDate        PIC 9(8).
000620    02 MemberLeaveDate       PIC 9(8).
000623    02 MemberCategory        PIC X(2).
000626    02 MemberPrimaryID       PIC 9(5).

000630 FD MemberTranFile.
000640 01 Member-Tran-Record.
000770       03 MTEffectiveMonth   PIC 9(2).
000780       03 MTEffectiveDay     PIC 9(2).
000790    02 MTUserID              PIC X(8).
000792    02 MTCategory            PIC X(2).
000794       88 MTCategoryValid      VALUE "FU" "ST" "SR" "FA" "LI".
000796       88 MTFamily             VALUE "FA".
000798    02 MTPrimaryID           PIC 9(5).

000800 FD NewMemberFile.
000810 01 New-Member-Record.
000850    02 NewMemberUnits        PIC 9(3).
000860    02 NewMemberJoinDate     PIC 9(8).
000870    02 NewMemberLeaveDate    PIC 9(8).
000873    02 NewMemberCategory     PIC X(2).
000876    02 NewMemberPrimaryID    PIC 9(5).

000880 FD AuditTrailFile.
000890 01 Audit-Trail-Record       PIC X(190).

000900 FD AuditRptFile.
000910 01 Audit-Rpt-Record         PIC X(90).

000920 WORKING-STORAGE SECTION.
000930 01 Member-Eof-Switch       PIC X(01) VALUE 'N'.
001060    02 WorkMemberUnits      PIC 9(3).
001070    02 WorkJoinDate         PIC 9(8).
001080    02 WorkLeaveDate        PIC 9(8).
001083    02 WorkCategory         PIC X(2).
001086    02 WorkPrimaryID        PIC 9(5).
001090 01 Work-Active-Switch      PIC X(01) VALUE 'N'.
001100     88 Work-Active          VALUE 'Y'.
001110 01 Work-Key                PIC 9(5)  VALUE ZERO.
001120 01 Before-Member-Name      PIC X(20) VALUE SPACES.

001121* Member-Table carries every member on the old master plus those
001122* joined this run, for the family link checks.
001123 01 Member-Table.
001124    02 Member-Entry OCCURS 5000 TIMES.
001125       03 Tab-MemberID       PIC 9(5)  VALUE ZERO.
001126       03 Tab-Category       PIC X(2)  VALUE SPACES.
001127       03 Tab-PrimaryID      PIC 9(5)  VALUE ZERO.
001128       03 Tab-LeaveDate      PIC 9(8)  VALUE ZERO.
001129       03 Tab-Active         PIC X(1)  VALUE 'N'.
001130 01 Member-Count            PIC 9(4)  VALUE ZERO.
001131 77 Max-Members             PIC 9(4)  VALUE 5000.
001132 01 Members-Dropped-Count   PIC 9(5)  VALUE ZERO.
001133 01 Member-Sub              PIC 9(4)  VALUE ZERO.
001134 01 Find-Member-ID          PIC 9(5)  VALUE ZERO.
001135 01 Found-Member-Sub        PIC 9(4)  VALUE ZERO.
001136 01 Linked-Member-Count     PIC 9(4)  VALUE ZERO.

001137 01 Tran-Valid-Switch       PIC X(01) VALUE 'Y'.
001140     88 Tran-Is-Valid        VALUE 'Y'.
001150 01 Reject-Reason-Text      PIC X(24) VALUE SPACES.

001680    02 FILLER                PIC X(14) VALUE "  MASTERS OUT:".
001690    02 AuditMastersOut       PIC BZZZZ9.

001692 01 Audit-Dropped-Line.
001694    02 FILLER                PIC X(33)
001696       VALUE "MEMBERS NOT TABLED FOR LINK CHECK".
001698    02 AuditDroppedCount     PIC BZZZZ9.

001700 PROCEDURE DIVISION.

001710 0000-MAINLINE.
001890* prime both input READs.
001900******************************************************************
001910 1000-INITIALIZE.
001915     PERFORM 1100-LOAD-MEMBER-TABLE
001920     OPEN INPUT MemberFile
001930     OPEN INPUT MemberTranFile
001940     OPEN OUTPUT AuditRptFile
002060     END-IF
002070     .

002071******************************************************************
002072* 1100-LOAD-MEMBER-TABLE - table every member on the old master
002073* ahead of the update, so a family link can be checked against a
002074* primary whose key the balanced line has already passed.
002075******************************************************************
002076 1100-LOAD-MEMBER-TABLE.
002077     OPEN INPUT MemberFile
002078     IF Member-File-Status = "00"
002079         READ MemberFile
002080             AT END MOVE 'Y' TO Member-Eof-Switch
002081         END-READ
002082         PERFORM 1150-LOAD-ONE-MEMBER UNTIL Member-Eof
002083         CLOSE MemberFile
002084         MOVE 'N' TO Member-Eof-Switch
002085     END-IF
002086     .

002087******************************************************************
002088* 1150-LOAD-ONE-MEMBER - table one old-master member, reading a
002089* record keyed before categories as a full member with no link.
002090******************************************************************
002091 1150-LOAD-ONE-MEMBER.
002092     IF Member-Count < Max-Members
002093         ADD 1 TO Member-Count
002094         MOVE MemberID        TO Tab-MemberID (Member-Count)
002095         MOVE MemberCategory  TO Tab-Category (Member-Count)
002096         IF MemberCategory = SPACES
002097             MOVE "FU" TO Tab-Category (Member-Count)
002098         END-IF
002099         MOVE ZERO            TO Tab-PrimaryID (Member-Count)
002100         IF MemberPrimaryID NUMERIC
002101             MOVE MemberPrimaryID TO Tab-PrimaryID (Member-Count)
002102         END-IF
002103         MOVE MemberLeaveDate TO Tab-LeaveDate (Member-Count)
002104         MOVE 'Y'             TO Tab-Active (Member-Count)
002105     ELSE
002106         ADD 1 TO Members-Dropped-Count
002107     END-IF
002108     READ MemberFile
002109         AT END MOVE 'Y' TO Member-Eof-Switch
002110     END-READ
002111     .

002112******************************************************************
002113* 1200-OPEN-AUDIT-TRAIL - open MEMBAUDT.DAT for append, created
002114* on the very first run like the suite's other audit trails.
002115******************************************************************
002120 1200-OPEN-AUDIT-TRAIL.
002130     OPEN EXTEND AuditTrailFile
002140     IF Audit-Trail-File-Status = "35"
002460         MOVE Member-Record TO Work-Member
002470         MOVE MemberID      TO Work-Key
002480         MOVE 'Y' TO Work-Active-Switch
002481         IF WorkCategory = SPACES
002482             MOVE "FU" TO WorkCategory
002483         END-IF
002484         IF WorkPrimaryID NOT NUMERIC
002485             MOVE ZERO TO WorkPrimaryID
002486         END-IF
002490         PERFORM 1300-READ-MASTER
002500     ELSE
002510         MOVE SPACES TO Work-Member
002610         MOVE WorkMemberUnits TO NewMemberUnits
002620         MOVE WorkJoinDate    TO NewMemberJoinDate
002630         MOVE WorkLeaveDate   TO NewMemberLeaveDate
002633         MOVE WorkCategory    TO NewMemberCategory
002636         MOVE WorkPrimaryID   TO NewMemberPrimaryID
002640         WRITE New-Member-Record
002650         ADD 1 TO Masters-Out-Count
002660     END-IF
002750     IF Tran-Is-Valid
002760         MOVE WorkMemberName TO Before-Member-Name
002770         PERFORM 2500-APPLY-TO-WORK
002775         PERFORM 2700-UPDATE-MEMBER-TABLE
002780         PERFORM 2600-WRITE-AUDIT-TRAIL
002790         ADD 1 TO Trans-Applied-Count
002800         MOVE "APPLIED"  TO AuditResult
002960* join-of-existing / change-resign-delete-of-missing pairing,
002970* and the field checks the action needs. MTEffectiveDate is the
002980* join date on a join and the leave date on a resignation.
002983* Family links cannot all be checked once the member table has
002986* overflowed, so deletes and category changes are then refused.
002990******************************************************************
003000 2200-CHECK-TRAN.
003010     MOVE 'Y' TO Tran-Valid-Switch
003240             END-IF
003250         END-IF
003260     END-IF
003261     IF Tran-Is-Valid AND Members-Dropped-Count > ZERO
003262             AND (MTDelete
003263                 OR (MTChange AND MTCategory NOT = SPACES))
003264         MOVE 'N' TO Tran-Valid-Switch
003265         MOVE "MEMBER TABLE FULL" TO Reject-Reason-Text
003266     END-IF
003270     .

003280******************************************************************
003420             IF (MTJoin OR MTResign)
003430                 PERFORM 2400-CHECK-EFFECTIVE-DATE
003440             END-IF
003441             IF Tran-Is-Valid
003442                     AND (MTJoin OR MTChange)
003443                 PERFORM 2420-CHECK-CATEGORY
003444             END-IF
003445             IF Tran-Is-Valid
003446                     AND MTDelete
003447                 PERFORM 2440-CHECK-NO-FAMILY-LINKED
003448             END-IF
003450         END-IF
003460     END-IF
003470     .
003670     END-IF
003680     .

003681******************************************************************
003682* 2420-CHECK-CATEGORY - a keyed category must be one of the five;
003683* a join with none keyed comes in as a full member, and a change
003684* with none keyed leaves the category and link alone. Only a
003685* family member can be linked, and only to a live family primary
003686* that is not itself linked to another; a primary with members
003687* still linked must stay in the family category.
003688******************************************************************
003689 2420-CHECK-CATEGORY.
003690     IF MTCategory = SPACES
003691         IF MTJoin
003692             MOVE "FU" TO MTCategory
003693             MOVE ZERO TO MTPrimaryID
003694         END-IF
003695     END-IF
003696     IF MTCategory NOT = SPACES
003697         IF MTPrimaryID NOT NUMERIC
003698             MOVE ZERO TO MTPrimaryID
003699         END-IF
003700         IF NOT MTCategoryValid
003701             MOVE 'N' TO Tran-Valid-Switch
003702             MOVE "BAD MEMBER CATEGORY" TO Reject-Reason-Text
003703         ELSE
003704             IF MTPrimaryID NOT = ZERO
003705                 PERFORM 2430-CHECK-PRIMARY
003706             END-IF
003707             IF Tran-Is-Valid
003708                     AND MTChange
003709                     AND (NOT MTFamily OR MTPrimaryID NOT = ZERO)
003710                 PERFORM 2440-CHECK-NO-FAMILY-LINKED
003711             END-IF
003712         END-IF
003713     END-IF
003714     .

003715******************************************************************
003716* 2430-CHECK-PRIMARY - the primary a family member is linked to.
003717******************************************************************
003718 2430-CHECK-PRIMARY.
003719     IF NOT MTFamily
003720         MOVE 'N' TO Tran-Valid-Switch
003721         MOVE "LINK ONLY FOR FAMILY" TO Reject-Reason-Text
003722     ELSE
003723         IF MTPrimaryID = MTMemberID
003724             MOVE 'N' TO Tran-Valid-Switch
003725             MOVE "LINKED TO SELF" TO Reject-Reason-Text
003726         ELSE
003727             MOVE MTPrimaryID TO Find-Member-ID
003728             PERFORM 2450-FIND-MEMBER
003729             IF Found-Member-Sub = ZERO
003730                 MOVE 'N' TO Tran-Valid-Switch
003731                 MOVE "PRIMARY NOT ON FILE" TO Reject-Reason-Text
003732             ELSE
003733                 IF Tab-Category (Found-Member-Sub) NOT = "FA"
003734                         OR Tab-PrimaryID (Found-Member-Sub)
003735                             NOT = ZERO
003736                     MOVE 'N' TO Tran-Valid-Switch
003737                     MOVE "PRIMARY NOT FAMILY HEAD"
003738                         TO Reject-Reason-Text
003739                 ELSE
003740                     IF Tab-LeaveDate (Found-Member-Sub)
003741                             NOT = ZERO
003742                         MOVE 'N' TO Tran-Valid-Switch
003743                         MOVE "PRIMARY HAS RESIGNED"
003744                             TO Reject-Reason-Text
003745                     END-IF
003746                 END-IF
003747             END-IF
003748         END-IF
003749     END-IF
003750     .

003751******************************************************************
003752* 2440-CHECK-NO-FAMILY-LINKED - a member other live members are
003753* linked to cannot be deleted, linked on to someone else, or
003754* moved out of the family category.
003755******************************************************************
003756 2440-CHECK-NO-FAMILY-LINKED.
003757     MOVE ZERO TO Linked-Member-Count
003758     PERFORM 2470-COUNT-ONE-LINK
003759         VARYING Member-Sub FROM 1 BY 1
003760         UNTIL Member-Sub > Member-Count
003761     IF Linked-Member-Count > ZERO
003762         MOVE 'N' TO Tran-Valid-Switch
003763         MOVE "FAMILY MEMBERS LINKED" TO Reject-Reason-Text
003764     END-IF
003765     .

003766******************************************************************
003767* 2450-FIND-MEMBER - find Find-Member-ID among the tabled members;
003768* Found-Member-Sub is left zero when it is not there.
003769******************************************************************
003770 2450-FIND-MEMBER.
003771     MOVE ZERO TO Found-Member-Sub
003772     PERFORM 2460-MATCH-ONE-MEMBER
003773         VARYING Member-Sub FROM 1 BY 1
003774         UNTIL Member-Sub > Member-Count
003775             OR Found-Member-Sub NOT = ZERO
003776     .

003777******************************************************************
003778* 2460-MATCH-ONE-MEMBER - check one tabled member against the key
003779* being looked for.
003780******************************************************************
003781 2460-MATCH-ONE-MEMBER.
003782     IF Tab-MemberID (Member-Sub) = Find-Member-ID
003783             AND Tab-Active (Member-Sub) = 'Y'
003784         MOVE Member-Sub TO Found-Member-Sub
003785     END-IF
003786     .

003787******************************************************************
003788* 2470-COUNT-ONE-LINK - count one tabled member if they are live
003789* and linked to the member the transaction is for.
003790******************************************************************
003791 2470-COUNT-ONE-LINK.
003792     IF Tab-PrimaryID (Member-Sub) = MTMemberID
003793             AND Tab-Active (Member-Sub) = 'Y'
003794             AND Tab-LeaveDate (Member-Sub) = ZERO
003795         ADD 1 TO Linked-Member-Count
003796     END-IF
003797     .

003798******************************************************************
003799* 2500-APPLY-TO-WORK - apply the validated transaction to the
003800* work area.
003801******************************************************************
003802 2500-APPLY-TO-WORK.
003803     IF MTJoin
003804         MOVE MTMemberID      TO WorkMemberID
003805         MOVE MTMemberName    TO WorkMemberName
003806         MOVE MTMemberFee     TO WorkMemberFee
003807         MOVE MTMemberUnits   TO WorkMemberUnits
003808         MOVE MTEffectiveDate TO WorkJoinDate
003809         MOVE ZERO            TO WorkLeaveDate
003810         MOVE MTCategory      TO WorkCategory
003811         MOVE MTPrimaryID     TO WorkPrimaryID
003812         MOVE 'Y' TO Work-Active-Switch
003820     END-IF
003830     IF MTChange
003840         MOVE MTMemberName  TO WorkMemberName
003850         MOVE MTMemberFee   TO WorkMemberFee
003860         MOVE MTMemberUnits TO WorkMemberUnits
003862         IF MTCategory NOT = SPACES
003864             MOVE MTCategory  TO WorkCategory
003866             MOVE MTPrimaryID TO WorkPrimaryID
003868         END-IF
003870     END-IF
003880     IF MTResign
003890         MOVE MTEffectiveDate TO WorkLeaveDate
004130         MTMemberName DELIMITED BY SIZE
004140         " EFFECTIVE=" DELIMITED BY SIZE
004150         MTEffectiveDate DELIMITED BY SIZE
004152         " CATEGORY=" DELIMITED BY SIZE
004154         WorkCategory DELIMITED BY SIZE
004156         " PRIMARY=" DELIMITED BY SIZE
004158         WorkPrimaryID DELIMITED BY SIZE
004160         " DATE=" DELIMITED BY SIZE
004170         Log-Date DELIMITED BY SIZE
004180         " TIME=" DELIMITED BY SIZE
004210     WRITE Audit-Trail-Record
004220     .

004221******************************************************************
004222* 2700-UPDATE-MEMBER-TABLE - carry the applied transaction into
004223* the member table so later transactions in the run check their
004224* links against it.
004225******************************************************************
004226 2700-UPDATE-MEMBER-TABLE.
004227     MOVE MTMemberID TO Find-Member-ID
004228     PERFORM 2450-FIND-MEMBER
004229     IF Found-Member-Sub = ZERO
004230         IF MTJoin
004231             IF Member-Count < Max-Members
004232                 ADD 1 TO Member-Count
004233                 MOVE Member-Count TO Found-Member-Sub
004234             ELSE
004235                 ADD 1 TO Members-Dropped-Count
004236             END-IF
004237         END-IF
004238     END-IF
004239     IF Found-Member-Sub NOT = ZERO
004240         MOVE WorkMemberID  TO Tab-MemberID (Found-Member-Sub)
004241         MOVE WorkCategory  TO Tab-Category (Found-Member-Sub)
004242         MOVE WorkPrimaryID TO Tab-PrimaryID (Found-Member-Sub)
004243         MOVE WorkLeaveDate TO Tab-LeaveDate (Found-Member-Sub)
004244         MOVE Work-Active-Switch TO Tab-Active (Found-Member-Sub)
004245     END-IF
004246     .

004247******************************************************************
004248* 3000-FINISH-AUDIT-RPT - print the control totals.
004250******************************************************************
004260 3000-FINISH-AUDIT-RPT.
004270     MOVE SPACES TO Audit-Rpt-Record
004340     MOVE Masters-In-Count     TO AuditMastersIn
004350     MOVE Masters-Out-Count    TO AuditMastersOut
004360     WRITE Audit-Rpt-Record FROM Audit-Total-Line-2
004362     IF Members-Dropped-Count > ZERO
004364         MOVE Members-Dropped-Count TO AuditDroppedCount
004366         WRITE Audit-Rpt-Record FROM Audit-Dropped-Line
004368     END-IF
004370     .

004380******************************************************************
