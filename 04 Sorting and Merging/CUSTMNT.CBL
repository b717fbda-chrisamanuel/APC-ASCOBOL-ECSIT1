000410*                     and both values go on the audit trail.
000420*                     Audit-Trail-Record widened to PIC X(155)
000430*                     for the LIMIT=/HOLD= fields.
000431*               DF    The transaction carries an approver ID
000432*                     (appended). A hold raised by the DUNNING
000433*                     run is keyed under user DUNNING and is not
000434*                     applied until the credit controller has
000435*                     put their ID in as approver; until then it
000436*                     is rejected HOLD NOT APPROVED and stays on
000437*                     the deck. The approver goes on the audit
000438*                     trail, widened to PIC X(170).
000439*               DF    The master and the A/C transaction carry a
000440*                     country code and VAT registration number
000441*                     (appended). A blank country files an add
000442*                     under the home country and leaves a change
000443*                     with the country and VAT number already on
000444*                     file; the number of an EU customer must
000445*                     carry its state's prefix and length (the
000446*                     Eu-State-Table), otherwise letters and
000447*                     digits only. Rejected BAD COUNTRY CODE or
000448*                     BAD VAT NUMBER. Both go on the audit trail,
000449*                     widened to PIC X(200). INVGEN reverse-
000450*                     charges EU customers off these fields.
000451*               DF    The master and the A/C transaction carry a
000452*                     delivery preference (P post, E email, B
000453*                     both), an email address and a postal
000454*                     address (appended), which DISTRIB routes
000455*                     invoices and statements by. A blank field
000456*                     on a change leaves what is on file; an add
000457*                     with no preference is filed for post.
000458*                     Rejected BAD DELIVERY PREF, or NO EMAIL
000459*                     ADDRESS / BAD EMAIL ADDRESS where email is
000460*                     asked for without a usable address. All
000461*                     three go on the audit trail, widened to
000462*                     PIC X(320).
000463*               DF    The master carries the surviving ID
000464*                     CUSTMERG files when it merges a duplicate
000465*                     customer into another (appended). The
000466*                     retired record stays on file as an alias
000467*                     for late extracts, so a change or delete of
000468*                     it is rejected CUSTOMER MERGED; an add
000469*                     files the field as zero.
000470*               DF    The audit trail carries the credit limit
000471*                     on file before the change (OLDLIMIT=, zero
000472*                     for an add) beside the new one, so the
000473*                     CHGAUDIT review can tell a raise from a
000474*                     cut; widened to PIC X(340).
000475******************************************************************

000476 ENVIRONMENT DIVISION.
000477 INPUT-OUTPUT SECTION.
000478 FILE-CONTROL.
000480     SELECT CustTranFile ASSIGN TO "CUSTTRAN.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Cust-Tran-File-Status.
000730    02 CTHoldFlag            PIC X(1).
000740       88 CTHoldOn             VALUE 'H'.
000750       88 CTHoldOff            VALUE 'N'.
000755    02 CTApprovedBy          PIC X(8).
000756    02 CTCountryCode         PIC X(2).
000757    02 CTVatNumber           PIC X(14).
000758    02 CTDeliveryPref        PIC X(1).
000759       88 CTByPost             VALUE 'P'.
000760       88 CTByEmail            VALUE 'E'.
000761       88 CTByBoth             VALUE 'B'.
000762    02 CTEmailAddress        PIC X(40).
000763    02 CTPostAddress         PIC X(60).

000764 FD CustomerMasterFile.
000770 01 Customer-Master-Record.
000780    02 CM-CustomerID         PIC 9(5).
000790    02 CM-CustomerName       PIC X(20).
000800    02 CM-CreditLimit        PIC 9(7)V99.
000810    02 CM-HoldFlag           PIC X(1).
000820       88 CM-On-Hold           VALUE 'H'.
000823    02 CM-CountryCode        PIC X(2).
000826    02 CM-VatNumber          PIC X(14).
000827    02 CM-DeliveryPref       PIC X(1).
000828       88 CM-By-Post           VALUE 'P'.
000829       88 CM-By-Email          VALUE 'E'.
000830       88 CM-By-Both           VALUE 'B'.
000831    02 CM-EmailAddress       PIC X(40).
000832    02 CM-PostAddress        PIC X(60).
000833    02 CM-MergedInto         PIC 9(5).

000834 FD AuditTrailFile.
000842 01 Audit-Trail-Record       PIC X(340).

000850 FD AuditRptFile.
000860 01 Audit-Rpt-Record         PIC X(80).
000960     88 Master-Found          VALUE 'Y'.
000970 01 Reject-Reason-Text       PIC X(24) VALUE SPACES.
000980 01 Before-Customer-Name     PIC X(20) VALUE SPACES.
000981 01 Before-Credit-Limit      PIC 9(7)V99 VALUE ZERO.
000982* Transactions the dunning run raises are keyed under this user
000984* and need a credit controller's approval before they apply.
000986 77 Dunning-User-ID          PIC X(8)  VALUE "DUNNING".
000987* A customer keyed with no country is a home customer.
000988 77 Home-Country-Code        PIC X(2)  VALUE "IE".

000989* Eu-State-Table gives, for each EU member state, the prefix its
000990* VAT numbers carry (Greece files as EL), the shortest and longest
000991* number allowed after the prefix, and whether that part is all
000992* digits (N) or may hold letters too (A).
000993 01 Eu-State-Values.
000994    02 FILLER PIC X(9) VALUE "ATAT0909A".
000995    02 FILLER PIC X(9) VALUE "BEBE1010N".
000996    02 FILLER PIC X(9) VALUE "BGBG0910N".
000997    02 FILLER PIC X(9) VALUE "CYCY0909A".
000998    02 FILLER PIC X(9) VALUE "CZCZ0810N".
000999    02 FILLER PIC X(9) VALUE "DEDE0909N".
001000    02 FILLER PIC X(9) VALUE "DKDK0808N".
001001    02 FILLER PIC X(9) VALUE "EEEE0909N".
001002    02 FILLER PIC X(9) VALUE "ESES0909A".
001003    02 FILLER PIC X(9) VALUE "FIFI0808N".
001004    02 FILLER PIC X(9) VALUE "FRFR1111A".
001005    02 FILLER PIC X(9) VALUE "GREL0909N".
001006    02 FILLER PIC X(9) VALUE "HRHR1111N".
001007    02 FILLER PIC X(9) VALUE "HUHU0808N".
001008    02 FILLER PIC X(9) VALUE "IEIE0809A".
001009    02 FILLER PIC X(9) VALUE "ITIT1111N".
001010    02 FILLER PIC X(9) VALUE "LTLT0912N".
001011    02 FILLER PIC X(9) VALUE "LULU0808N".
001012    02 FILLER PIC X(9) VALUE "LVLV1111N".
001013    02 FILLER PIC X(9) VALUE "MTMT0808N".
001014    02 FILLER PIC X(9) VALUE "NLNL1212A".
001015    02 FILLER PIC X(9) VALUE "PLPL1010N".
001016    02 FILLER PIC X(9) VALUE "PTPT0909N".
001017    02 FILLER PIC X(9) VALUE "RORO0210N".
001018    02 FILLER PIC X(9) VALUE "SESE1212N".
001019    02 FILLER PIC X(9) VALUE "SISI0808N".
001020    02 FILLER PIC X(9) VALUE "SKSK1010N".
001021 01 Eu-State-Table REDEFINES Eu-State-Values.
001022    02 Eu-State-Entry OCCURS 27 TIMES
001023              INDEXED BY Eu-State-Index.
001024       03 Eu-Country-Code      PIC X(2).
001025       03 Eu-Vat-Prefix        PIC X(2).
001026       03 Eu-Vat-Min-Length    PIC 9(2).
001027       03 Eu-Vat-Max-Length    PIC 9(2).
001028       03 Eu-Vat-Kind          PIC X(1).
001029          88 Eu-Vat-Digits-Only  VALUE 'N'.

001030 01 Eu-State-Switch          PIC X(01) VALUE 'N'.
001031     88 Eu-State-Found        VALUE 'Y'.
001032 01 Vat-Number-Work          PIC X(14) VALUE SPACES.
001033 01 FILLER REDEFINES Vat-Number-Work.
001034    02 Vat-Number-Char       PIC X(1) OCCURS 14 TIMES.
001035 77 Vat-Char-Sub             PIC 9(2)  COMP VALUE ZERO.
001036 77 Vat-Body-Start           PIC 9(2)  COMP VALUE ZERO.
001037 77 Vat-Body-Length          PIC 9(2)  COMP VALUE ZERO.
001038 01 Vat-Gap-Switch           PIC X(01) VALUE 'N'.
001039     88 Vat-Gap-Seen          VALUE 'Y'.
001040 01 Vat-Char-Bad-Switch      PIC X(01) VALUE 'N'.
001041     88 Vat-Char-Bad          VALUE 'Y'.
001042 77 Email-At-Count           PIC 9(2)  COMP VALUE ZERO.

001043 01 Log-Date                 PIC 9(06).
001044 01 Log-Time                 PIC 9(08).

001045 01 Trans-Read-Count         PIC 9(5)  VALUE ZERO.
001046 01 Trans-Applied-Count      PIC 9(5)  VALUE ZERO.
001047 01 Trans-Rejected-Count     PIC 9(5)  VALUE ZERO.

001048 01 FILLER                   PIC X(80) VALUE SPACES.
001050 01 Audit-Heading.
001060    02 FILLER                 PIC X(25) VALUE SPACES.
001070    02 FILLER                 PIC X(27)
002520                             MOVE "BAD HOLD FLAG"
002530                                 TO Reject-Reason-Text
002540                         ELSE
002544                             PERFORM 2120-CHECK-APPROVAL
002548                             IF Tran-Is-Valid
002552                                 PERFORM 2150-CHECK-MASTER
002556                             END-IF
002557                             IF Tran-Is-Valid AND NOT CTDelete
002558                                 PERFORM 2160-CHECK-COUNTRY-VAT
002559                             END-IF
002560                             IF Tran-Is-Valid AND NOT CTDelete
002561                                 PERFORM 2180-CHECK-DELIVERY
002562                             END-IF
002563                         END-IF
002570                     END-IF
002580                 END-IF
002590             END-IF
002610     END-IF
002620     .

002621******************************************************************
002622* 2120-CHECK-APPROVAL - a transaction the dunning run raised
002623* waits for the credit controller's ID in the approver field
002624* before it can touch the master.
002625******************************************************************
002626 2120-CHECK-APPROVAL.
002627     IF CTUserID = Dunning-User-ID
002628             AND CTApprovedBy = SPACES
002629         MOVE 'N' TO Tran-Valid-Switch
002630         MOVE "HOLD NOT APPROVED" TO Reject-Reason-Text
002631     END-IF
002632     .

002633******************************************************************
002640* 2150-CHECK-MASTER - read the master for the transaction's ID
002650* and reject an add of an ID already there, or a change or delete
002657* of an ID that is not, or of one merged into another customer.
002664* The name and credit limit read are kept as the before images
002671* for the audit trail line.
002680******************************************************************
002690 2150-CHECK-MASTER.
002700     MOVE 'N'    TO Master-Found-Switch
002710     MOVE SPACES TO Before-Customer-Name
002715     MOVE ZERO   TO Before-Credit-Limit
002720     MOVE CTCustomerID TO CM-CustomerID
002730     READ CustomerMasterFile
002740         INVALID KEY
002760         NOT INVALID KEY
002770             MOVE 'Y' TO Master-Found-Switch
002780             MOVE CM-CustomerName TO Before-Customer-Name
002785             MOVE CM-CreditLimit  TO Before-Credit-Limit
002790     END-READ
002800     IF CTAdd AND Master-Found
002810         MOVE 'N' TO Tran-Valid-Switch
002820         MOVE "CUSTOMER ALREADY ON FILE" TO Reject-Reason-Text
002830     END-IF
002831     IF (CTChange OR CTDelete) AND Master-Found
002832             AND CM-MergedInto NOT = ZERO
002833         MOVE 'N' TO Tran-Valid-Switch
002834         MOVE "CUSTOMER MERGED" TO Reject-Reason-Text
002835     END-IF
002840     IF (CTChange OR CTDelete) AND NOT Master-Found
002850         MOVE 'N' TO Tran-Valid-Switch
002860         MOVE "CUSTOMER NOT ON FILE" TO Reject-Reason-Text
002870     END-IF
002880     .

002881******************************************************************
002882* 2160-CHECK-COUNTRY-VAT - default a blank country (the home
002883* country on an add, what is already on file on a change), then
002884* check the country is two letters and the VAT number, if there
002885* is one, is in the right form for the country.
002886******************************************************************
002887 2160-CHECK-COUNTRY-VAT.
002888     IF CTCountryCode = SPACES
002889         IF CTChange AND CM-CountryCode NOT = SPACES
002890             MOVE CM-CountryCode TO CTCountryCode
002891             IF CTVatNumber = SPACES
002892                 MOVE CM-VatNumber TO CTVatNumber
002893             END-IF
002894         ELSE
002895             MOVE Home-Country-Code TO CTCountryCode
002896         END-IF
002897     END-IF
002898     IF CTCountryCode (1:1) NOT ALPHABETIC-UPPER
002899             OR CTCountryCode (2:1) NOT ALPHABETIC-UPPER
002900             OR CTCountryCode (1:1) = SPACE
002901             OR CTCountryCode (2:1) = SPACE
002902         MOVE 'N' TO Tran-Valid-Switch
002903         MOVE "BAD COUNTRY CODE" TO Reject-Reason-Text
002904     ELSE
002905         IF CTVatNumber NOT = SPACES
002906             PERFORM 2170-CHECK-VAT-NUMBER
002907             IF Vat-Char-Bad
002908                 MOVE 'N' TO Tran-Valid-Switch
002909                 MOVE "BAD VAT NUMBER" TO Reject-Reason-Text
002910             END-IF
002911         END-IF
002912     END-IF
002913     .

002914******************************************************************
002915* 2170-CHECK-VAT-NUMBER - an EU number must open with its state's
002916* prefix and be followed by the right number of characters for
002917* that state, digits only where the state uses digits only. Any
002918* other country's number must just be letters and digits. No
002919* embedded spaces either way.
002920******************************************************************
002921 2170-CHECK-VAT-NUMBER.
002922     MOVE 'N' TO Vat-Char-Bad-Switch
002923     MOVE 'N' TO Vat-Gap-Switch
002924     MOVE 'N' TO Eu-State-Switch
002925     MOVE CTVatNumber TO Vat-Number-Work
002926     SET Eu-State-Index TO 1
002927     SEARCH Eu-State-Entry
002928         AT END
002929             CONTINUE
002930         WHEN Eu-Country-Code (Eu-State-Index) = CTCountryCode
002931             MOVE 'Y' TO Eu-State-Switch
002932     END-SEARCH
002933     MOVE 1    TO Vat-Body-Start
002934     MOVE ZERO TO Vat-Body-Length
002935     IF Eu-State-Found
002936         IF Vat-Number-Work (1:2)
002937                 NOT = Eu-Vat-Prefix (Eu-State-Index)
002938             MOVE 'Y' TO Vat-Char-Bad-Switch
002939         ELSE
002940             MOVE 3 TO Vat-Body-Start
002941         END-IF
002942     END-IF
002943     PERFORM 2175-CHECK-ONE-VAT-CHAR
002944         VARYING Vat-Char-Sub FROM Vat-Body-Start BY 1
002945         UNTIL Vat-Char-Sub > 14
002946     IF Vat-Body-Length = ZERO
002947         MOVE 'Y' TO Vat-Char-Bad-Switch
002948     END-IF
002949     IF Eu-State-Found
002950         IF Vat-Body-Length < Eu-Vat-Min-Length (Eu-State-Index)
002951                 OR Vat-Body-Length
002952                     > Eu-Vat-Max-Length (Eu-State-Index)
002953             MOVE 'Y' TO Vat-Char-Bad-Switch
002954         END-IF
002955     END-IF
002956     .

002957******************************************************************
002958* 2175-CHECK-ONE-VAT-CHAR - count one character of the number
002959* after the prefix; a character after a space, or anything not a
002960* digit (or letter, where letters are allowed), fails the number.
002961******************************************************************
002962 2175-CHECK-ONE-VAT-CHAR.
002963     IF Vat-Number-Char (Vat-Char-Sub) = SPACE
002964         MOVE 'Y' TO Vat-Gap-Switch
002965     ELSE
002966         ADD 1 TO Vat-Body-Length
002967         IF Vat-Gap-Seen
002968             MOVE 'Y' TO Vat-Char-Bad-Switch
002969         END-IF
002970         IF Vat-Number-Char (Vat-Char-Sub) NOT NUMERIC
002971             IF Vat-Number-Char (Vat-Char-Sub)
002972                     NOT ALPHABETIC-UPPER
002973                 MOVE 'Y' TO Vat-Char-Bad-Switch
002974             END-IF
002975             IF Eu-State-Found
002976                 IF Eu-Vat-Digits-Only (Eu-State-Index)
002977                     MOVE 'Y' TO Vat-Char-Bad-Switch
002978                 END-IF
002979             END-IF
002980         END-IF
002981     END-IF
002982     .

002983******************************************************************
002984* 2180-CHECK-DELIVERY - default a blank preference and addresses
002985* (what is already on file on a change, post on an add), then
002986* check the preference is P, E or B and that a customer who is
002987* to be emailed has an address with an @ in it to email.
002988******************************************************************
002989 2180-CHECK-DELIVERY.
002990     IF CTChange
002991         IF CTDeliveryPref = SPACE
002992             MOVE CM-DeliveryPref TO CTDeliveryPref
002993         END-IF
002994         IF CTEmailAddress = SPACES
002995             MOVE CM-EmailAddress TO CTEmailAddress
002996         END-IF
002997         IF CTPostAddress = SPACES
002998             MOVE CM-PostAddress TO CTPostAddress
002999         END-IF
003000     END-IF
003001     IF CTDeliveryPref = SPACE
003002         MOVE 'P' TO CTDeliveryPref
003003     END-IF
003004     IF NOT CTByPost AND NOT CTByEmail AND NOT CTByBoth
003005         MOVE 'N' TO Tran-Valid-Switch
003006         MOVE "BAD DELIVERY PREF" TO Reject-Reason-Text
003007     ELSE
003008         IF (CTByEmail OR CTByBoth) AND CTEmailAddress = SPACES
003009             MOVE 'N' TO Tran-Valid-Switch
003010             MOVE "NO EMAIL ADDRESS" TO Reject-Reason-Text
003011         ELSE
003012             MOVE ZERO TO Email-At-Count
003013             INSPECT CTEmailAddress
003014                 TALLYING Email-At-Count FOR ALL "@"
003015             IF CTEmailAddress NOT = SPACES
003016                     AND Email-At-Count NOT = 1
003017                 MOVE 'N' TO Tran-Valid-Switch
003018                 MOVE "BAD EMAIL ADDRESS" TO Reject-Reason-Text
003019             END-IF
003020         END-IF
003021     END-IF
003022     .

003023******************************************************************
003024* 2200-APPLY-TO-MASTER - write, rewrite or delete the master
003025* record for the validated transaction.
003026******************************************************************
003027 2200-APPLY-TO-MASTER.
003028     MOVE CTCustomerID TO CM-CustomerID
003029     IF CTAdd
003030         MOVE CTCustomerName TO CM-CustomerName
003031         MOVE CTCreditLimit  TO CM-CreditLimit
003032         MOVE CTHoldFlag     TO CM-HoldFlag
003033         MOVE CTCountryCode  TO CM-CountryCode
003034         MOVE CTVatNumber    TO CM-VatNumber
003035         MOVE CTDeliveryPref TO CM-DeliveryPref
003036         MOVE CTEmailAddress TO CM-EmailAddress
003037         MOVE CTPostAddress  TO CM-PostAddress
003038         MOVE ZERO           TO CM-MergedInto
003039         WRITE Customer-Master-Record
003040     END-IF
003041     IF CTChange
003042         MOVE CTCustomerName TO CM-CustomerName
003043         MOVE CTCreditLimit  TO CM-CreditLimit
003044         MOVE CTHoldFlag     TO CM-HoldFlag
003045         MOVE CTCountryCode  TO CM-CountryCode
003046         MOVE CTVatNumber    TO CM-VatNumber
003047         MOVE CTDeliveryPref TO CM-DeliveryPref
003048         MOVE CTEmailAddress TO CM-EmailAddress
003049         MOVE CTPostAddress  TO CM-PostAddress
003050         REWRITE Customer-Master-Record
003060     END-IF
003070     IF CTDelete

003110******************************************************************
003120* 2300-WRITE-AUDIT-TRAIL - append one line to CUSTAUDT.DAT
003126* recording who applied what, with the before and after name,
003130* who approved it, the country and VAT number filed and where
003134* the customer's documents are to be delivered.
003140******************************************************************
003150 2300-WRITE-AUDIT-TRAIL.
003160     ACCEPT Log-Date FROM DATE
003290         CTCustomerName DELIMITED BY SIZE
003300         " LIMIT=" DELIMITED BY SIZE
003310         CTCreditLimit DELIMITED BY SIZE
003313         " OLDLIMIT=" DELIMITED BY SIZE
003316         Before-Credit-Limit DELIMITED BY SIZE
003320         " HOLD=" DELIMITED BY SIZE
003330         CTHoldFlag DELIMITED BY SIZE
003333         " APPR=" DELIMITED BY SIZE
003336         CTApprovedBy DELIMITED BY SIZE
003337         " CTRY=" DELIMITED BY SIZE
003338         CTCountryCode DELIMITED BY SIZE
003339         " VATNO=" DELIMITED BY SIZE
003340         CTVatNumber DELIMITED BY SIZE
003341         " DLV=" DELIMITED BY SIZE
003342         CTDeliveryPref DELIMITED BY SIZE
003343         " EMAIL=" DELIMITED BY SIZE
003344         CTEmailAddress DELIMITED BY SIZE
003345         " ADDR=" DELIMITED BY SIZE
003346         CTPostAddress DELIMITED BY SIZE
003347         " DATE=" DELIMITED BY SIZE
003350         Log-Date DELIMITED BY SIZE
003360         " TIME=" DELIMITED BY SIZE
003370         Log-Time DELIMITED BY SIZE
