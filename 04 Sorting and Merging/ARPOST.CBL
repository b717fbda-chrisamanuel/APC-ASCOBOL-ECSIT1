000910*                     controlled end, so two batch invocations
000920*                     cannot update the masters underneath each
000930*                     other.
000932*               DF    INVREG.DAT rows carry the VAT band,
000934*                     country code and VAT number INVGEN now
000936*                     files for reverse-charged EU customers; the
000938*                     record layout follows. Posting unchanged.
000939*               DF    The bank side of the journal is posted one
000940*                     row per payment instead of one row for the
000941*                     night, so BANKREC can clear each receipt
000942*                     against its own bank statement line; the
000943*                     trade debtors row stays a single total.
000944*               DF    Hands its record counts to STEPCNT for
000945*                     RUNALL's run history, and holds its
000946*                     return code across the closing CALLs,
000947*                     which set RETURN-CODE themselves.
000948******************************************************************

000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
001530    02 REG-GrossValue       PIC 9(7)V99.
001540    02 REG-DocType          PIC X(1).
001550       88 REG-Doc-Credit      VALUE 'C'.
001552    02 REG-VatBand          PIC X(1).
001554    02 REG-CountryCode      PIC X(2).
001556    02 REG-VatNumber        PIC X(14).

001560 FD PaymentsFile.
001570 01 Payment-Record.
002020 01 Lock-Step-Name           PIC X(20) VALUE "ARPOST".
002030 01 Lock-Run-Date            PIC 9(08) VALUE ZERO.
002040 01 Lock-Return-Code         PIC 9(02) VALUE ZERO.
002041* The closing CALLs set RETURN-CODE themselves, so the
002042* step's own code is held here and restored after them.
002043 01 Step-Return-Code         PIC 9(02) VALUE ZERO.
002044 01 Step-Count-Function      PIC X(01) VALUE 'P'.
002045 01 Step-Records-In          PIC 9(09) VALUE ZERO.
002046 01 Step-Records-Out         PIC 9(09) VALUE ZERO.
002050 77 Ar-Items-File-Status    PIC X(02) VALUE '00'.
002060 01 Register-File-Status    PIC X(02) VALUE SPACES.
002070 01 Payments-File-Status    PIC X(02) VALUE SPACES.
002510 01 Payments-Unmatched-Count PIC 9(5) VALUE ZERO.
002520 77 Payment-History-File-Status PIC X(02) VALUE '00'.

002521* Bank-Receipt-Table holds each posted payment's home-money
002522* amount for its own bank row on the journal; any past the
002523* table are posted as one further bank row.
002524 01 Bank-Receipt-Table.
002525    02 Bank-Receipt-Amount OCCURS 1000 TIMES
002526                          PIC 9(7)V99 VALUE ZERO.
002527 01 Bank-Receipt-Count      PIC 9(4)  VALUE ZERO.
002528 77 Max-Bank-Receipts       PIC 9(4)  VALUE 1000.
002529 01 Bank-Receipt-Sub        PIC 9(4)  VALUE ZERO.
002530 01 Bank-Receipts-Lumped    PIC 9(9)V99 VALUE ZERO.

002531 01 First-Customer-Switch   PIC X(01) VALUE 'Y'.
002540     88 First-Customer       VALUE 'Y'.
002550 01 CustomerID-Hold         PIC 9(5)  VALUE ZERO.
002560 01 Customer-Current        PIC S9(7)V99 VALUE ZERO.
003340         PERFORM 7500-WRITE-GL-JOURNAL
003350     END-IF
003360     PERFORM 8000-TERMINATE
003363     MOVE RETURN-CODE TO Step-Return-Code
003366     PERFORM 8900-REPORT-STEP-COUNTS
003370     MOVE 'R' TO Lock-Function
003380     CALL "RUNLOCK" USING Lock-Function, Lock-Step-Name,
003390         Lock-Run-Date, Lock-Return-Code
003395     MOVE Step-Return-Code TO RETURN-CODE
003400     GOBACK.

003410******************************************************************
005260                 ADD 1 TO Payments-Posted-Count
005270                 ADD Posting-Amount TO Payments-Posted-Value
005280                 PERFORM 3250-WRITE-PAYMENT-HISTORY
005285                 PERFORM 3260-KEEP-BANK-RECEIPT
005290         END-READ
005300         PERFORM 3300-READ-NEXT-PAYMENT
005310     END-IF
005430     WRITE Payment-History-Record
005440     .

005441******************************************************************
005442* 3260-KEEP-BANK-RECEIPT - hold the payment for its own bank row
005443* on the journal.
005444******************************************************************
005445 3260-KEEP-BANK-RECEIPT.
005446     IF Bank-Receipt-Count < Max-Bank-Receipts
005447         ADD 1 TO Bank-Receipt-Count
005448         MOVE Posting-Amount
005449             TO Bank-Receipt-Amount (Bank-Receipt-Count)
005450     ELSE
005451         ADD Posting-Amount TO Bank-Receipts-Lumped
005452     END-IF
005453     .

005454******************************************************************
005460* 3150-VALUE-PAYMENT - value the payment in home money: a blank
005470* currency code is already home money, anything else is converted
005480* back through CURRCONV's foreign-to-home direction. A currency
007360******************************************************************
007370* 7500-WRITE-GL-JOURNAL - append tonight's balanced journal to
007380* the shared GLPOST.DAT postings file GLTRIAL accumulates: the
007386* payments posted, bank against trade debtors, the bank side
007392* one row per payment so each clears its own statement line.
007400******************************************************************
007410 7500-WRITE-GL-JOURNAL.
007420     OPEN EXTEND GlPostingFile
007450         CLOSE GlPostingFile
007460         OPEN EXTEND GlPostingFile
007470     END-IF
007475     PERFORM 7520-POST-ONE-BANK-RECEIPT
007480         VARYING Bank-Receipt-Sub FROM 1 BY 1
007485         UNTIL Bank-Receipt-Sub > Bank-Receipt-Count
007490     IF Bank-Receipts-Lumped > ZERO
007495         MOVE "110000" TO Gl-Work-Account
007500         MOVE Bank-Receipts-Lumped TO Gl-Work-Debit
007505         MOVE ZERO TO Gl-Work-Credit
007510         PERFORM 7510-POST-ONE-GL-ROW
007515     END-IF
007520     MOVE "120000" TO Gl-Work-Account
007530     MOVE ZERO TO Gl-Work-Debit
007540     MOVE Payments-Posted-Value TO Gl-Work-Credit
007680     WRITE Gl-Posting-Record
007690     .

007691******************************************************************
007692* 7520-POST-ONE-BANK-RECEIPT - the bank row for one payment.
007693******************************************************************
007694 7520-POST-ONE-BANK-RECEIPT.
007695     MOVE "110000" TO Gl-Work-Account
007696     MOVE Bank-Receipt-Amount (Bank-Receipt-Sub) TO Gl-Work-Debit
007697     MOVE ZERO TO Gl-Work-Credit
007698     PERFORM 7510-POST-ONE-GL-ROW
007699     .

007700******************************************************************
007710* 8000-TERMINATE - close the files down.
007720******************************************************************
007820     END-IF
007830     .

007831******************************************************************
007832* 8900-REPORT-STEP-COUNTS - hand STEPCNT the payments read and
007833* the payments posted.
007834******************************************************************
007835 8900-REPORT-STEP-COUNTS.
007836     COMPUTE Step-Records-In =
007837         Payments-Posted-Count + Payments-Unmatched-Count
007838     MOVE Payments-Posted-Count TO Step-Records-Out
007839     CALL "STEPCNT" USING Step-Count-Function, Step-Records-In,
007840         Step-Records-Out
007841     .

007842 END PROGRAM ARPOST.
