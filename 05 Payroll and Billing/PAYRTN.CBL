000010******************************************************************
000020* Author:     D. Fennessy, Applications Programming
000030* Date:
000040* Purpose:    Monthly PAYE/PRSI return: totals tax, employee PRSI
000050*             and employer PRSI across the month's pay runs off
000060*             the PAYRUNS.DAT pay run register, prints the return,
000070*             writes the REVPAY.DAT remittance payment file, and
000080*             reconciles the return to the withholdings creditor
000090*             postings PAYROLL has made to GLPOST.DAT.
000100* Tectonics: cobc
000110******************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID. PAYRTN.
000140 AUTHOR.     D. FENNESSY.
000150 DATE-WRITTEN.

000160******************************************************************
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ------------------------------------------
000200*               DF    New program: the return month is the month
000210*                     of the RUNPARM period end. Every PAYRUNS.DAT
000220*                     row PAYROLL appended with a run date in that
000230*                     month is listed on PAYRTN.RPT and totalled;
000240*                     tax plus employee and employer PRSI is the
000250*                     amount due, written to REVPAY.DAT as a
000260*                     header, one payment record and a trailer
000270*                     with the record count and amount hash, the
000280*                     shape BANKPAY.DAT carries. The return plus
000290*                     the pension withheld is then proved against
000300*                     the month's PAYROLL postings to the 210000
000310*                     withholdings creditor, IN BALANCE or OUT BY.
000320*                     A month with no pay runs is a nil return.
000321*               DF    A pay run reversed by PAYREV is carried
000322*                     on PAYRUNS.DAT as a reversal row in the
000323*                     month it was reversed; it is listed against
000324*                     the run it reverses and taken off the
000325*                     month's totals, and its PAYREV contra
000326*                     journal is taken into the creditor proof.
000327*                     A month left in credit pays nothing on
000328*                     REVPAY.DAT.
000330******************************************************************

000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS Run-Parm-File-Status.

000400     SELECT PayRunFile ASSIGN TO "PAYRUNS.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS Pay-Run-File-Status.

000430     SELECT GlPostingFile ASSIGN TO "GLPOST.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Gl-Posting-File-Status.

000460     SELECT RevenuePayFile ASSIGN TO "REVPAY.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480     SELECT ReturnRptFile ASSIGN TO "PAYRTN.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD RunParmFile.
000530 01 Run-Parm-Record.
000540    02 RP-RunDate           PIC 9(8).
000550    02 RP-PeriodStart       PIC 9(8).
000560    02 RP-PeriodEnd.
000570       03 RP-PeriodEndYear  PIC 9(4).
000580       03 RP-PeriodEndMonth PIC 9(2).
000590       03 RP-PeriodEndDay   PIC 9(2).
000600    02 RP-PeriodStatus      PIC X(1).

000610 FD PayRunFile.
000620 01 Pay-Run-Record.
000630    02 PR-RunDate.
000640       03 PR-RunYearMonth    PIC 9(6).
000650       03 PR-RunDay          PIC 9(2).
000660    02 PR-EmployeeCount      PIC 9(5).
000670    02 PR-Gross              PIC 9(9)V99.
000680    02 PR-Tax                PIC 9(9)V99.
000690    02 PR-EmployeePRSI       PIC 9(9)V99.
000700    02 PR-EmployerPRSI       PIC 9(9)V99.
000710    02 PR-Pension            PIC 9(9)V99.
000720    02 PR-Net                PIC 9(9)V99.
000722    02 PR-RunNumber          PIC 9(6).
000724    02 PR-RunType            PIC X(1).
000726       88 PR-PayRun            VALUE 'P'.
000728       88 PR-Reversal          VALUE 'R'.

000730 FD GlPostingFile.
000740 01 Gl-Posting-Record.
000750    02 GL-RunDate.
000760       03 GL-RunYearMonth   PIC 9(6).
000770       03 GL-RunDay         PIC 9(2).
000780    02 GL-Source            PIC X(8).
000790    02 GL-AccountCode       PIC X(6).
000800    02 GL-DebitAmount       PIC 9(9)V99.
000810    02 GL-CreditAmount      PIC 9(9)V99.

000820 FD RevenuePayFile.
000830 01 Revenue-Pay-Record       PIC X(60).

000840 FD ReturnRptFile.
000850 01 Return-Rpt-Record        PIC X(80).

000860 WORKING-STORAGE SECTION.
000870 77 Run-Parm-File-Status     PIC X(02) VALUE '00'.
000880 77 Pay-Run-File-Status      PIC X(02) VALUE '00'.
000890 77 Gl-Posting-File-Status   PIC X(02) VALUE '00'.
000900 01 Run-Parm-Missing-Switch  PIC X(01) VALUE 'N'.
000910     88 Run-Parm-Missing      VALUE 'Y'.
000920 01 Pay-Run-Eof-Switch       PIC X(01) VALUE 'N'.
000930     88 Pay-Run-Eof           VALUE 'Y'.
000940 01 Gl-Eof-Switch            PIC X(01) VALUE 'N'.
000950     88 Gl-Eof                VALUE 'Y'.

000960 01 Return-Month             PIC 9(6)  VALUE ZERO.
000970 01 Return-Run-Date          PIC 9(8)  VALUE ZERO.
000980 77 Withholdings-Account     PIC X(6)  VALUE "210000".

000990* Month-Totals accumulate the month's pay runs; Creditor-Posted is
001000* the net credit PAYROLL put on the withholdings creditor in the
001010* month, which must equal the return plus the pension withheld.
001015* A reversal row counts against the month it was reversed in.
001020 01 Month-Run-Count          PIC 9(3)     VALUE ZERO.
001030 01 Month-Employee-Count     PIC 9(7)     VALUE ZERO.
001040 01 Month-Gross              PIC S9(9)V99 VALUE ZERO.
001050 01 Month-Tax                PIC S9(9)V99 VALUE ZERO.
001060 01 Month-Employee-PRSI      PIC S9(9)V99 VALUE ZERO.
001070 01 Month-Employer-PRSI      PIC S9(9)V99 VALUE ZERO.
001080 01 Month-Pension            PIC S9(9)V99 VALUE ZERO.
001090 01 Amount-Due               PIC S9(9)V99 VALUE ZERO.
001100 01 Creditor-Expected        PIC S9(9)V99 VALUE ZERO.
001110 01 Creditor-Posted          PIC S9(9)V99 VALUE ZERO.
001120 01 Creditor-Difference      PIC S9(9)V99 VALUE ZERO.
001123 01 Month-Reversal-Count     PIC 9(3)     VALUE ZERO.
001126 01 Payment-Amount           PIC 9(9)V99  VALUE ZERO.

001130* Revenue-Header/Detail/Trailer are the three REVPAY.DAT record
001140* shapes, the trailer's count and hash checked by the bank as for
001150* BANKPAY.DAT.
001160 01 Revenue-Header-Record.
001170    02 FILLER                PIC X(1)  VALUE 'H'.
001180    02 RH-CreatedDate        PIC 9(8).
001190    02 RH-ReturnMonth        PIC 9(6).
001200 01 Revenue-Detail-Record.
001210    02 FILLER                PIC X(1)  VALUE 'D'.
001220    02 RD-ReturnMonth        PIC 9(6).
001230    02 RD-Tax                PIC 9(9)V99.
001240    02 RD-EmployeePRSI       PIC 9(9)V99.
001250    02 RD-EmployerPRSI       PIC 9(9)V99.
001260    02 RD-Amount             PIC 9(9)V99.
001270 01 Revenue-Trailer-Record.
001280    02 FILLER                PIC X(1)  VALUE 'T'.
001290    02 RT-RecordCount        PIC 9(6).
001300    02 RT-HashTotal          PIC 9(11)V99.

001310 01 Return-Heading.
001320    02 FILLER                PIC X(25) VALUE SPACES.
001330    02 FILLER                PIC X(26)
001340       VALUE "MONTHLY PAYE / PRSI RETURN".

001350 01 Return-Month-Line.
001360    02 FILLER                PIC X(14) VALUE "RETURN MONTH:".
001370    02 HeadingReturnMonth    PIC 9(6).
001380    02 FILLER                PIC X(14) VALUE "   PREPARED:".
001390    02 HeadingRunDate        PIC 9(8).

001400 01 HorizontalLine.
001410    02 FILLER                PIC X(03) VALUE SPACES.
001420    02 FILLER                PIC X(70) VALUE ALL '-'.

001430 01 Return-Columns.
001440    02 FILLER                PIC X(18) VALUE " RUN    PAY DATE".
001460    02 FILLER                PIC X(06) VALUE "  EMPS".
001470    02 FILLER                PIC X(14) VALUE "         GROSS".
001480    02 FILLER                PIC X(14) VALUE "           TAX".
001490    02 FILLER                PIC X(14) VALUE "       EE PRSI".
001500    02 FILLER                PIC X(14) VALUE "       ER PRSI".

001510 01 Return-Run-Line.
001515    02 FILLER                PIC X(01) VALUE SPACES.
001520    02 LineRunNumber         PIC 9(6).
001525    02 FILLER                PIC X(01) VALUE SPACES.
001530    02 LineRunDate           PIC 9(8).
001540    02 LineRunMarker         PIC X(02).
001550    02 LineEmployeeCount     PIC BZZZZ9.
001560    02 LineGross             PIC BZZ,ZZZ,ZZ9.99.
001570    02 LineTax               PIC BZZ,ZZZ,ZZ9.99.
001580    02 LineEmployeePrsi      PIC BZZ,ZZZ,ZZ9.99.
001590    02 LineEmployerPrsi      PIC BZZ,ZZZ,ZZ9.99.

001600 01 Return-Nothing-Line.
001610    02 FILLER                PIC X(02) VALUE SPACES.
001620    02 FILLER                PIC X(36)
001630       VALUE "NO PAY RUNS IN MONTH - NIL RETURN".

001640 01 Return-Total-Line-1.
001650    02 FILLER                PIC X(24) VALUE "PAY RUNS IN MONTH:".
001660    02 TotalRunCount         PIC BZZ9.
001663    02 FILLER                PIC X(14) VALUE "  REVERSALS:".
001666    02 TotalReversalCount    PIC BZZ9.

001670 01 Return-Total-Line-2.
001680    02 FILLER                PIC X(24) VALUE "GROSS PAY:".
001690    02 TotalGross            PIC BZZZ,ZZZ,ZZ9.99-.

001700 01 Return-Total-Line-3.
001710    02 FILLER                PIC X(24) VALUE "TAX DEDUCTED:".
001720    02 TotalTax              PIC BZZZ,ZZZ,ZZ9.99-.

001730 01 Return-Total-Line-4.
001740    02 FILLER                PIC X(24) VALUE "EMPLOYEE PRSI:".
001750    02 TotalEmployeePrsi     PIC BZZZ,ZZZ,ZZ9.99-.

001760 01 Return-Total-Line-5.
001770    02 FILLER                PIC X(24) VALUE "EMPLOYER PRSI:".
001780    02 TotalEmployerPrsi     PIC BZZZ,ZZZ,ZZ9.99-.

001790 01 Return-Total-Line-6.
001800    02 FILLER                PIC X(24)
001810       VALUE "TOTAL DUE TO REVENUE:".
001820    02 TotalAmountDue        PIC BZZZ,ZZZ,ZZ9.99-.

001830 01 Recon-Heading.
001840    02 FILLER                PIC X(36)
001850       VALUE "WITHHOLDINGS CREDITOR RECONCILIATION".

001860 01 Recon-Line-1.
001870    02 FILLER                PIC X(28) VALUE "RETURN TOTAL:".
001880    02 ReconAmountDue        PIC BZZZ,ZZZ,ZZ9.99-.

001890 01 Recon-Line-2.
001900    02 FILLER                PIC X(28)
001910       VALUE "PLUS PENSION WITHHELD:".
001920    02 ReconPension          PIC BZZZ,ZZZ,ZZ9.99-.

001930 01 Recon-Line-3.
001940    02 FILLER                PIC X(28)
001950       VALUE "EXPECTED ON 210000:".
001960    02 ReconExpected         PIC BZZZ,ZZZ,ZZ9.99-.

001970 01 Recon-Line-4.
001980    02 FILLER                PIC X(28)
001990       VALUE "PAYROLL POSTED TO 210000:".
002000    02 ReconPosted           PIC BZZZ,ZZZ,ZZ9.99-.

002010 01 Recon-Line-5.
002020    02 FILLER                PIC X(16) VALUE "CONTROL:".
002030    02 ReconResultText       PIC X(14).
002040    02 ReconDifference       PIC BZZZ,ZZZ,ZZ9.99-.

002050 01 Payment-Count-Line.
002060    02 FILLER                PIC X(28)
002070       VALUE "REVPAY.DAT RECORDS:".
002080    02 PaymentRecordCount    PIC BZZZ,ZZ9.

002090 01 Payment-Hash-Line.
002100    02 FILLER                PIC X(28)
002110       VALUE "REVPAY.DAT AMOUNT HASH:".
002120    02 PaymentHashTotal      PIC Z,ZZZ,ZZZ,ZZ9.99.

002130 01 Payment-Signoff-Line.
002140    02 FILLER                PIC X(34)
002150       VALUE "PAYMENT APPROVED (SUPERVISOR): ...".

002160 PROCEDURE DIVISION.

002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190     IF Run-Parm-Missing
002200         MOVE 16 TO RETURN-CODE
002210     ELSE
002220         PERFORM 2000-TOTAL-PAY-RUNS
002230         PERFORM 3000-TOTAL-CREDITOR-POSTINGS
002240         PERFORM 4000-PRINT-RETURN
002250         PERFORM 5000-WRITE-PAYMENT-FILE
002260         PERFORM 6000-PRINT-RECONCILIATION
002270     END-IF
002280     PERFORM 8000-TERMINATE
002290     GOBACK.

002300******************************************************************
002310* 1000-INITIALIZE - read the period end for the return month and
002320* print the heading.
002330******************************************************************
002340 1000-INITIALIZE.
002350     OPEN OUTPUT ReturnRptFile
002360     WRITE Return-Rpt-Record FROM Return-Heading
002370     ACCEPT Return-Run-Date FROM DATE YYYYMMDD
002380     OPEN INPUT RunParmFile
002390     IF Run-Parm-File-Status NOT = "00"
002400         MOVE 'Y' TO Run-Parm-Missing-Switch
002410     ELSE
002420         READ RunParmFile
002430             AT END MOVE 'Y' TO Run-Parm-Missing-Switch
002440             NOT AT END
002450                 COMPUTE Return-Month =
002460                     (RP-PeriodEndYear * 100) + RP-PeriodEndMonth
002470         END-READ
002480         CLOSE RunParmFile
002490     END-IF
002500     IF NOT Run-Parm-Missing
002510         MOVE Return-Month    TO HeadingReturnMonth
002520         MOVE Return-Run-Date TO HeadingRunDate
002530         WRITE Return-Rpt-Record FROM Return-Month-Line
002540         WRITE Return-Rpt-Record FROM HorizontalLine
002550         MOVE SPACES TO Return-Rpt-Record
002560         WRITE Return-Rpt-Record
002570         WRITE Return-Rpt-Record FROM Return-Columns
002580     END-IF
002590     .

002600******************************************************************
002610* 2000-TOTAL-PAY-RUNS - list and total every pay run dated in the
002620* return month. No register yet means no pay runs.
002630******************************************************************
002640 2000-TOTAL-PAY-RUNS.
002650     OPEN INPUT PayRunFile
002660     IF Pay-Run-File-Status NOT = "00"
002670         MOVE 'Y' TO Pay-Run-Eof-Switch
002680     ELSE
002690         READ PayRunFile
002700             AT END MOVE 'Y' TO Pay-Run-Eof-Switch
002710         END-READ
002720         PERFORM 2100-TOTAL-ONE-PAY-RUN UNTIL Pay-Run-Eof
002730         CLOSE PayRunFile
002740     END-IF
002750     IF Month-Run-Count = ZERO AND Month-Reversal-Count = ZERO
002760         WRITE Return-Rpt-Record FROM Return-Nothing-Line
002770     END-IF
002780     COMPUTE Amount-Due =
002790         Month-Tax + Month-Employee-PRSI + Month-Employer-PRSI
002800     .

002810******************************************************************
002820* 2100-TOTAL-ONE-PAY-RUN - list one pay run in the month and add
002830* it to the month's totals.
002840******************************************************************
002850 2100-TOTAL-ONE-PAY-RUN.
002860     IF PR-RunYearMonth = Return-Month
002865         IF PR-Reversal
002870             PERFORM 2200-TAKE-OFF-REVERSAL
002875         ELSE
002880             ADD 1 TO Month-Run-Count
002885             ADD PR-EmployeeCount TO Month-Employee-Count
002890             ADD PR-Gross         TO Month-Gross
002895             ADD PR-Tax           TO Month-Tax
002900             ADD PR-EmployeePRSI  TO Month-Employee-PRSI
002905             ADD PR-EmployerPRSI  TO Month-Employer-PRSI
002910             ADD PR-Pension       TO Month-Pension
002915             MOVE SPACES TO LineRunMarker
002920         END-IF
002925         MOVE PR-RunNumber     TO LineRunNumber
002940         MOVE PR-RunDate       TO LineRunDate
002950         MOVE PR-EmployeeCount TO LineEmployeeCount
002960         MOVE PR-Gross         TO LineGross
002970         MOVE PR-Tax           TO LineTax
002980         MOVE PR-EmployeePRSI  TO LineEmployeePrsi
002990         MOVE PR-EmployerPRSI  TO LineEmployerPrsi
003000         WRITE Return-Rpt-Record FROM Return-Run-Line
003010     END-IF
003020     READ PayRunFile
003030         AT END MOVE 'Y' TO Pay-Run-Eof-Switch
003040     END-READ
003050     .

003051******************************************************************
003052* 2200-TAKE-OFF-REVERSAL - a reversal row backs the run it names
003053* out of the month's totals; it is listed marked R.
003054******************************************************************
003055 2200-TAKE-OFF-REVERSAL.
003056     ADD 1 TO Month-Reversal-Count
003057     SUBTRACT PR-Gross        FROM Month-Gross
003058     SUBTRACT PR-Tax          FROM Month-Tax
003059     SUBTRACT PR-EmployeePRSI FROM Month-Employee-PRSI
003060     SUBTRACT PR-EmployerPRSI FROM Month-Employer-PRSI
003061     SUBTRACT PR-Pension      FROM Month-Pension
003062     MOVE " R" TO LineRunMarker
003063     .

003064******************************************************************
003070* 3000-TOTAL-CREDITOR-POSTINGS - net the month's PAYROLL credits
003080* and debits on the withholdings creditor off GLPOST.DAT.
003090******************************************************************
003100 3000-TOTAL-CREDITOR-POSTINGS.
003110     OPEN INPUT GlPostingFile
003120     IF Gl-Posting-File-Status NOT = "00"
003130         MOVE 'Y' TO Gl-Eof-Switch
003140     ELSE
003150         READ GlPostingFile
003160             AT END MOVE 'Y' TO Gl-Eof-Switch
003170         END-READ
003180         PERFORM 3100-TOTAL-ONE-POSTING UNTIL Gl-Eof
003190         CLOSE GlPostingFile
003200     END-IF
003210     .

003220******************************************************************
003230* 3100-TOTAL-ONE-POSTING - take one PAYROLL row on the creditor in
003240* the month, or a PAYREV contra of one, into the posted balance.
003250******************************************************************
003260 3100-TOTAL-ONE-POSTING.
003270     IF (GL-Source = "PAYROLL" OR GL-Source = "PAYREV")
003280             AND GL-AccountCode = Withholdings-Account
003290             AND GL-RunYearMonth = Return-Month
003300         ADD GL-CreditAmount TO Creditor-Posted
003310         SUBTRACT GL-DebitAmount FROM Creditor-Posted
003320     END-IF
003330     READ GlPostingFile
003340         AT END MOVE 'Y' TO Gl-Eof-Switch
003350     END-READ
003360     .

003370******************************************************************
003380* 4000-PRINT-RETURN - print the month's totals and the amount due.
003390******************************************************************
003400 4000-PRINT-RETURN.
003410     MOVE SPACES TO Return-Rpt-Record
003420     WRITE Return-Rpt-Record
003430     WRITE Return-Rpt-Record FROM HorizontalLine
003440     MOVE Month-Run-Count     TO TotalRunCount
003445     MOVE Month-Reversal-Count TO TotalReversalCount
003450     WRITE Return-Rpt-Record FROM Return-Total-Line-1
003460     MOVE Month-Gross         TO TotalGross
003470     WRITE Return-Rpt-Record FROM Return-Total-Line-2
003480     MOVE Month-Tax           TO TotalTax
003490     WRITE Return-Rpt-Record FROM Return-Total-Line-3
003500     MOVE Month-Employee-PRSI TO TotalEmployeePrsi
003510     WRITE Return-Rpt-Record FROM Return-Total-Line-4
003520     MOVE Month-Employer-PRSI TO TotalEmployerPrsi
003530     WRITE Return-Rpt-Record FROM Return-Total-Line-5
003540     MOVE Amount-Due          TO TotalAmountDue
003550     WRITE Return-Rpt-Record FROM Return-Total-Line-6
003560     .

003570******************************************************************
003580* 5000-WRITE-PAYMENT-FILE - write the REVPAY.DAT remittance: a
003590* dated header, the one payment record for the month and the
003600* trailer, with its count and hash on the report for sign-off.
003610******************************************************************
003620 5000-WRITE-PAYMENT-FILE.
003630     OPEN OUTPUT RevenuePayFile
003631     IF Amount-Due < ZERO
003632         MOVE ZERO TO Payment-Amount
003633     ELSE
003634         MOVE Amount-Due TO Payment-Amount
003635     END-IF
003640     MOVE Return-Run-Date TO RH-CreatedDate
003650     MOVE Return-Month    TO RH-ReturnMonth
003660     WRITE Revenue-Pay-Record FROM Revenue-Header-Record
003670     MOVE Return-Month        TO RD-ReturnMonth
003675     MOVE ZERO                TO RD-Tax
003680     MOVE ZERO                TO RD-EmployeePRSI
003685     MOVE ZERO                TO RD-EmployerPRSI
003690     IF Payment-Amount > ZERO
003695         MOVE Month-Tax           TO RD-Tax
003700         MOVE Month-Employee-PRSI TO RD-EmployeePRSI
003705         MOVE Month-Employer-PRSI TO RD-EmployerPRSI
003710     END-IF
003715     MOVE Payment-Amount      TO RD-Amount
003720     WRITE Revenue-Pay-Record FROM Revenue-Detail-Record
003730     MOVE 1          TO RT-RecordCount
003740     MOVE Payment-Amount TO RT-HashTotal
003750     WRITE Revenue-Pay-Record FROM Revenue-Trailer-Record
003760     CLOSE RevenuePayFile
003770     MOVE SPACES TO Return-Rpt-Record
003780     WRITE Return-Rpt-Record
003790     MOVE RT-RecordCount TO PaymentRecordCount
003800     WRITE Return-Rpt-Record FROM Payment-Count-Line
003810     MOVE RT-HashTotal   TO PaymentHashTotal
003820     WRITE Return-Rpt-Record FROM Payment-Hash-Line
003830     .

003840******************************************************************
003850* 6000-PRINT-RECONCILIATION - prove the return plus the pension
003860* withheld against what PAYROLL posted to the withholdings
003870* creditor in the month.
003880******************************************************************
003890 6000-PRINT-RECONCILIATION.
003900     COMPUTE Creditor-Expected = Amount-Due + Month-Pension
003910     COMPUTE Creditor-Difference =
003920         Creditor-Posted - Creditor-Expected
003930     MOVE SPACES TO Return-Rpt-Record
003940     WRITE Return-Rpt-Record
003950     WRITE Return-Rpt-Record FROM Recon-Heading
003960     WRITE Return-Rpt-Record FROM HorizontalLine
003970     MOVE Amount-Due        TO ReconAmountDue
003980     WRITE Return-Rpt-Record FROM Recon-Line-1
003990     MOVE Month-Pension     TO ReconPension
004000     WRITE Return-Rpt-Record FROM Recon-Line-2
004010     MOVE Creditor-Expected TO ReconExpected
004020     WRITE Return-Rpt-Record FROM Recon-Line-3
004030     MOVE Creditor-Posted   TO ReconPosted
004040     WRITE Return-Rpt-Record FROM Recon-Line-4
004050     IF Creditor-Difference = ZERO
004060         MOVE "IN BALANCE" TO ReconResultText
004070         MOVE ZERO TO ReconDifference
004080     ELSE
004090         MOVE "OUT BY" TO ReconResultText
004100         MOVE Creditor-Difference TO ReconDifference
004110     END-IF
004120     WRITE Return-Rpt-Record FROM Recon-Line-5
004130     MOVE SPACES TO Return-Rpt-Record
004140     WRITE Return-Rpt-Record
004150     WRITE Return-Rpt-Record FROM Payment-Signoff-Line
004160     .

004170******************************************************************
004180* 8000-TERMINATE - close the report down.
004190******************************************************************
004200 8000-TERMINATE.
004210     CLOSE ReturnRptFile
004220     .

004230 END PROGRAM PAYRTN.
