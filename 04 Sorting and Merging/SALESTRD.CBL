000310*                     of other branches are counted as
000320*                     filtered, not rolled up. No parameter
000330*                     file trends all branches as before.
000332*               DF    SALESHST.DAT rows carry the salesperson,
000334*                     discount and cost (80 bytes); the record
000336*                     layout follows so each row reads whole.
000340******************************************************************

000350 ENVIRONMENT DIVISION.
000620    02 SH-SalesValue        PIC 9(6)V99.
000630    02 SH-BranchID          PIC X(3).
000640    02 SH-UnitSize          PIC 9(1).
000642    02 SH-SalespersonID     PIC X(5).
000644    02 SH-DiscountValue     PIC 9(6)V99.
000646    02 SH-CostValue         PIC 9(6)V99.

000650 FD TrendRptFile.
000660 01 Trend-Rpt-Record        PIC X(80).
