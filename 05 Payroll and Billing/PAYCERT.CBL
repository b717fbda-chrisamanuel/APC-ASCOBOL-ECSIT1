000290*                     sales commission off the new
000300*                     PYTD-Commission field PAYROLL carries on
000310*                     the master.
000312*               DF    PAYYTD.DAT record layout picks up the
000314*                     employer PRSI year-to-date PAYROLL now
000316*                     accumulates (not shown on the employee's
000318*                     certificate).
000320******************************************************************

000330 ENVIRONMENT DIVISION.
000520    02 PYTD-Pension          PIC 9(7)V99.
000530    02 PYTD-Net              PIC 9(8)V99.
000540    02 PYTD-Commission       PIC 9(7)V99.
000545    02 PYTD-EmployerPRSI     PIC 9(7)V99.

000550 FD CertRptFile.
000560 01 Cert-Rpt-Record          PIC X(80).
