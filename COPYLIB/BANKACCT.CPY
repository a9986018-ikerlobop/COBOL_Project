000130* ONE ROW PER EMPLOYEE WITH THE ACCOUNT THE PAYROLL PAYMENT
000140* EXTRACT PAYS INTO. AN EMPLOYEE WITH NO ROW HERE IS NOT PAID
000150* BY THE EXTRACT AND LANDS IN THE EXCEPTION FILE INSTEAD.
000160* USED BY:  NOMINA01, BANKRET, BNKMAINT
000170* MOD HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-09-02 ILP   ORIGINAL COPYBOOK - BANK ACCOUNT LAYOUT
