000140* AND CLOSES THE PERIOD WHEN ITS RUN ENDS CLEAN; PERMAINT IS
000150* THE OPERATOR PATH TO OPEN THE NEXT PERIOD OR DELIBERATELY
000160* REOPEN ONE.
000166* USED BY:  NOMINA01, PERMAINT, BNKMAINT, AUSRECON, TARAPLIC,
000173*           TARINQ, NOMRECON
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-02 ILP   ORIGINAL COPYBOOK - PAY-PERIOD LAYOUT
