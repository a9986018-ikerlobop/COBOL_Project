000100*****************************************************************
000110* EMPMAST.CPY
000120* EMPLOYEE MASTER RECORD LAYOUT - KEYED BY EMPLOYEE ID
000130* USED BY:  EJEMPLO1, EMPMAINT, EMPLOAD, NOMINA01, DPTMAINT,
000133*           ROTAMANT, ROTARPT, AUSMAINT, AUSRECON, TARMAINT,
000136*           TARAPLIC, TARINQ, NOMRECON, EMPFEED
000140* MOD HISTORY
000150* DATE       INIT  DESCRIPTION
000160* 2026-08-09 ILP   ORIGINAL COPYBOOK - EMPLOYEE MASTER LAYOUT
