000100*****************************************************************
000110* GLCUENTA.CPY
000120* GENERAL-LEDGER ACCOUNT MAPPING - TYPE G ROWS MAP A COST CENTRE
000130* TO ITS SALARY-EXPENSE ACCOUNT, TYPE A ROWS MAP A PAYABLE
000140* (IRPF, SS, NETO, EMBARG) TO ITS CREDIT ACCOUNT. MAINTAINED BY
000150* FINANCE; A COST CENTRE OR PAYABLE WITH NO ROW HOLDS THE
000160* JOURNAL.
000170* USED BY:  GLJOURN
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-28 ILP   ORIGINAL COPYBOOK - LEDGER ACCOUNT MAPPING
000210*****************************************************************
000220 01  GL-ACCOUNT-MAP-RECORD.
000230     05  GLM-TYPE                    PIC X(01).
000240         88  GLM-EXPENSE             VALUE 'G'.
000250         88  GLM-PAYABLE             VALUE 'A'.
000260     05  GLM-KEY                     PIC X(06).
000270     05  GLM-ACCOUNT                 PIC X(10).
000280     05  GLM-DESCRIPTION             PIC X(20).
