000100*****************************************************************
000110* GLRESUM.CPY
000120* PAYROLL SUMMARY FOR THE GENERAL-LEDGER JOURNAL - WRITTEN BY
000130* NOMINA01 ON THE RUN THAT CLOSES A PERIOD: ONE P ROW WITH THE
000140* PERIOD AND RUN DATE, ONE G ROW PER DEPARTMENT WITH ITS GROSS
000150* AND THE COST CENTRE IN FORCE FOR THE PERIOD (A G ROW WITH A
000160* BLANK DEPARTMENT CARRIES THE GROSS OF EMPLOYEES WHOSE
000170* DEPARTMENT DID NOT RESOLVE), AND ONE C ROW PER PAYABLE
000180* (IRPF, SS, NETO, EMBARG) WITH THE PERIOD TOTAL.
000190* USED BY:  NOMINA01, GLJOURN
000200* MOD HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-09-28 ILP   ORIGINAL COPYBOOK - LEDGER SUMMARY LAYOUT
000230*****************************************************************
000240 01  GL-SUMMARY-RECORD.
000250     05  GLS-RECORD-TYPE             PIC X(01).
000260         88  GLS-PERIOD-ROW          VALUE 'P'.
000270         88  GLS-GROSS-ROW           VALUE 'G'.
000280         88  GLS-PAYABLE-ROW         VALUE 'C'.
000290     05  GLS-PERIOD                  PIC X(06).
000300     05  GLS-KEY                     PIC X(06).
000310     05  GLS-COST-CENTRE             PIC X(06).
000320     05  GLS-AMOUNT                  PIC 9(09)V99.
000330     05  GLS-RUN-DATE                PIC X(08).
