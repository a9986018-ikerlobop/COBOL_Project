000100*****************************************************************
000110* DEPTCCH.CPY
000120* DEPARTMENT COST-CENTRE HISTORY - ONE ROW PER COST-CENTRE
000130* CHANGE MADE THROUGH DPTMAINT, CARRYING THE DATE THE NEW COST
000140* CENTRE TAKES EFFECT AND THE ONE IT REPLACED. DEPTMAST ALWAYS
000150* HOLDS THE LATEST COST CENTRE; A PROGRAM REPORTING A PERIOD
000160* THAT STARTS BEFORE A ROW'S EFFECTIVE DATE USES THAT ROW'S OLD
000170* COST CENTRE INSTEAD (THE EARLIEST SUCH ROW PER DEPARTMENT).
000180* ROWS ARE APPENDED IN EFFECTIVE-DATE ORDER PER DEPARTMENT.
000190* USED BY:  DPTMAINT, NOMINA01
000200* MOD HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-09-25 ILP   ORIGINAL COPYBOOK - COST-CENTRE HISTORY
000230*****************************************************************
000240 01  DEPT-CC-HISTORY-RECORD.
000250     05  DCH-DPT-CODE                PIC X(04).
000260     05  DCH-EFFECTIVE-DATE          PIC X(08).
000270     05  DCH-OLD-COST-CENTRE         PIC X(06).
000280     05  DCH-NEW-COST-CENTRE         PIC X(06).
000290     05  DCH-ENTERED-DATE            PIC X(08).
000300     05  DCH-OPERATOR                PIC X(03).
