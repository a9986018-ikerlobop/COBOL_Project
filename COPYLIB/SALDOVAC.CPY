000100*****************************************************************
000110* SALDOVAC.CPY
000120* VACATION BALANCE - ONE ROW PER EMPLOYEE. NOMINA01 ADDS
000130* SVC-DAYS-PER-PERIOD TO THE ACCRUED DAYS ONCE FOR EACH PAY
000140* PERIOD IT PAYS (SVC-LAST-PERIOD STOPS A RERUN ACCRUING TWICE)
000150* AND CREATES THE ROW AT THE STANDARD RATE THE FIRST TIME.
000160* AUSMAINT ADDS THE DAYS OF EACH APPROVED VACATION TO THE TAKEN
000170* DAYS (AND GIVES THEM BACK IF THE LEAVE IS CANCELLED) AND
000180* CHANGES AN EMPLOYEE'S RATE. THE BALANCE IS ACCRUED - TAKEN.
000190* KEYED ON EMPLOYEE ID.
000200* USED BY:  NOMINA01, AUSMAINT, AUSRECON
000210* MOD HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-02 ILP   ORIGINAL COPYBOOK - VACATION BALANCE LAYOUT
000240*****************************************************************
000250 01  LEAVE-BALANCE-RECORD.
000260     05  SVC-EMP-ID                  PIC X(06).
000270     05  SVC-DAYS-PER-PERIOD         PIC 9(01)V99.
000280     05  SVC-ACCRUED                 PIC 9(03)V99.
000290     05  SVC-TAKEN                   PIC 9(03)V99.
000300     05  SVC-LAST-PERIOD             PIC X(06).
