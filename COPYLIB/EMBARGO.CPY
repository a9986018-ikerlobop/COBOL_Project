000100*****************************************************************
000110* EMBARGO.CPY
000120* COURT-ORDERED WAGE GARNISHMENT (EMBARGO) RECORD - KEYED BY
000130* EMPLOYEE ID PLUS THE COURT'S ORDER REFERENCE, SO ONE
000140* EMPLOYEE MAY CARRY SEVERAL ORDERS. EACH PAYROLL RUN TAKES
000150* THE ACTIVE ORDERS IN PRIORITY ORDER (01 FIRST) OUT OF NET
000160* PAY WITHIN THE LEGAL SCALE, ADDS THE AMOUNT TO THE WITHHELD
000170* FIGURE AND CLOSES THE ORDER WHEN IT REACHES THE TOTAL OWED.
000180* THE LAST-POSTED FIELDS MAKE A RERUN OF AN OPEN PERIOD
000190* REPLACE ITS OWN DEDUCTION INSTEAD OF TAKING IT TWICE. THE
000200* FIRST 60 BYTES (UP TO THE IBAN) ARE THE AUDIT IMAGE.
000210* USED BY:  EMBMAINT, NOMINA01, BANKRET
000220* MOD HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-09-16 ILP   ORIGINAL COPYBOOK - GARNISHMENT ORDER LAYOUT
000250*****************************************************************
000260 01  EMBARGO-RECORD.
000270     05  EMB-KEY.
000280         10  EMB-EMP-ID              PIC X(06).
000290         10  EMB-ORDER-REF           PIC X(10).
000300     05  EMB-STATUS                  PIC X(01).
000310         88  EMB-ACTIVE              VALUE 'A'.
000320         88  EMB-CLOSED              VALUE 'C'.
000330     05  EMB-PRIORITY                PIC 9(02).
000340     05  EMB-TOTAL-OWED              PIC 9(06)V99.
000350     05  EMB-WITHHELD                PIC 9(06)V99.
000360     05  EMB-CREDITOR-IBAN           PIC X(24).
000370     05  EMB-OPEN-DATE               PIC X(08).
000380     05  EMB-CLOSE-DATE              PIC X(08).
000390     05  EMB-LAST-PERIOD             PIC X(06).
000400     05  EMB-LAST-AMOUNT             PIC 9(06)V99.
