000100*****************************************************************
000110* BANKDEV.CPY
000120* BANK RETURN (DEVOLUCION) RECORD LAYOUT - ONE 'R' RECORD PER
000130* BANKPAY PAYMENT THE BANK REJECTED, CARRYING THE EMPLOYEE ID,
000140* IBAN AND AMOUNT (CENTIMOS) OF THE D RECORD IT SENT BACK, THE
000150* BANK'S REASON CODE AND THE DATE OF THE RETURN. ANY OTHER
000160* RECORD TYPE THE BANK ADDS (HEADERS, TOTALS) IS SKIPPED.
000170* USED BY:  BANKRET
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-21 ILP   ORIGINAL COPYBOOK - BANK RETURN LAYOUT
000210*****************************************************************
000220 01  BANK-RETURN-RECORD.
000230     05  RET-RECORD-TYPE             PIC X(01).
000240         88  RET-DETAIL              VALUE 'R'.
000250     05  RET-EMP-ID                  PIC X(06).
000260     05  RET-IBAN                    PIC X(24).
000270     05  RET-AMOUNT                  PIC 9(09).
000280     05  RET-REASON-CODE             PIC X(04).
000290     05  RET-RETURN-DATE             PIC X(08).
