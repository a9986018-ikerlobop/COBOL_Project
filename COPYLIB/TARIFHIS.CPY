000100*****************************************************************
000110* TARIFHIS.CPY
000120* PAY-RATE HISTORY - ONE ROW PER CHANGE OF AN EMPLOYEE'S HOURLY
000130* RATE, KEYED ON EMPLOYEE + EFFECTIVE DATE. A CHANGE ENTERED
000140* AHEAD OF TIME THROUGH TARMAINT WAITS AS PENDING (P) UNTIL THE
000150* TARAPLIC PRE-PAYROLL STEP FINDS ITS EFFECTIVE DATE ON OR
000160* BEFORE THE START OF THE PAY PERIOD, MOVES THE NEW RATE INTO
000170* EMPMAST AND MARKS THE ROW APPLIED (A) WITH THE RATE IT
000180* REPLACED. A RATE CHANGED BY HAND IN EMPMAINT IS WRITTEN
000190* ALREADY APPLIED, EFFECTIVE THE DAY IT WAS KEYED. A PENDING
000200* ROW CAN BE CANCELLED (X) BUT AN APPLIED ONE IS NEVER REMOVED,
000210* SO THE RATE IN FORCE ON ANY DATE IS THE NEW RATE OF THE LAST
000220* APPLIED ROW EFFECTIVE ON OR BEFORE IT, OR, BEFORE THE FIRST
000230* APPLIED ROW, THAT ROW'S OLD RATE (TARINQ ANSWERS THIS PER
000240* PERIOD). THE FIRST 60 BYTES ARE THE AUDIT IMAGE.
000250* USED BY:  TARMAINT, TARAPLIC, TARINQ, EMPMAINT
000260* MOD HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 2026-10-05 ILP   ORIGINAL COPYBOOK - PAY-RATE HISTORY LAYOUT
000290*****************************************************************
000300 01  RATE-HISTORY-RECORD.
000310     05  TRH-KEY.
000320         10  TRH-EMP-ID              PIC X(06).
000330         10  TRH-EFFECTIVE-DATE      PIC X(08).
000340     05  TRH-STATUS                  PIC X(01).
000350         88  TRH-PENDIENTE           VALUE 'P'.
000360         88  TRH-APLICADA            VALUE 'A'.
000370         88  TRH-ANULADA             VALUE 'X'.
000380     05  TRH-NEW-RATE                PIC 9(05)V99.
000390     05  TRH-OLD-RATE                PIC 9(05)V99.
000400     05  TRH-ENTERED-BY              PIC X(03).
000410     05  TRH-ENTERED-DATE            PIC X(08).
000420     05  TRH-APPLIED-DATE            PIC X(08).
000430     05  TRH-APPLIED-PERIOD          PIC X(06).
000440     05  TRH-REASON                  PIC X(30).
