000100*****************************************************************
000110* GLJREC.CPY
000120* GENERAL-LEDGER PAYROLL JOURNAL - H RECORD, ONE D RECORD PER
000130* JOURNAL LINE (DEBE D / HABER H), T RECORD. H AND T CARRY THE
000140* PAYPERD PERIOD, THE LINE COUNT AND THE DEBIT AND CREDIT
000150* TOTALS, WHICH ARE EQUAL ON ANY JOURNAL THAT IS SENT.
000160* USED BY:  GLJOURN
000170* MOD HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-09-28 ILP   ORIGINAL COPYBOOK - LEDGER JOURNAL LAYOUT
000200*****************************************************************
000210 01  GL-JOURNAL-RECORD.
000220     05  GLJ-RECORD-TYPE             PIC X(01).
000230         88  GLJ-HEADER              VALUE 'H'.
000240         88  GLJ-DETAIL              VALUE 'D'.
000250         88  GLJ-TRAILER             VALUE 'T'.
000260     05  GLJ-PERIOD                  PIC X(06).
000270     05  GLJ-BODY                    PIC X(50).
000280     05  GLJ-LINE REDEFINES GLJ-BODY.
000290         10  GLJ-ACCOUNT             PIC X(10).
000300         10  GLJ-COST-CENTRE         PIC X(06).
000310         10  GLJ-DEBIT-CREDIT        PIC X(01).
000320             88  GLJ-DEBIT           VALUE 'D'.
000330             88  GLJ-CREDIT          VALUE 'H'.
000340         10  GLJ-AMOUNT              PIC 9(09)V99.
000350         10  GLJ-TEXT                PIC X(20).
000360         10  FILLER                  PIC X(02).
000370     05  GLJ-CONTROL REDEFINES GLJ-BODY.
000380         10  GLJ-RUN-DATE            PIC X(08).
000390         10  GLJ-LINE-COUNT          PIC 9(05).
000400         10  GLJ-TOTAL-DEBIT         PIC 9(11)V99.
000410         10  GLJ-TOTAL-CREDIT        PIC 9(11)V99.
000420         10  FILLER                  PIC X(11).
