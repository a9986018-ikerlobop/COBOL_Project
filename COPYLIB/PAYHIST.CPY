000130* RUN, APPENDED BY NOMINA01 SO A PERIOD'S FIGURES SURVIVE THE
000140* NEXT RUN OVERWRITING PAYRPT. NOMINA02 READS IT BACK FOR THE
000150* PERIOD-OVER-PERIOD VARIANCE REPORT THE AUDITORS ASK FOR.
000152* NOMINA03 APPENDS ADJUSTMENT ROWS (ENTRY TYPE A) AGAINST A
000154* CLOSED PERIOD, ONE PER CORRECTION APPLIED. AN ADJUSTMENT
000156* ROW CARRIES THE GROSS DIFFERENCE AS A MAGNITUDE WITH ITS
000157* SIGN IN PH-SIGN; ITS HOURS ARE NEVER NEGATIVE. ROWS WRITTEN
000158* BEFORE THE ENTRY TYPE EXISTED READ BACK BLANK = REGULAR.
000164* USED BY:  NOMINA01, NOMINA02, NOMINA03, NOMRECON
000170* MOD HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-09-02 ILP   ORIGINAL COPYBOOK - PAYROLL HISTORY LAYOUT
000192* 2026-09-14 ILP   ADDED THE ENTRY TYPE AND THE GROSS SIGN FOR
000194*                  THE OFF-CYCLE ADJUSTMENT ROWS
000200*****************************************************************
000210 01  PAY-HISTORY-RECORD.
000220     05  PH-PERIOD                   PIC X(06).
000250     05  PH-HOURS                    PIC 9(03)V99.
000260     05  PH-RATE                     PIC 9(05)V99.
000270     05  PH-GROSS                    PIC 9(07)V99.
000280     05  PH-ENTRY-TYPE               PIC X(01).
000290         88  PH-REGULAR-ENTRY        VALUE SPACE 'N'.
000300         88  PH-ADJUSTMENT-ENTRY     VALUE 'A'.
000310     05  PH-SIGN                     PIC X(01).
000320         88  PH-NEGATIVE             VALUE '-'.
