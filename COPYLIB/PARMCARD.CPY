000177*   SHIFTRPT - THE OVERTIME THRESHOLD IN HOURS (5 DIGITS, 2
000178*              IMPLIED DECIMALS); NO ROW USES THE 080.00
000179*              DEFAULT
000181*   NOMINA03 - THE CLOSED PAY PERIOD THE ADJUSTMENT RUN
000182*              CORRECTS (6 CHARACTERS)
000183*   EMBARGO  - THE MONTHLY SMI NOMINA01 LEAVES UNTOUCHED BY
000184*              GARNISHMENTS (5 DIGITS, 2 IMPLIED DECIMALS); NO
000185*              ROW USES THE 01184.00 DEFAULT
000186*   CERTRET  - THE CLOSED YEAR TO PRINT WITHHOLDING
000187*              CERTIFICATES FOR (4 DIGITS)
000188*   BANKRET  - DEVOLUCION (LOG THE BANK RETURNS) OR REEMISION
000189*              (RE-ISSUE THE CORRECTED ONES)
000190*   ROTARPT  - THE FIRST DAY OF THE WEEK TO PRINT (AAAAMMDD)
000191*   AUSRECON - THE PAY PERIOD TO RECONCILE (6 CHARACTERS); NO
000192*              ROW TAKES THE PERIOD COVERING THE RUN DATE
000193*   TARAPLIC - THE PAY-RISE PERCENTAGE ABOVE WHICH A RATE
000194*              CHANGE IS FLAGGED FOR REVIEW (5 DIGITS, 2
000195*              IMPLIED DECIMALS); NO ROW USES THE 010.00 DEFAULT
000196*   NOMRECON - THE PAY PERIOD TO BALANCE (6 CHARACTERS); NO
000197*              ROW TAKES THE PERIOD COVERING THE RUN DATE
000198*   NOMINA01 - THE RUN MODE: PRUEBA (TRIAL REGISTER, NOTHING
000199*              UPDATED) OR PRUEBA RECIBOS (THE SAME WITH THE
000200*              PAYSLIPS); NO ROW OR A BLANK VALUE IS THE LIVE
000201*              PAYROLL
000202*   EMPFEED  - THE MONTH OF THE HEADCOUNT MOVEMENT REPORT
000203*              (AAAAMM); NO ROW REPORTS THE RUN MONTH
000204*   EJEMPLO2 - SUSPENSO MOVES A BATCH THAT FAILS ITS COUNT OR
000205*              HASH TO THE SUSPENSO FILE; NO ROW OR A BLANK
000206*              VALUE KEEPS THE RC 14 STOP
000207*   TRANSUSP - THE DAYS A BATCH MAY SIT IN SUSPENSE (3
000208*              DIGITS); NO ROW USES THE 005 DEFAULT
000209*   ACCESRPT - THE DAYS WITHOUT A SIGN-ON AFTER WHICH AN
000210*              OPERATOR IS PROPOSED FOR REMOVAL (3 DIGITS); NO
000211*              ROW USES THE 090 DEFAULT
000180* A PROGRAM WITH NO ROW FALLS BACK TO ITS CONSOLE PROMPT; A
000190* ROW WITH A BAD VALUE FAILS THE STEP WITH A NONZERO RETURN-
000200* CODE INSTEAD OF HANGING THE NIGHT WINDOW WAITING FOR INPUT.
000210* USED BY:  EJEMPLO1, PERFORM-SIMPLE, EJECTL, EMPLOAD, SHIFTRPT,
000215*           NOMINA03, NOMINA01, CERTRET, BANKRET, ROTARPT,
000217*           AUSRECON, TARAPLIC, NOMRECON, EMPFEED, EJEMPLO2,
000218*           TRANSUSP, ACCESRPT
000220* MOD HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-08-22 ILP   ORIGINAL COPYBOOK - PARAMETER CARD LAYOUT
000250* 2026-09-02 ILP   DOCUMENTED THE EMPLOAD REFRESH-MODE ROW
000252* 2026-09-02 ILP   DOCUMENTED THE SHIFTRPT OVERTIME-THRESHOLD
000254*                  ROW
000255* 2026-09-14 ILP   DOCUMENTED THE NOMINA03 ADJUSTMENT-PERIOD ROW
000256* 2026-09-16 ILP   DOCUMENTED THE EMBARGO PROTECTED-MINIMUM ROW
000257* 2026-09-18 ILP   DOCUMENTED THE CERTRET CERTIFICATE-YEAR ROW
000258* 2026-09-21 ILP   DOCUMENTED THE BANKRET RUN-MODE ROW
000259* 2026-10-05 ILP   DOCUMENTED THE ROTARPT, AUSRECON AND TARAPLIC
000260*                  ROWS
000261* 2026-10-07 ILP   DOCUMENTED THE NOMRECON BALANCING-PERIOD ROW
000262* 2026-10-08 ILP   DOCUMENTED THE NOMINA01 RUN-MODE ROW
000263* 2026-10-09 ILP   DOCUMENTED THE EMPFEED REPORT-MONTH ROW
000264* 2026-10-12 ILP   DOCUMENTED THE EJEMPLO2 RUN-OPTION AND TRANSUSP
000265*                  AGEING ROWS
000266* 2026-10-14 ILP   DOCUMENTED THE ACCESRPT INACTIVITY ROW
000256*****************************************************************
000260 01  PARAMETER-RECORD.
000270     05  PRM-PROGRAM-ID              PIC X(08).
