000370*                  A RUN THAT FAILED MID-PASS AND LEFT IT
000371*                  OPEN) REPLACES ITS OWN POSTING INSTEAD OF
000372*                  ADDING IT A SECOND TIME
000373* 2026-09-14 ILP   PAYHIST ROWS ARE NOW STAMPED AS REGULAR
000374*                  ENTRIES SO NOMINA03'S ADJUSTMENT ROWS AGAINST
000375*                  A CLOSED PERIOD CAN BE TOLD APART
000376* 2026-09-16 ILP   COURT-ORDERED GARNISHMENTS: THE EMPLOYEE'S
000377*                  ACTIVE EMBARGOS ORDERS ARE TAKEN OUT OF NET
000378*                  PAY IN PRIORITY ORDER, WITHIN THE LEGAL
000379*                  SCALE ABOVE THE PROTECTED MINIMUM (THE SMI,
000380*                  FROM THE EMBARGO PARMFILE CARD). THE AMOUNT
000381*                  IS A NEW COLUMN ON THE REGISTER DETAIL AND
000382*                  TOTAL LINES AND ONE LINE PER ORDER ON THE
000383*                  PAYSLIP; EACH ORDER'S WITHHELD FIGURE GROWS
000384*                  AND THE ORDER CLOSES WHEN PAID OFF. THE
000385*                  CREDITORS ARE PAID BY D RECORDS ON BANKPAY,
000386*                  COUNTED IN THE H AND T RECORDS LIKE ANY
000387*                  OTHER PAYMENT
000388* 2026-09-18 ILP   THE YTD ROW NOW ALSO ACCUMULATES THE IRPF AND
000389*                  SS WITHHELD (RERUN-SAFE LIKE THE GROSS) FOR
000390*                  THE ANNUAL WITHHOLDING CERTIFICATES
000391* 2026-09-25 ILP   THE COST CENTRE ON THE DEPARTMENT TOTALS IS
000392*                  NOW THE ONE IN FORCE AT THE PERIOD START: A
000393*                  DEPTCCH ROW EFFECTIVE AFTER THAT DATE PUTS THE
000394*                  DEPARTMENT BACK ON THE ROW'S OLD COST CENTRE.
000395*                  NO DEPTCCH FILE MEANS NO CHANGES, DEPTMAST
000396*                  AS IS
000396* 2026-09-28 ILP   THE RUN THAT CLOSES THE PERIOD NOW WRITES THE
000397*                  GLRESUM LEDGER SUMMARY (GROSS PER DEPARTMENT
000398*                  AND COST CENTRE, GROSS WITH NO VALID
000398*                  DEPARTMENT, AND THE IRPF, SS, NET AND
000399*                  GARNISHMENT TOTALS) THAT GLJOURN TURNS INTO
000400*                  THE GENERAL-LEDGER JOURNAL
000401* 2026-09-30 ILP   THE NIGHT AND EVENING PREMIUMS ARE NOW PRICED
000402*                  ON THE HOURS ACTUALLY WORKED ON EACH SHIFT, AS
000403*                  SPLIT BY FICHAJES INTO HORASTUR FROM THE ROTA.
000404*                  AN EMPLOYEE WITH NO HORASTUR ROW, OR ONE WHOSE
000405*                  TOTAL NO LONGER AGREES WITH EMP-HOURS (HOURS
000406*                  KEYED AFTER THE LOAD), IS PRICED ON EMP-TURNO
000407*                  AS BEFORE; THE DISAGREEMENT GOES TO EXCPFILE.
000408*                  THE SHIFT TOTALS STILL GROUP BY EMP-TURNO. THE
000409*                  PAYSLIP SHOWS THE HOURS PER SHIFT WHEN SPLIT
000410* 2026-10-02 ILP   EVERY EMPLOYEE PAID ACCRUES THEIR VACATION DAYS
000411*                  FOR THE PERIOD ON THE SALDOVAC BALANCE, ONCE
000412*                  PER PERIOD SO A RERUN DOES NOT ACCRUE TWICE. AN
000413*                  EMPLOYEE WITH NO BALANCE GETS ONE AT THE
000414*                  STANDARD RATE. A SALDOVAC FILE THAT CANNOT BE
000415*                  OPENED SKIPS THE ACCRUAL, WARNED ON THE CONSOLE
000416* 2026-10-08 ILP   TRIAL RUN: A NOMINA01 PARMFILE CARD OF PRUEBA
000417*                  (PRUEBA RECIBOS ALSO PRINTS THE PAYSLIPS)
000418*                  PRINTS THE FULL REGISTER MARKED PRUEBA AND
000419*                  CHANGES NO FILE - NO PERIOD CLOSE, YTD POSTING,
000420*                  PAYHIST ROW, BANKPAY, CTLTOTAL, GLRESUM,
000421*                  EMBARGOS POSTING, VACATION ACCRUAL OR EXCPFILE
000422*                  ROW (ITS EXCEPTIONS GO TO THE CONSOLE). IT
000423*                  WRITES THE PRUEBRPT COMPARISON OF EACH
000424*                  EMPLOYEE'S GROSS WITH THE PREVIOUS PERIOD'S
000425*                  PAYHIST, AND A CLEAN TRIAL STAMPS AUDITLOG WITH
000426*                  ACTION PRUEBA. THE LIVE RUN NOW REFUSES WITH
000427*                  RC 20 UNLESS AUDITLOG HOLDS A CLEAN TRIAL OF
000428*                  ITS PERIOD LATER THAN THE LAST EMPMAST CHANGE
000388*****************************************************************
000374 ENVIRONMENT DIVISION.
000375 INPUT-OUTPUT SECTION.
000376 FILE-CONTROL.
000539         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-DEPARTMENT-FILE.
000541
000542     SELECT CC-HISTORY-FILE ASSIGN TO "DEPTCCH"
000543         ORGANIZATION IS LINE SEQUENTIAL
000544         FILE STATUS IS FS-CC-HISTORY-FILE.
000545
000546     SELECT GL-SUMMARY-FILE ASSIGN TO "GLRESUM"
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS FS-GL-SUMMARY-FILE.
000541
000542     SELECT SHIFT-HOURS-FILE ASSIGN TO "HORASTUR"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS RANDOM
000545         RECORD KEY IS HTU-EMP-ID
000546         FILE STATUS IS FS-SHIFT-HOURS-FILE.
000547
000548     SELECT LEAVE-BALANCE-FILE ASSIGN TO "SALDOVAC"
000549         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000551         RECORD KEY IS SVC-EMP-ID
000552         FILE STATUS IS FS-LEAVE-BALANCE-FILE.
000553
000542     SELECT EMBARGO-FILE    ASSIGN TO "EMBARGOS"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS DYNAMIC
000545         RECORD KEY IS EMB-KEY
000546         FILE STATUS IS FS-EMBARGO-FILE.
000547
000548     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000549         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-PARAMETER-FILE.
000551
000552     SELECT TRIAL-REPORT-FILE ASSIGN TO "PRUEBRPT"
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS FS-TRIAL-REPORT-FILE.
000555
000542 DATA DIVISION.
000543 FILE SECTION.
000550 FD  EMPLOYEE-MASTER.
000690 FD  DEPARTMENT-FILE.
000691     COPY DEPTMAST.
000692
000693 FD  CC-HISTORY-FILE.
000694     COPY DEPTCCH.
000695
000696 FD  GL-SUMMARY-FILE.
000697     COPY GLRESUM.
000692
000693 FD  SHIFT-HOURS-FILE.
000694     COPY HORASTUR.
000695
000696 FD  LEAVE-BALANCE-FILE.
000697     COPY SALDOVAC.
000698
000693 FD  EMBARGO-FILE.
000694     COPY EMBARGO.
000695
000696 FD  PARAMETER-FILE.
000697     COPY PARMCARD.
000698
000699 FD  TRIAL-REPORT-FILE.
000700 01  TRIAL-REPORT-LINE               PIC X(80).
000701
000693 WORKING-STORAGE SECTION.
000700 01  WS-PROGRAM-ID               PIC X(08) VALUE 'NOMINA01'.
000710
000798         88  FS-YTD-NO-FILE      VALUE '35'.
000800     05  FS-AUDIT-LOG-FILE       PIC XX.
000810         88  FS-AUDIT-OK         VALUE '00'.
000811         88  FS-AUDIT-EOF        VALUE '10'.
000811     05  FS-EXCEPTION-FILE       PIC XX.
000812         88  FS-EXC-OK           VALUE '00'.
000813     05  FS-BANK-ACCOUNT-FILE    PIC XX.
000825     05  FS-DEPARTMENT-FILE      PIC XX.
000826         88  FS-DPT-OK           VALUE '00'.
000827         88  FS-DPT-EOF          VALUE '10'.
000828     05  FS-CC-HISTORY-FILE      PIC XX.
000829         88  FS-DCH-OK           VALUE '00'.
000830     05  FS-GL-SUMMARY-FILE      PIC XX.
000831     05  FS-SHIFT-HOURS-FILE     PIC XX.
000832         88  FS-HTU-OK           VALUE '00'.
000833         88  FS-HTU-NOTFND       VALUE '23'.
000834     05  FS-LEAVE-BALANCE-FILE   PIC XX.
000835         88  FS-SVC-OK           VALUE '00'.
000836         88  FS-SVC-NOTFND       VALUE '23'.
000837         88  FS-SVC-NO-FILE      VALUE '35'.
000828     05  FS-EMBARGO-FILE         PIC XX.
000829         88  FS-EMB-OK           VALUE '00'.
000830         88  FS-EMB-NO-FILE      VALUE '35'.
000831     05  FS-PARAMETER-FILE       PIC XX.
000832         88  FS-PARM-OK          VALUE '00'.
000833     05  FS-TRIAL-REPORT-FILE    PIC XX.
000828
000830 01  WS-RUN-DATE-NUM             PIC 9(08).
000840 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
001000 01  WS-GRAND-TOTAL              PIC 9(09)V99 VALUE 0.
001002 01  WS-DED-GRAND-TOTAL          PIC 9(09)V99 VALUE 0.
001004 01  WS-NET-GRAND-TOTAL          PIC 9(09)V99 VALUE 0.
001005 01  WS-GAR-MANANA               PIC 9(09)V99 VALUE 0.
001006 01  WS-GAR-TARDE                PIC 9(09)V99 VALUE 0.
001007 01  WS-GAR-NOCHE                PIC 9(09)V99 VALUE 0.
001008 01  WS-GAR-GRAND-TOTAL          PIC 9(09)V99 VALUE 0.
001009 01  WS-IRPF-GRAND-TOTAL         PIC 9(09)V99 VALUE 0.
001010 01  WS-SS-GRAND-TOTAL           PIC 9(09)V99 VALUE 0.
001011 01  WS-UNASSIGNED-GROSS         PIC 9(09)V99 VALUE 0.
001012 01  WS-GL-PAYABLE-KEY           PIC X(06).
001013 01  WS-GL-PAYABLE-AMOUNT        PIC 9(09)V99.
001010 01  WS-TOTAL-CENTIMOS           PIC 9(09).
001012
001013 01  WS-BANK-AVAIL-SW            PIC X(01) VALUE 'N'.
001074         10  WS-DPT-GROSS        PIC 9(09)V99.
001075         10  WS-DPT-DED          PIC 9(09)V99.
001076         10  WS-DPT-NET          PIC 9(09)V99.
001077         10  WS-DPT-GAR          PIC 9(09)V99.
001078         10  WS-DPT-CC-SW        PIC X(01).
001079             88  WS-DPT-CC-FROM-HISTORY VALUE 'Y'.
001077 01  WS-DPT-INDEX                PIC 9(03) COMP.
001078 01  WS-DEPT-FOUND-SW            PIC X(01).
001079     88  WS-DEPT-FOUND           VALUE 'Y'.
001083     05  FILLER                  PIC X(01) VALUE SPACE.
001084     05  DX-DEPT                 PIC X(04).
001085
001086*    GARNISHMENTS: THE PROTECTED MINIMUM (MONTHLY SMI) AND THE
001087*    WITHHOLDING SCALE APPLIED TO EACH FURTHER SMI-WIDE SLICE
001088*    OF NET PAY ABOVE IT; THE FIFTH RATE COVERS ALL THE REST
001089 01  WS-EMB-AVAIL-SW             PIC X(01) VALUE 'N'.
001090     88  WS-EMB-AVAILABLE        VALUE 'Y'.
001091 01  WS-HTU-AVAIL-SW             PIC X(01) VALUE 'N'.
001092     88  WS-HTU-AVAILABLE        VALUE 'Y'.
001093 01  WS-SHIFT-SPLIT-SW           PIC X(01).
001094     88  WS-SHIFT-SPLIT          VALUE 'Y'.
001095     88  WS-SHIFT-NOT-SPLIT      VALUE 'N'.
001096 01  WS-SPLIT-HOURS              PIC 9(05)V99.
001097 01  WS-SPLIT-COUNT              PIC 9(05) COMP VALUE 0.
001098 01  WS-SPLIT-EXC-VALUE.
001099     05  SX-EMP-ID               PIC X(06).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001101     05  SX-SPLIT-HOURS          PIC ZZZZ9.99.
001102     05  FILLER                  PIC X(03) VALUE ' / '.
001103     05  SX-EMP-HOURS            PIC ZZ9.99.
001104
001105*    VACATION ACCRUAL: DAYS PER PERIOD FOR AN EMPLOYEE WITH NO
001106*    SALDOVAC BALANCE YET (22 WORKING DAYS A YEAR OVER 12)
001107 01  WS-SVC-AVAIL-SW             PIC X(01) VALUE 'N'.
001108     88  WS-SVC-AVAILABLE        VALUE 'Y'.
001109 01  WS-ACCRUAL-STANDARD         PIC 9(01)V99 VALUE 1.83.
001110 01  WS-ACCRUAL-COUNT            PIC 9(05) COMP VALUE 0.
001091 01  WS-SMI-AMOUNT               PIC 9(05)V99 VALUE 1184.00.
001092 01  WS-SMI-INPUT                PIC X(07).
001093 01  WS-SMI-INPUT-N REDEFINES WS-SMI-INPUT
001094                                 PIC 9(05)V99.
001095 01  WS-PARM-FOUND-SW            PIC X(01).
001096     88  WS-PARM-FOUND           VALUE 'Y'.
001097     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001098
001099*    TRIAL RUN: THE RUN MODE FROM THE NOMINA01 PARMFILE CARD, AND
001100*    THE AUDITLOG STAMPS (DATE AND TIME) OF THE LATEST TRIAL OF
001101*    THE PERIOD AND OF THE LATEST EMPMAST CHANGE
001102 01  WS-RUN-MODE-SW              PIC X(01) VALUE 'R'.
001103     88  WS-LIVE-RUN             VALUE 'R'.
001104     88  WS-TRIAL-RUN            VALUE 'P'.
001105 01  WS-SLIPS-SW                 PIC X(01) VALUE 'Y'.
001106     88  WS-SLIPS-WANTED         VALUE 'Y'.
001107 01  WS-MODE-INPUT               PIC X(30) VALUE SPACES.
001108 01  WS-MODE-FOUND-SW            PIC X(01) VALUE 'N'.
001109     88  WS-MODE-FOUND           VALUE 'Y'.
001110 01  WS-AUD-STAMP.
001111     05  AS-DATE                 PIC X(08).
001112     05  AS-TIME                 PIC X(08).
001113 01  WS-TRIAL-STAMP.
001114     05  TS-DATE                 PIC X(08).
001115     05  TS-TIME                 PIC X(08).
001116 01  WS-CHANGE-STAMP.
001117     05  CS-DATE                 PIC X(08).
001118     05  CS-TIME                 PIC X(08).
001119 01  WS-CHANGE-PROGRAM           PIC X(08) VALUE SPACES.
001120 01  WS-EMPMAST-CHANGE-SW        PIC X(01).
001121     88  WS-EMPMAST-CHANGED      VALUE 'Y'.
001122
001123*    TRIAL COMPARISON: THE PREVIOUS PERIOD'S GROSS PER EMPLOYEE
001124*    FROM PAYHIST, MARKED AS EACH EMPLOYEE OF THIS RUN MATCHES
001125 01  WS-PRIOR-PERIOD             PIC X(06) VALUE SPACES.
001126 01  WS-PRIOR-END                PIC X(08) VALUE SPACES.
001127 01  WS-PRI-TABLE.
001128     05  WS-PRI-COUNT            PIC 9(05) COMP VALUE 0.
001129     05  WS-PRI-ENTRY OCCURS 9999 TIMES.
001130         10  WS-PRI-EMP-ID       PIC X(06).
001131         10  WS-PRI-GROSS        PIC 9(07)V99.
001132         10  WS-PRI-MATCHED-SW   PIC X(01).
001133             88  WS-PRI-MATCHED  VALUE 'Y'.
001134 01  WS-PRI-INDEX                PIC 9(05) COMP.
001135 01  WS-PRI-FOUND-SW             PIC X(01).
001136     88  WS-PRI-FOUND            VALUE 'Y'.
001137     88  WS-PRI-NOT-FOUND        VALUE 'N'.
001138 01  WS-PRI-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001139     88  WS-PRI-OVERFLOW         VALUE 'Y'.
001140 01  WS-CMP-PRIOR-GROSS          PIC 9(07)V99.
001141 01  WS-CMP-DELTA                PIC S9(07)V99.
001142 01  WS-CMP-PRIOR-TOTAL          PIC 9(09)V99 VALUE 0.
001143 01  WS-CMP-DELTA-TOTAL          PIC S9(09)V99.
001144 01  WS-CMP-COUNT                PIC 9(05) COMP VALUE 0.
001145 01  WS-CMP-CHANGED-COUNT        PIC 9(05) COMP VALUE 0.
001146 01  WS-CMP-NEW-COUNT            PIC 9(05) COMP VALUE 0.
001147 01  WS-CMP-GONE-COUNT           PIC 9(05) COMP VALUE 0.
001098 01  WS-GAR-SCALE-VALUES.
001099     05  FILLER                  PIC 9(02) VALUE 30.
001100     05  FILLER                  PIC 9(02) VALUE 50.
001101     05  FILLER                  PIC 9(02) VALUE 60.
001102     05  FILLER                  PIC 9(02) VALUE 75.
001103     05  FILLER                  PIC 9(02) VALUE 90.
001104 01  WS-GAR-SCALE REDEFINES WS-GAR-SCALE-VALUES.
001105     05  WS-GAR-SCALE-PCT        PIC 9(02) OCCURS 5 TIMES.
001106 01  WS-GAR-TIER                 PIC 9(02) COMP.
001107 01  WS-GAR-EXCESS               PIC 9(07)V99.
001108 01  WS-GAR-SLICE                PIC 9(07)V99.
001109 01  WS-GAR-LIMIT                PIC 9(07)V99.
001110 01  WS-GARNISH-AMOUNT           PIC 9(07)V99.
001111 01  WS-GAR-PENDING              PIC 9(06)V99.
001112 01  WS-GAR-CENTIMOS             PIC 9(09).
001113 01  WS-GAR-TABLE.
001114     05  WS-GAR-COUNT            PIC 9(02) COMP VALUE 0.
001115     05  WS-GAR-ENTRY OCCURS 10 TIMES.
001116         10  WS-GAR-KEY          PIC X(16).
001117         10  WS-GAR-PRIORITY     PIC 9(02).
001118         10  WS-GAR-OWED         PIC 9(06)V99.
001119         10  WS-GAR-HELD         PIC 9(06)V99.
001120         10  WS-GAR-IBAN         PIC X(24).
001121         10  WS-GAR-AMOUNT       PIC 9(06)V99.
001122         10  WS-GAR-DONE-SW      PIC X(01).
001123             88  WS-GAR-DONE     VALUE 'Y'.
001124 01  WS-GAR-INDEX                PIC 9(02) COMP.
001125 01  WS-GAR-PICK                 PIC 9(02) COMP.
001126 01  WS-GAR-EOF-SW               PIC X(01).
001127     88  WS-GAR-EOF              VALUE 'Y'.
001128 01  WS-GAR-MORE-SW              PIC X(01).
001129     88  WS-GAR-NO-MORE          VALUE 'N'.
001130
001131 01  WS-EMPLOYEE-COUNT           PIC 9(05) COMP VALUE 0.
001087 01  WS-DEPT-WARN-COUNT          PIC 9(05) COMP VALUE 0.
001088 01  WS-TURNO-WARN-COUNT         PIC 9(05) COMP VALUE 0.
001089 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001214     05  FILLER                  PIC X(11)
001216         VALUE '  PERIODO: '.
001218     05  RH-PERIOD               PIC X(06).
001219     05  RH-MODE                 PIC X(16) VALUE SPACES.
001220     05  FILLER                  PIC X(56) VALUE SPACES.
001221
001222 01  WS-REPORT-TRIAL-LINE.
001223     05  FILLER                  PIC X(40)
001224         VALUE '*** NOMINA DE PRUEBA - SIN EFECTO: NO SE'.
001225     05  FILLER                  PIC X(40)
001226         VALUE ' CIERRA EL PERIODO NI SE PAGA NADA ***  '.
001227     05  FILLER                  PIC X(52) VALUE SPACES.
001230
001240 01  WS-REPORT-DETAIL.
001250     05  RD-EMP-ID               PIC X(06).
001352     05  FILLER                  PIC X(01) VALUE SPACE.
001354     05  RD-DEDUCTIONS           PIC ZZZ,ZZ9.99.
001356     05  FILLER                  PIC X(01) VALUE SPACE.
001357     05  RD-GARNISH              PIC ZZZ,ZZ9.99.
001358     05  FILLER                  PIC X(01) VALUE SPACE.
001358     05  RD-NET                  PIC Z,ZZZ,ZZ9.99.
001364     05  FILLER                  PIC X(24) VALUE SPACES.
001370
001380 01  WS-REPORT-TOTAL-LINE.
001390     05  RT-LABEL                PIC X(20).
001402     05  FILLER                  PIC X(01) VALUE SPACE.
001404     05  RT-DEDUCTIONS           PIC ZZZ,ZZZ,ZZ9.99.
001406     05  FILLER                  PIC X(01) VALUE SPACE.
001407     05  RT-GARNISH              PIC ZZZ,ZZZ,ZZ9.99.
001408     05  FILLER                  PIC X(01) VALUE SPACE.
001409     05  RT-NET                  PIC ZZZ,ZZZ,ZZ9.99.
001410     05  FILLER                  PIC X(53) VALUE SPACES.
001411
001412 01  WS-DEPT-TOTAL-LINE.
001413     05  FILLER                  PIC X(12)
001418     05  FILLER                  PIC X(01) VALUE SPACE.
001419     05  DT-DEDUCTIONS           PIC ZZZ,ZZZ,ZZ9.99.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001421     05  DT-GARNISH              PIC ZZZ,ZZZ,ZZ9.99.
001422     05  FILLER                  PIC X(01) VALUE SPACE.
001423     05  DT-NET                  PIC ZZZ,ZZZ,ZZ9.99.
001424     05  FILLER                  PIC X(05) VALUE '  CC '.
001425     05  DT-COST-CENTRE          PIC X(06).
001426     05  FILLER                  PIC X(42) VALUE SPACES.
001425
001426 01  WS-SLIP-SEPARATOR           PIC X(40) VALUE ALL '='.
001427 01  WS-SLIP-TITLE.
001429         VALUE 'NOMINA01 RECIBO DE NOMINA '.
001430     05  FILLER                  PIC X(07) VALUE 'FECHA: '.
001431     05  SLP-DATE                PIC X(10).
001432     05  SLP-MODE                PIC X(14) VALUE SPACES.
001432 01  WS-SLIP-EMPLOYEE-LINE.
001433     05  FILLER                  PIC X(10) VALUE 'EMPLEADO: '.
001434     05  SLP-EMP-ID              PIC X(06).
001450     05  SLP-HOURS               PIC ZZ9.99.
001452     05  FILLER                  PIC X(10) VALUE '  TARIFA: '.
001454     05  SLP-RATE                PIC ZZZZ9.99.
001455 01  WS-SLIP-SPLIT-LINE.
001456     05  FILLER                  PIC X(09) VALUE 'HORAS M: '.
001457     05  SLP-HOURS-M             PIC ZZ9.99.
001458     05  FILLER                  PIC X(05) VALUE '  T: '.
001459     05  SLP-HOURS-T             PIC ZZ9.99.
001460     05  FILLER                  PIC X(05) VALUE '  N: '.
001461     05  SLP-HOURS-N             PIC ZZ9.99.
001456 01  WS-SLIP-GROSS-LINE.
001458     05  FILLER                  PIC X(13)
001460         VALUE 'BRUTO:       '.
001474     05  FILLER                  PIC X(13)
001476         VALUE 'SEG. SOCIAL: '.
001478     05  SLP-SS                  PIC Z,ZZZ,ZZ9.99.
001479 01  WS-SLIP-GARNISH-LINE.
001480     05  FILLER                  PIC X(13)
001481         VALUE 'EMBARGO:     '.
001482     05  SLP-GARNISH             PIC Z,ZZZ,ZZ9.99.
001483     05  FILLER                  PIC X(06) VALUE '  REF '.
001484     05  SLP-GAR-REF             PIC X(10).
001485     05  FILLER                  PIC X(13)
001486         VALUE '  PENDIENTE: '.
001487     05  SLP-GAR-PENDING         PIC ZZZ,ZZ9.99.
001480 01  WS-SLIP-NET-LINE.
001482     05  FILLER                  PIC X(13)
001484         VALUE 'NETO:        '.
001486     05  SLP-NET                 PIC Z,ZZZ,ZZ9.99.
001487
001488 01  WS-TRIAL-HEADER.
001489     05  FILLER                  PIC X(28)
001490         VALUE 'NOMINA01 PRUEBA DEL PERIODO '.
001491     05  TH-PERIOD               PIC X(06).
001492     05  FILLER                  PIC X(11) VALUE ' ANTERIOR: '.
001493     05  TH-PRIOR                PIC X(06).
001494     05  FILLER                  PIC X(08) VALUE ' FECHA: '.
001495     05  TH-DATE                 PIC X(10).
001496     05  FILLER                  PIC X(11) VALUE SPACES.
001497
001498 01  WS-TRIAL-DETAIL.
001499     05  TD-EMP-ID               PIC X(06).
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001501     05  TD-NOMBRE               PIC X(20).
001502     05  FILLER                  PIC X(01) VALUE SPACE.
001503     05  TD-PRIOR-GROSS          PIC Z,ZZZ,ZZ9.99.
001504     05  FILLER                  PIC X(01) VALUE SPACE.
001505     05  TD-TRIAL-GROSS          PIC Z,ZZZ,ZZ9.99.
001506     05  FILLER                  PIC X(01) VALUE SPACE.
001507     05  TD-DELTA                PIC --,---,--9.99.
001508     05  FILLER                  PIC X(01) VALUE SPACE.
001509     05  TD-MARKER               PIC X(06).
001510     05  FILLER                  PIC X(06) VALUE SPACES.
001511
001512 01  WS-TRIAL-TOTAL-LINE.
001513     05  TT-LABEL                PIC X(22).
001514     05  TT-PRIOR-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
001515     05  FILLER                  PIC X(01) VALUE SPACE.
001516     05  TT-TRIAL-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
001517     05  FILLER                  PIC X(01) VALUE SPACE.
001518     05  TT-DELTA                PIC ----,---,--9.99.
001519     05  FILLER                  PIC X(13) VALUE SPACES.
001520
001521 01  WS-TRIAL-COUNT-LINE.
001522     05  TC-LABEL                PIC X(24).
001523     05  TC-COUNT                PIC ZZZZ9.
001524     05  FILLER                  PIC X(51) VALUE SPACES.
001525
001488 PROCEDURE DIVISION.
001489
001490 0000-MAINLINE.
001493         PERFORM 2000-PAY-ONE-EMPLOYEE THRU 2000-EXIT
001494             UNTIL FS-EMP-EOF
001500         PERFORM 3000-WRITE-TOTALS     THRU 3000-EXIT
001502         IF WS-TRIAL-RUN
001504             PERFORM 5000-WRITE-COMPARISON THRU 5000-EXIT
001506         ELSE
001508             PERFORM 3500-WRITE-BANK-EXTRACT THRU 3500-EXIT
001510             PERFORM 4000-UPDATE-CONTROL-TOTAL THRU 4000-EXIT
001512         END-IF
001520     END-IF.
001530     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001540     MOVE WS-RETURN-CODE TO RETURN-CODE.
001580
001590*-----------------------------------------------------------*
001600* 1000-INITIALIZE - OPEN THE MASTER FOR A FULL SEQUENTIAL     *
001606* PASS, OPEN THE REGISTER AND AUDIT LOG, PRIME THE READ. A    *
001612* TRIAL RUN OPENS NOTHING IT WOULD UPDATE                     *
001620*-----------------------------------------------------------*
001630 1000-INITIALIZE.
001640     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001776     END-IF.
001777
001778     IF WS-RETURN-CODE = 0
001779         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT
001780     END-IF.
001781
001782     IF WS-RETURN-CODE = 0 AND WS-LIVE-RUN
001783         PERFORM 1600-CHECK-TRIAL-RUN THRU 1600-EXIT
001784     END-IF.
001777
001778     IF WS-RETURN-CODE = 0
001779         PERFORM 1400-LOAD-DEPARTMENTS THRU 1400-EXIT
001780     END-IF.
001781
001782     IF WS-RETURN-CODE = 0 AND WS-TRIAL-RUN
001783         PERFORM 1700-LOAD-PRIOR-HISTORY THRU 1700-EXIT
001784     END-IF.
001785
001786     IF WS-RETURN-CODE = 0 AND WS-LIVE-RUN
001783         OPEN I-O YTD-FILE
001784         IF FS-YTD-NO-FILE
001785             OPEN OUTPUT YTD-FILE
001795
001796     IF WS-RETURN-CODE = 0
001797         OPEN OUTPUT PAYROLL-REPORT-FILE
001798         IF WS-SLIPS-WANTED
001799             OPEN OUTPUT PAYSLIP-FILE
001800         END-IF
001801         IF WS-TRIAL-RUN
001802             MOVE '  *** PRUEBA ***' TO RH-MODE
001803             MOVE '  ** PRUEBA **'   TO SLP-MODE
001804         END-IF
001799         MOVE WS-CURRENT-PERIOD TO RH-PERIOD
001800         MOVE WS-RUN-DATE-DISPLAY TO RH-DATE
001802         MOVE WS-RUN-DATE-DISPLAY TO SLP-DATE
001890         OPEN OUTPUT AUDIT-LOG-FILE
001900     END-IF.
001901
001902     IF WS-LIVE-RUN
001903         OPEN EXTEND EXCEPTION-FILE
001904         IF NOT FS-EXC-OK
001905             CLOSE EXCEPTION-FILE
001906             OPEN OUTPUT EXCEPTION-FILE
001907         END-IF
001906     END-IF.
001907
001908*    A MISSING BANKACCT FILE IS NOT FATAL: THE RUN STILL PAYS
001918                 'DISPONIBLE, STATUS: ' FS-BANK-ACCOUNT-FILE
001919                 ', TODOS LOS PAGOS A EXCEPCION'
001920         END-IF
001921         IF WS-LIVE-RUN
001922             OPEN OUTPUT BANK-WORK-FILE
001923         END-IF
001922     END-IF.
001923
001924     IF WS-RETURN-CODE = 0 AND WS-LIVE-RUN
001925         OPEN EXTEND PAY-HISTORY-FILE
001926         IF NOT FS-HIST-OK
001927             CLOSE PAY-HISTORY-FILE
001928             OPEN OUTPUT PAY-HISTORY-FILE
001929         END-IF
001930     END-IF.
001931
001932*    NO EMBARGOS FILE SIMPLY MEANS NO ORDER HAS EVER BEEN
001933*    REGISTERED; ANY OTHER FAILURE STOPS THE RUN, SINCE PAYING
001934*    IN FULL AN EMPLOYEE UNDER A COURT ORDER IS NOT AN OPTION.
001935*    A TRIAL RUN ONLY READS THE ORDERS
001935     IF WS-RETURN-CODE = 0
001936         MOVE 'N' TO WS-EMB-AVAIL-SW
001937         IF WS-TRIAL-RUN
001938             OPEN INPUT EMBARGO-FILE
001939         ELSE
001940             OPEN I-O EMBARGO-FILE
001941         END-IF
001938         EVALUATE TRUE
001939             WHEN FS-EMB-OK
001940                 SET WS-EMB-AVAILABLE TO TRUE
001941             WHEN FS-EMB-NO-FILE
001942                 DISPLAY 'NOMINA01 - SIN FICHERO EMBARGOS, '
001943                     'NO HAY EMBARGOS QUE APLICAR'
001944             WHEN OTHER
001945                 DISPLAY 'NOMINA01 - *** FICHERO EMBARGOS NO '
001946                     'DISPONIBLE, STATUS: ' FS-EMBARGO-FILE
001947                 MOVE 16 TO WS-RETURN-CODE
001948         END-EVALUATE
001930     END-IF.
001931
001932*    NO HORASTUR FILE (NO CLOCK LOAD SINCE THE ROTA CAME IN)
001933*    PRICES EVERY EMPLOYEE ON EMP-TURNO
001934     IF WS-RETURN-CODE = 0
001935         OPEN INPUT SHIFT-HOURS-FILE
001936         IF FS-HTU-OK
001937             SET WS-HTU-AVAILABLE TO TRUE
001938         ELSE
001939             DISPLAY 'NOMINA01 - FICHERO HORASTUR NO DISPONIBLE, '
001940                 'STATUS: ' FS-SHIFT-HOURS-FILE
001941                 ', PLUS SEGUN EMP-TURNO'
001942         END-IF
001943     END-IF.
001944
001945*    THE VACATION BALANCES ARE CREATED ON FIRST USE; ONE THAT
001946*    CANNOT BE OPENED COSTS THE PERIOD'S ACCRUAL, NOT THE PAYROLL.
001947*    A TRIAL RUN ACCRUES NOTHING
001948     IF WS-RETURN-CODE = 0 AND WS-LIVE-RUN
001948         OPEN I-O LEAVE-BALANCE-FILE
001949         IF FS-SVC-NO-FILE
001950             OPEN OUTPUT LEAVE-BALANCE-FILE
001951             CLOSE LEAVE-BALANCE-FILE
001952             OPEN I-O LEAVE-BALANCE-FILE
001953         END-IF
001954         IF FS-SVC-OK
001955             SET WS-SVC-AVAILABLE TO TRUE
001956         ELSE
001957             DISPLAY 'NOMINA01 - FICHERO SALDOVAC NO DISPONIBLE, '
001958                 'STATUS: ' FS-LEAVE-BALANCE-FILE
001959                 ', SIN DEVENGO DE VACACIONES'
001961         END-IF
001962     END-IF.
001931 1000-EXIT.
001932     EXIT.
001933
002159             'SIN TOTALES POR DEPTO'
002160     ELSE
002161         SET WS-DEPT-AVAILABLE TO TRUE
002162         PERFORM 1420-APPLY-CC-HISTORY THRU 1420-EXIT
002162     END-IF.
002163 1400-EXIT.
002164     EXIT.
002181         MOVE 0 TO WS-DPT-GROSS (WS-DPT-COUNT)
002182                   WS-DPT-DED (WS-DPT-COUNT)
002183                   WS-DPT-NET (WS-DPT-COUNT)
002184                   WS-DPT-GAR (WS-DPT-COUNT)
002185         MOVE 'N' TO WS-DPT-CC-SW (WS-DPT-COUNT)
002184     ELSE
002185         DISPLAY 'NOMINA01 - MAS DE 50 DEPARTAMENTOS EN '
002186             'DEPTMAST, FILA IGNORADA'
002189     EXIT.
002190
002191*-----------------------------------------------------------*
002192* 1420-APPLY-CC-HISTORY - DEPTMAST CARRIES THE LATEST COST    *
002193* CENTRE, WHICH MAY TAKE EFFECT AFTER THIS PERIOD STARTS. THE *
002194* FIRST DEPTCCH ROW PER DEPARTMENT EFFECTIVE AFTER THE PERIOD *
002195* START HOLDS THE COST CENTRE IN FORCE FOR THE PERIOD (ROWS   *
002196* ARE IN EFFECTIVE-DATE ORDER PER DEPARTMENT)                 *
002197*-----------------------------------------------------------*
002198 1420-APPLY-CC-HISTORY.
002199     OPEN INPUT CC-HISTORY-FILE.
002200     IF NOT FS-DCH-OK
002201         GO TO 1420-EXIT
002202     END-IF.
002203     PERFORM 1430-APPLY-ONE-CC-CHANGE THRU 1430-EXIT
002204         UNTIL NOT FS-DCH-OK.
002205     CLOSE CC-HISTORY-FILE.
002206 1420-EXIT.
002207     EXIT.
002208
002209 1430-APPLY-ONE-CC-CHANGE.
002210     READ CC-HISTORY-FILE
002211         AT END
002212             GO TO 1430-EXIT
002213     END-READ.
002214     IF DCH-EFFECTIVE-DATE NOT > WS-PER-START (WS-CURRENT-PER-IX)
002215         GO TO 1430-EXIT
002216     END-IF.
002217     SET WS-DEPT-NOT-FOUND TO TRUE.
002218     PERFORM 1440-MATCH-CC-DEPT THRU 1440-EXIT
002219         VARYING WS-DPT-INDEX FROM 1 BY 1
002220         UNTIL WS-DPT-INDEX > WS-DPT-COUNT
002221             OR WS-DEPT-FOUND.
002222 1430-EXIT.
002223     EXIT.
002224
002225 1440-MATCH-CC-DEPT.
002226     IF WS-DPT-CODE (WS-DPT-INDEX) = DCH-DPT-CODE
002227         SET WS-DEPT-FOUND TO TRUE
002228         IF NOT WS-DPT-CC-FROM-HISTORY (WS-DPT-INDEX)
002229             MOVE DCH-OLD-COST-CENTRE
002230                 TO WS-DPT-COST-CENTRE (WS-DPT-INDEX)
002231             SET WS-DPT-CC-FROM-HISTORY (WS-DPT-INDEX) TO TRUE
002232         END-IF
002233     END-IF.
002234 1440-EXIT.
002235     EXIT.
002190
002191*-----------------------------------------------------------*
002192* 1500-READ-PARAMETERS - THE EMBARGO PARMFILE CARD CARRIES    *
002193* THE MONTHLY SMI (5 DIGITS, 2 IMPLIED DECIMALS) THAT NO      *
002194* GARNISHMENT MAY TOUCH. NO CARD KEEPS THE 1184.00 DEFAULT; A *
002195* NON-NUMERIC OR ZERO VALUE FAILS THE STEP (RC 16) PER THE    *
002196* PARMFILE CONVENTION. THE NOMINA01 CARD SETS THE RUN MODE    *
002197*-----------------------------------------------------------*
002198 1500-READ-PARAMETERS.
002199     SET WS-PARM-NOT-FOUND TO TRUE.
002200     OPEN INPUT PARAMETER-FILE.
002201     IF NOT FS-PARM-OK
002202         GO TO 1500-EXIT
002203     END-IF.
002204     PERFORM 1510-SCAN-ONE-PARAMETER THRU 1510-EXIT
002205         UNTIL NOT FS-PARM-OK.
002206     CLOSE PARAMETER-FILE.
002207     PERFORM 1520-CHECK-RUN-MODE THRU 1520-EXIT.
002208     IF WS-PARM-NOT-FOUND OR WS-RETURN-CODE NOT = 0
002208         GO TO 1500-EXIT
002209     END-IF.
002210     IF WS-SMI-INPUT IS NOT NUMERIC
002211             OR WS-SMI-INPUT-N = 0
002212         DISPLAY 'NOMINA01 - *** SMI NO VALIDO EN PARMFILE: '
002213             WS-SMI-INPUT ' ***'
002214         MOVE 16 TO WS-RETURN-CODE
002215         GO TO 1500-EXIT
002216     END-IF.
002217     MOVE WS-SMI-INPUT-N TO WS-SMI-AMOUNT.
002218     DISPLAY 'NOMINA01 - SMI INEMBARGABLE: ' WS-SMI-AMOUNT.
002219 1500-EXIT.
002220     EXIT.
002221
002222 1510-SCAN-ONE-PARAMETER.
002223     READ PARAMETER-FILE
002224         AT END
002225             GO TO 1510-EXIT
002226     END-READ.
002227     IF FS-PARM-OK AND PRM-PROGRAM-ID = 'EMBARGO'
002228             AND WS-PARM-NOT-FOUND
002228         MOVE PRM-VALUE (1:7) TO WS-SMI-INPUT
002229         SET WS-PARM-FOUND TO TRUE
002230     END-IF.
002231     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
002232             AND NOT WS-MODE-FOUND
002233         MOVE PRM-VALUE TO WS-MODE-INPUT
002234         SET WS-MODE-FOUND TO TRUE
002235     END-IF.
002231 1510-EXIT.
002189     EXIT.
002190
002191*-----------------------------------------------------------*
002192* 1520-CHECK-RUN-MODE - NO NOMINA01 CARD (OR A BLANK ONE) IS  *
002193* THE LIVE PAYROLL. PRUEBA IS A TRIAL RUN WITH THE REGISTER   *
002194* ONLY, PRUEBA RECIBOS A TRIAL WITH THE PAYSLIPS AS WELL.     *
002195* ANYTHING ELSE FAILS THE STEP (RC 16)                        *
002196*-----------------------------------------------------------*
002197 1520-CHECK-RUN-MODE.
002198     EVALUATE WS-MODE-INPUT
002199         WHEN SPACES
002200             CONTINUE
002201         WHEN 'PRUEBA'
002202             SET WS-TRIAL-RUN TO TRUE
002203             MOVE 'N' TO WS-SLIPS-SW
002204         WHEN 'PRUEBA RECIBOS'
002205             SET WS-TRIAL-RUN TO TRUE
002206         WHEN OTHER
002207             DISPLAY 'NOMINA01 - *** MODO NO VALIDO EN PARMFILE: '
002208                 WS-MODE-INPUT ' ***'
002209             MOVE 16 TO WS-RETURN-CODE
002210     END-EVALUATE.
002211     IF WS-TRIAL-RUN
002212         DISPLAY 'NOMINA01 - NOMINA DE PRUEBA, NINGUN FICHERO '
002213             'SE ACTUALIZA'
002214     END-IF.
002215 1520-EXIT.
002216     EXIT.
002217
002218*-----------------------------------------------------------*
002219* 1600-CHECK-TRIAL-RUN - THE LIVE RUN ONLY PAYS WHAT A        *
002220* SUPERVISOR HAS SEEN: AUDITLOG MUST HOLD A CLEAN TRIAL       *
002221* (ACTION PRUEBA) OF THIS PERIOD STAMPED LATER THAN THE LAST  *
002222* EMPMAST CHANGE - AN EMPMAINT CHANGE, AN EMPLOAD LOAD, A     *
002223* FICHAJES CLOCK LOAD, A TARAPLIC RATE CHANGE OR AN EMPBKUP   *
002224* RELOAD. NO SUCH TRIAL REFUSES THE RUN WITH RC 20            *
002225*-----------------------------------------------------------*
002226 1600-CHECK-TRIAL-RUN.
002227     MOVE SPACES TO WS-TRIAL-STAMP
002228                    WS-CHANGE-STAMP.
002229     OPEN INPUT AUDIT-LOG-FILE.
002230     IF FS-AUDIT-OK
002231         PERFORM 1610-SCAN-ONE-STAMP THRU 1610-EXIT
002232             UNTIL NOT FS-AUDIT-OK
002233         CLOSE AUDIT-LOG-FILE
002234     END-IF.
002235     IF WS-TRIAL-STAMP = SPACES
002236         DISPLAY 'NOMINA01 - *** NO HAY NOMINA DE PRUEBA DEL '
002237             'PERIODO ' WS-CURRENT-PERIOD ' - EJECUTE LA PRUEBA '
002238             'ANTES DE LA NOMINA REAL ***'
002239         MOVE 20 TO WS-RETURN-CODE
002240         GO TO 1600-EXIT
002241     END-IF.
002242     IF WS-CHANGE-STAMP > WS-TRIAL-STAMP
002243         DISPLAY 'NOMINA01 - *** EMPMAST CAMBIADO POR '
002244             WS-CHANGE-PROGRAM ' EL ' CS-DATE ' ' CS-TIME
002245             ' DESPUES DE LA PRUEBA DEL ' TS-DATE ' ' TS-TIME
002246             ' - REPITA LA PRUEBA ***'
002247         MOVE 20 TO WS-RETURN-CODE
002248         GO TO 1600-EXIT
002249     END-IF.
002250     DISPLAY 'NOMINA01 - PRUEBA DEL PERIODO VALIDA: '
002251         TS-DATE ' ' TS-TIME.
002252 1600-EXIT.
002253     EXIT.
002254
002255 1610-SCAN-ONE-STAMP.
002256     READ AUDIT-LOG-FILE
002257         AT END
002258             GO TO 1610-EXIT
002259     END-READ.
002260     MOVE AUD-RUN-DATE TO AS-DATE.
002261     MOVE AUD-RUN-TIME TO AS-TIME.
002262     IF AUD-PROGRAM-ID = WS-PROGRAM-ID
002263             AND AUD-ACTION = 'PRUEBA'
002264             AND AUD-KEY-VALUE (1:6) = WS-CURRENT-PERIOD
002265         IF WS-AUD-STAMP > WS-TRIAL-STAMP
002266             MOVE WS-AUD-STAMP TO WS-TRIAL-STAMP
002267         END-IF
002268         GO TO 1610-EXIT
002269     END-IF.
002270     MOVE 'N' TO WS-EMPMAST-CHANGE-SW.
002271     EVALUATE AUD-PROGRAM-ID
002272         WHEN 'EMPMAINT'
002273             IF AUD-ACTION NOT = 'FIN'
002274                 SET WS-EMPMAST-CHANGED TO TRUE
002275             END-IF
002276         WHEN 'EMPLOAD'
002277         WHEN 'FICHAJES'
002278             SET WS-EMPMAST-CHANGED TO TRUE
002279         WHEN 'TARAPLIC'
002280             IF AUD-ACTION = 'TARIFA'
002281                 SET WS-EMPMAST-CHANGED TO TRUE
002282             END-IF
002283         WHEN 'EMPBKUP'
002284             IF AUD-ACTION = 'RECARGA'
002285                 SET WS-EMPMAST-CHANGED TO TRUE
002286             END-IF
002287         WHEN OTHER
002288             CONTINUE
002289     END-EVALUATE.
002290     IF WS-EMPMAST-CHANGED AND WS-AUD-STAMP > WS-CHANGE-STAMP
002291         MOVE WS-AUD-STAMP   TO WS-CHANGE-STAMP
002292         MOVE AUD-PROGRAM-ID TO WS-CHANGE-PROGRAM
002293     END-IF.
002294 1610-EXIT.
002295     EXIT.
002296
002297*-----------------------------------------------------------*
002298* 1700-LOAD-PRIOR-HISTORY - OPEN THE TRIAL COMPARISON REPORT. *
002299* THE PREVIOUS PERIOD IS THE PAYPERD ROW ENDING LATEST BEFORE *
002300* THIS ONE STARTS; ITS REGULAR PAYHIST ROWS (LAST ROW PER     *
002301* EMPLOYEE WINS, AS IN NOMINA02) ARE WHAT THE TRIAL IS        *
002302* COMPARED WITH. NO SUCH PERIOD OR NO PAYHIST LEAVES THE      *
002303* TABLE EMPTY AND EVERY EMPLOYEE COMPARES AS NEW              *
002304*-----------------------------------------------------------*
002305 1700-LOAD-PRIOR-HISTORY.
002306     PERFORM 1710-CHECK-ONE-PRIOR-PERIOD THRU 1710-EXIT
002307         VARYING WS-PER-INDEX FROM 1 BY 1
002308         UNTIL WS-PER-INDEX > WS-PER-COUNT.
002309     OPEN OUTPUT TRIAL-REPORT-FILE.
002310     MOVE WS-CURRENT-PERIOD   TO TH-PERIOD.
002311     MOVE WS-PRIOR-PERIOD     TO TH-PRIOR.
002312     MOVE WS-RUN-DATE-DISPLAY TO TH-DATE.
002313     MOVE WS-TRIAL-HEADER TO TRIAL-REPORT-LINE.
002314     WRITE TRIAL-REPORT-LINE.
002315     IF WS-PRIOR-PERIOD = SPACES
002316         DISPLAY 'NOMINA01 - SIN PERIODO ANTERIOR EN PAYPERD, '
002317             'TODOS LOS EMPLEADOS SE COMPARAN COMO ALTA'
002318         GO TO 1700-EXIT
002319     END-IF.
002320     OPEN INPUT PAY-HISTORY-FILE.
002321     IF NOT FS-HIST-OK
002322         DISPLAY 'NOMINA01 - FICHERO PAYHIST NO DISPONIBLE, '
002323             'STATUS: ' FS-PAY-HISTORY-FILE
002324             ', TODOS LOS EMPLEADOS SE COMPARAN COMO ALTA'
002325         GO TO 1700-EXIT
002326     END-IF.
002327     PERFORM 1720-LOAD-ONE-PRIOR-ROW THRU 1720-EXIT
002328         UNTIL NOT FS-HIST-OK.
002329     CLOSE PAY-HISTORY-FILE.
002330     IF WS-PRI-OVERFLOW
002331         DISPLAY 'NOMINA01 - *** MAS DE 9999 EMPLEADOS EN EL '
002332             'PAYHIST DEL PERIODO ' WS-PRIOR-PERIOD ' ***'
002333         MOVE 12 TO WS-RETURN-CODE
002334         GO TO 1700-EXIT
002335     END-IF.
002336     DISPLAY 'NOMINA01 - PERIODO ANTERIOR: ' WS-PRIOR-PERIOD
002337         ' EMPLEADOS: ' WS-PRI-COUNT.
002338 1700-EXIT.
002339     EXIT.
002340
002341 1710-CHECK-ONE-PRIOR-PERIOD.
002342     IF WS-PER-END (WS-PER-INDEX) <
002343             WS-PER-START (WS-CURRENT-PER-IX)
002344             AND WS-PER-END (WS-PER-INDEX) > WS-PRIOR-END
002345         MOVE WS-PER-ID (WS-PER-INDEX)  TO WS-PRIOR-PERIOD
002346         MOVE WS-PER-END (WS-PER-INDEX) TO WS-PRIOR-END
002347     END-IF.
002348 1710-EXIT.
002349     EXIT.
002350
002351 1720-LOAD-ONE-PRIOR-ROW.
002352     READ PAY-HISTORY-FILE
002353         AT END
002354             GO TO 1720-EXIT
002355     END-READ.
002356     IF PH-PERIOD NOT = WS-PRIOR-PERIOD
002357             OR NOT PH-REGULAR-ENTRY
002358         GO TO 1720-EXIT
002359     END-IF.
002360     SET WS-PRI-NOT-FOUND TO TRUE.
002361     PERFORM 1730-MATCH-ONE-PRIOR-ROW THRU 1730-EXIT
002362         VARYING WS-PRI-INDEX FROM 1 BY 1
002363         UNTIL WS-PRI-INDEX > WS-PRI-COUNT
002364             OR WS-PRI-FOUND.
002365     IF WS-PRI-FOUND
002366         GO TO 1720-EXIT
002367     END-IF.
002368     IF WS-PRI-COUNT < 9999
002369         ADD 1 TO WS-PRI-COUNT
002370         MOVE PH-EMP-ID TO WS-PRI-EMP-ID (WS-PRI-COUNT)
002371         MOVE PH-GROSS  TO WS-PRI-GROSS (WS-PRI-COUNT)
002372         MOVE 'N'       TO WS-PRI-MATCHED-SW (WS-PRI-COUNT)
002373     ELSE
002374         SET WS-PRI-OVERFLOW TO TRUE
002375     END-IF.
002376 1720-EXIT.
002377     EXIT.
002378
002379 1730-MATCH-ONE-PRIOR-ROW.
002380     IF WS-PRI-EMP-ID (WS-PRI-INDEX) = PH-EMP-ID
002381         MOVE PH-GROSS TO WS-PRI-GROSS (WS-PRI-INDEX)
002382         SET WS-PRI-FOUND TO TRUE
002383     END-IF.
002384 1730-EXIT.
002385     EXIT.
002190
002191*-----------------------------------------------------------*
002192* 2000-PAY-ONE-EMPLOYEE - GROSS PAY IS HOURS X RATE, TIMES    *
002193* 1.25 FOR NIGHT HOURS AND 1.10 FOR EVENING HOURS. WITH AN    *
002194* AGREEING HORASTUR ROW EACH SHIFT'S HOURS CARRY THEIR OWN    *
002195* PREMIUM; OTHERWISE ALL HOURS TAKE EMP-TURNO'S. A TURNO      *
002196* OUTSIDE M/T/N EARNS THE FLAT RATE AND IS WARNED ON THE      *
002197* CONSOLE - THE SHIFT ROSTER RUN OWNS THAT EXCEPTION          *
002196*-----------------------------------------------------------*
002197 2000-PAY-ONE-EMPLOYEE.
002198*    A MASTER RECORD WRITTEN BEFORE THE PAY FIELDS EXISTED (OR
002205         MOVE 0 TO EMP-PAY-RATE
002206                   EMP-HOURS
002207     END-IF.
002208     PERFORM 2050-READ-SHIFT-HOURS THRU 2050-EXIT.
002209     IF WS-SHIFT-SPLIT
002210         COMPUTE WS-GROSS-PAY ROUNDED =
002211             EMP-PAY-RATE * (HTU-MINUTES-MANANA
002212                           + HTU-MINUTES-TARDE * 1.10
002213                           + HTU-MINUTES-NOCHE * 1.25) / 60
002214             ON SIZE ERROR
002215                 PERFORM 2900-GROSS-OVERFLOW THRU 2900-EXIT
002216         END-COMPUTE
002217     END-IF.
002208     EVALUATE TRUE
002209         WHEN EMP-TURNO-NOCHE
002210             IF WS-SHIFT-NOT-SPLIT
002211                 COMPUTE WS-GROSS-PAY ROUNDED =
002212                     EMP-HOURS * EMP-PAY-RATE * 1.25
002213                     ON SIZE ERROR
002214                         PERFORM 2900-GROSS-OVERFLOW
                             THRU 2900-EXIT
002215                 END-COMPUTE
002216             END-IF
002215             ADD WS-GROSS-PAY TO WS-TOTAL-NOCHE
002216         WHEN EMP-TURNO-TARDE
002217             IF WS-SHIFT-NOT-SPLIT
002218                 COMPUTE WS-GROSS-PAY ROUNDED =
002219                     EMP-HOURS * EMP-PAY-RATE * 1.10
002220                     ON SIZE ERROR
002221                         PERFORM 2900-GROSS-OVERFLOW
                             THRU 2900-EXIT
002222                 END-COMPUTE
002223             END-IF
002230             ADD WS-GROSS-PAY TO WS-TOTAL-TARDE
002240         WHEN EMP-TURNO-MANANA
002246             IF WS-SHIFT-NOT-SPLIT
002252                 COMPUTE WS-GROSS-PAY ROUNDED =
002258                     EMP-HOURS * EMP-PAY-RATE
002264                     ON SIZE ERROR
002270                         PERFORM 2900-GROSS-OVERFLOW
                             THRU 2900-EXIT
002276                 END-COMPUTE
002282             END-IF
002300             ADD WS-GROSS-PAY TO WS-TOTAL-MANANA
002310         WHEN OTHER
002317             IF WS-SHIFT-NOT-SPLIT
002324                 COMPUTE WS-GROSS-PAY ROUNDED =
002331                     EMP-HOURS * EMP-PAY-RATE
002338                     ON SIZE ERROR
002345                         PERFORM 2900-GROSS-OVERFLOW
                             THRU 2900-EXIT
002352                 END-COMPUTE
002359                 ADD 1 TO WS-TURNO-WARN-COUNT
002366                 DISPLAY 'NOMINA01 - TURNO NO VALIDO PARA '
002373                     EMP-ID ': ' EMP-TURNO ', SIN PLUS'
002380             END-IF
002400     END-EVALUATE.
002410
002412     PERFORM 2500-COMPUTE-DEDUCTIONS THRU 2500-EXIT.
002413     PERFORM 2550-APPLY-GARNISHMENTS THRU 2550-EXIT.
002414     PERFORM 2600-ADD-SHIFT-DEDUCTIONS THRU 2600-EXIT.
002415     PERFORM 2650-ADD-DEPT-TOTALS THRU 2650-EXIT.
002416
002420     ADD WS-GROSS-PAY        TO WS-GRAND-TOTAL.
002422     ADD WS-DEDUCTION-AMOUNT TO WS-DED-GRAND-TOTAL.
002424     ADD WS-NET-PAY          TO WS-NET-GRAND-TOTAL.
002427     ADD WS-GARNISH-AMOUNT   TO WS-GAR-GRAND-TOTAL.
002428     ADD WS-IRPF-AMOUNT      TO WS-IRPF-GRAND-TOTAL.
002429     ADD WS-SS-AMOUNT        TO WS-SS-GRAND-TOTAL.
002430     ADD 1 TO WS-EMPLOYEE-COUNT.
002440
002450     MOVE EMP-ID       TO RD-EMP-ID.
002490     MOVE EMP-PAY-RATE TO RD-RATE.
002500     MOVE WS-GROSS-PAY TO RD-GROSS.
002502     MOVE WS-DEDUCTION-AMOUNT TO RD-DEDUCTIONS.
002503     MOVE WS-GARNISH-AMOUNT TO RD-GARNISH.
002504     MOVE WS-NET-PAY   TO RD-NET.
002510     MOVE WS-REPORT-DETAIL TO PAYROLL-REPORT-LINE.
002520     WRITE PAYROLL-REPORT-LINE.
002522
002523     IF WS-SLIPS-WANTED
002524         PERFORM 2700-WRITE-PAYSLIP THRU 2700-EXIT
002525     END-IF.
002526     IF WS-TRIAL-RUN
002527         PERFORM 2850-COLLECT-BANK-PAYMENT THRU 2850-EXIT
002528         PERFORM 2970-COMPARE-ONE-EMPLOYEE THRU 2970-EXIT
002529     ELSE
002530         PERFORM 2800-UPDATE-YTD THRU 2800-EXIT
002531         PERFORM 2820-ACCRUE-LEAVE THRU 2820-EXIT
002532         PERFORM 2850-COLLECT-BANK-PAYMENT THRU 2850-EXIT
002533         PERFORM 2950-COLLECT-CREDITOR-PAYMENTS THRU 2950-EXIT
002534         PERFORM 2870-WRITE-PAY-HISTORY THRU 2870-EXIT
002535     END-IF.
002530
002540     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
002550 2000-EXIT.
002560     EXIT.
002561
002562*-----------------------------------------------------------*
002563* 2050-READ-SHIFT-HOURS - THE EMPLOYEE'S MINUTES PER SHIFT    *
002564* FROM THE LAST CLOCK LOAD. THE SPLIT IS USED ONLY WHILE ITS  *
002565* TOTAL STILL EQUALS EMP-HOURS; A ROW THAT DISAGREES (HOURS   *
002566* CHANGED BY HAND SINCE THE LOAD) IS LOGGED AND IGNORED       *
002567*-----------------------------------------------------------*
002568 2050-READ-SHIFT-HOURS.
002569     SET WS-SHIFT-NOT-SPLIT TO TRUE.
002570     IF NOT WS-HTU-AVAILABLE
002571         GO TO 2050-EXIT
002572     END-IF.
002573     MOVE EMP-ID TO HTU-EMP-ID.
002574     READ SHIFT-HOURS-FILE
002575         INVALID KEY
002576             SET FS-HTU-NOTFND TO TRUE
002577     END-READ.
002578     IF NOT FS-HTU-OK
002579         GO TO 2050-EXIT
002580     END-IF.
002581     COMPUTE WS-SPLIT-HOURS ROUNDED =
002582         (HTU-MINUTES-MANANA + HTU-MINUTES-TARDE
002583                             + HTU-MINUTES-NOCHE) / 60.
002584     IF WS-SPLIT-HOURS = EMP-HOURS
002585         SET WS-SHIFT-SPLIT TO TRUE
002586         ADD 1 TO WS-SPLIT-COUNT
002587         GO TO 2050-EXIT
002588     END-IF.
002589     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
002590     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
002591     MOVE 'EMP-HOURS'     TO EXC-FIELD-NAME.
002592     MOVE EMP-ID          TO SX-EMP-ID.
002593     MOVE WS-SPLIT-HOURS  TO SX-SPLIT-HOURS.
002594     MOVE EMP-HOURS       TO SX-EMP-HOURS.
002595     MOVE WS-SPLIT-EXC-VALUE TO EXC-FIELD-VALUE.
002596     MOVE 'HORAS POR TURNO NO CUADRAN CON EMP-HOURS'
002597                          TO EXC-REASON.
002598     SET  EXC-OPEN        TO TRUE.
002599     MOVE SPACES          TO EXC-RESOLVED-DATE
002600                             EXC-RESOLVED-BY.
002601     PERFORM 2890-PUT-EXCEPTION THRU 2890-EXIT.
002602     IF WS-RETURN-CODE < 4
002603         MOVE 4 TO WS-RETURN-CODE
002604     END-IF.
002605 2050-EXIT.
002606     EXIT.
002570
002572*-----------------------------------------------------------*
002573* 2500-COMPUTE-DEDUCTIONS - PICK THE FIRST RATE BAND WHOSE    *
002611     EXIT.
002612
002613*-----------------------------------------------------------*
002614* 2550-APPLY-GARNISHMENTS - LOAD THE EMPLOYEE'S OPEN ORDERS,  *
002615* WORK OUT THE MOST THE LAW LETS THIS NET PAY GIVE UP, SHARE  *
002616* IT OUT IN PRIORITY ORDER (01 FIRST, NO ORDER TAKING MORE    *
002617* THAN IT STILL OWES), POST EACH ORDER BACK TO EMBARGOS AND   *
002618* TAKE THE TOTAL OFF NET PAY. IRPF AND SS ARE UNTOUCHED       *
002619*-----------------------------------------------------------*
002620 2550-APPLY-GARNISHMENTS.
002621     MOVE 0 TO WS-GARNISH-AMOUNT.
002622     MOVE 0 TO WS-GAR-COUNT.
002623     IF NOT WS-EMB-AVAILABLE
002624         GO TO 2550-EXIT
002625     END-IF.
002626     MOVE 'N' TO WS-GAR-EOF-SW.
002627     MOVE EMP-ID     TO EMB-EMP-ID.
002628     MOVE LOW-VALUES TO EMB-ORDER-REF.
002629     START EMBARGO-FILE KEY IS NOT LESS THAN EMB-KEY
002630         INVALID KEY
002631             SET WS-GAR-EOF TO TRUE
002632     END-START.
002633     PERFORM 2560-LOAD-ONE-ORDER THRU 2560-EXIT
002634         UNTIL WS-GAR-EOF.
002635     IF WS-GAR-COUNT = 0
002636         GO TO 2550-EXIT
002637     END-IF.
002638
002639     PERFORM 2570-COMPUTE-GARNISH-LIMIT THRU 2570-EXIT.
002640     MOVE 'Y' TO WS-GAR-MORE-SW.
002641     PERFORM 2580-PAY-NEXT-ORDER THRU 2580-EXIT
002642         UNTIL WS-GAR-NO-MORE.
002643     PERFORM 2590-POST-ONE-ORDER THRU 2590-EXIT
002644         VARYING WS-GAR-INDEX FROM 1 BY 1
002645         UNTIL WS-GAR-INDEX > WS-GAR-COUNT.
002646     SUBTRACT WS-GARNISH-AMOUNT FROM WS-NET-PAY.
002647 2550-EXIT.
002648     EXIT.
002649
002650*-----------------------------------------------------------*
002651* 2560-LOAD-ONE-ORDER - A RERUN OF THE PERIOD LAST POSTED TO  *
002652* THE ORDER FIRST BACKS THAT POSTING OUT, AND AN ORDER THAT   *
002653* POSTING PAID OFF IS OPEN AGAIN; AN ORDER CLOSED BY HAND     *
002654* (STILL OWING) STAYS CLOSED. OPEN ORDERS GO TO THE TABLE     *
002655*-----------------------------------------------------------*
002656 2560-LOAD-ONE-ORDER.
002657     READ EMBARGO-FILE NEXT RECORD
002658         AT END
002659             SET WS-GAR-EOF TO TRUE
002660             GO TO 2560-EXIT
002661     END-READ.
002662     IF EMB-EMP-ID NOT = EMP-ID
002663         SET WS-GAR-EOF TO TRUE
002664         GO TO 2560-EXIT
002665     END-IF.
002666     IF EMB-LAST-PERIOD = WS-CURRENT-PERIOD
002667         IF EMB-CLOSED AND EMB-WITHHELD NOT < EMB-TOTAL-OWED
002668             SET EMB-ACTIVE TO TRUE
002669         END-IF
002670         SUBTRACT EMB-LAST-AMOUNT FROM EMB-WITHHELD
002671     END-IF.
002672     IF EMB-CLOSED OR EMB-WITHHELD NOT < EMB-TOTAL-OWED
002673         GO TO 2560-EXIT
002674     END-IF.
002675     IF WS-GAR-COUNT NOT < 10
002676         DISPLAY 'NOMINA01 - MAS DE 10 EMBARGOS ACTIVOS PARA '
002677             EMP-ID ', ORDEN ' EMB-ORDER-REF ' ESPERA AL '
002678             'PROXIMO PERIODO'
002679         GO TO 2560-EXIT
002680     END-IF.
002681     ADD 1 TO WS-GAR-COUNT.
002682     MOVE EMB-KEY           TO WS-GAR-KEY (WS-GAR-COUNT).
002683     MOVE EMB-PRIORITY      TO WS-GAR-PRIORITY (WS-GAR-COUNT).
002684     MOVE EMB-TOTAL-OWED    TO WS-GAR-OWED (WS-GAR-COUNT).
002685     MOVE EMB-WITHHELD      TO WS-GAR-HELD (WS-GAR-COUNT).
002686     MOVE EMB-CREDITOR-IBAN TO WS-GAR-IBAN (WS-GAR-COUNT).
002687     MOVE 0                 TO WS-GAR-AMOUNT (WS-GAR-COUNT).
002688     MOVE 'N'               TO WS-GAR-DONE-SW (WS-GAR-COUNT).
002689 2560-EXIT.
002690     EXIT.
002691
002692*-----------------------------------------------------------*
002693* 2570-COMPUTE-GARNISH-LIMIT - NOTHING UP TO ONE SMI; ABOVE   *
002694* IT, EACH FURTHER SMI-WIDE SLICE GIVES UP 30, 50, 60 AND 75  *
002695* PCT IN TURN AND EVERYTHING BEYOND THE FOURTH SLICE 90 PCT   *
002696*-----------------------------------------------------------*
002697 2570-COMPUTE-GARNISH-LIMIT.
002698     MOVE 0 TO WS-GAR-LIMIT.
002699     IF WS-NET-PAY NOT > WS-SMI-AMOUNT
002700         GO TO 2570-EXIT
002701     END-IF.
002702     COMPUTE WS-GAR-EXCESS = WS-NET-PAY - WS-SMI-AMOUNT.
002703     PERFORM 2575-ADD-ONE-SLICE THRU 2575-EXIT
002704         VARYING WS-GAR-TIER FROM 1 BY 1
002705         UNTIL WS-GAR-TIER > 5 OR WS-GAR-EXCESS = 0.
002706 2570-EXIT.
002707     EXIT.
002708
002709 2575-ADD-ONE-SLICE.
002710     IF WS-GAR-TIER < 5 AND WS-GAR-EXCESS > WS-SMI-AMOUNT
002711         MOVE WS-SMI-AMOUNT TO WS-GAR-SLICE
002712     ELSE
002713         MOVE WS-GAR-EXCESS TO WS-GAR-SLICE
002714     END-IF.
002715     COMPUTE WS-GAR-LIMIT ROUNDED = WS-GAR-LIMIT +
002716         WS-GAR-SLICE * WS-GAR-SCALE-PCT (WS-GAR-TIER) / 100.
002717     SUBTRACT WS-GAR-SLICE FROM WS-GAR-EXCESS.
002718 2575-EXIT.
002719     EXIT.
002720
002721*-----------------------------------------------------------*
002722* 2580-PAY-NEXT-ORDER - TAKE THE UNSETTLED ORDER WITH THE     *
002723* LOWEST PRIORITY NUMBER (TIES IN REFERENCE ORDER) AND GIVE   *
002724* IT WHAT IS LEFT OF THE LIMIT, UP TO ITS OUTSTANDING BALANCE *
002725*-----------------------------------------------------------*
002726 2580-PAY-NEXT-ORDER.
002727     MOVE 0 TO WS-GAR-PICK.
002728     PERFORM 2585-CHECK-ONE-PRIORITY THRU 2585-EXIT
002729         VARYING WS-GAR-INDEX FROM 1 BY 1
002730         UNTIL WS-GAR-INDEX > WS-GAR-COUNT.
002731     IF WS-GAR-PICK = 0
002732         SET WS-GAR-NO-MORE TO TRUE
002733         GO TO 2580-EXIT
002734     END-IF.
002735     COMPUTE WS-GAR-PENDING = WS-GAR-OWED (WS-GAR-PICK)
002736         - WS-GAR-HELD (WS-GAR-PICK).
002737     COMPUTE WS-GAR-EXCESS = WS-GAR-LIMIT - WS-GARNISH-AMOUNT.
002738     IF WS-GAR-PENDING < WS-GAR-EXCESS
002739         MOVE WS-GAR-PENDING TO WS-GAR-AMOUNT (WS-GAR-PICK)
002740     ELSE
002741         MOVE WS-GAR-EXCESS  TO WS-GAR-AMOUNT (WS-GAR-PICK)
002742     END-IF.
002743     ADD WS-GAR-AMOUNT (WS-GAR-PICK) TO WS-GARNISH-AMOUNT.
002744     SET WS-GAR-DONE (WS-GAR-PICK) TO TRUE.
002745 2580-EXIT.
002746     EXIT.
002747
002748 2585-CHECK-ONE-PRIORITY.
002749     IF NOT WS-GAR-DONE (WS-GAR-INDEX)
002750         IF WS-GAR-PICK = 0
002751             MOVE WS-GAR-INDEX TO WS-GAR-PICK
002752         ELSE
002753             IF WS-GAR-PRIORITY (WS-GAR-INDEX)
002754                     < WS-GAR-PRIORITY (WS-GAR-PICK)
002755                 MOVE WS-GAR-INDEX TO WS-GAR-PICK
002756             END-IF
002757         END-IF
002758     END-IF.
002759 2585-EXIT.
002760     EXIT.
002761
002762*-----------------------------------------------------------*
002763* 2590-POST-ONE-ORDER - REWRITE THE ORDER WITH ITS NEW        *
002764* WITHHELD FIGURE AND THIS PERIOD'S POSTING (KEPT FOR A       *
002765* RERUN); THE ORDER CLOSES WHEN NOTHING IS LEFT OWING. A      *
002766* TRIAL RUN ONLY WORKS OUT THE NEW WITHHELD FIGURE FOR THE    *
002767* PAYSLIP AND LEAVES THE ORDER AS IT IS                       *
002766*-----------------------------------------------------------*
002767 2590-POST-ONE-ORDER.
002768     MOVE WS-GAR-KEY (WS-GAR-INDEX) TO EMB-KEY.
002769     READ EMBARGO-FILE
002770         INVALID KEY
002771             DISPLAY 'NOMINA01 - *** EMBARGO ' EMB-KEY
002772                 ' DESAPARECIDO, STATUS: ' FS-EMBARGO-FILE
002773             MOVE 12 TO WS-RETURN-CODE
002774             GO TO 2590-EXIT
002775     END-READ.
002776     ADD WS-GAR-AMOUNT (WS-GAR-INDEX)
002777         TO WS-GAR-HELD (WS-GAR-INDEX).
002778     IF WS-TRIAL-RUN
002779         GO TO 2590-EXIT
002780     END-IF.
002778     MOVE WS-GAR-HELD (WS-GAR-INDEX)   TO EMB-WITHHELD.
002779     MOVE WS-CURRENT-PERIOD            TO EMB-LAST-PERIOD.
002780     MOVE WS-GAR-AMOUNT (WS-GAR-INDEX) TO EMB-LAST-AMOUNT.
002781     IF EMB-WITHHELD NOT < EMB-TOTAL-OWED
002782         SET EMB-CLOSED       TO TRUE
002783         MOVE WS-RUN-DATE-NUM TO EMB-CLOSE-DATE
002784         DISPLAY 'NOMINA01 - EMBARGO ' EMB-KEY ' SALDADO Y '
002785             'CERRADO'
002786     ELSE
002787         SET EMB-ACTIVE       TO TRUE
002788         MOVE SPACES          TO EMB-CLOSE-DATE
002789     END-IF.
002790     REWRITE EMBARGO-RECORD
002791         INVALID KEY
002792             DISPLAY 'NOMINA01 - *** REWRITE EMBARGO FALLIDO '
002793                 'PARA ' EMB-KEY ', STATUS: ' FS-EMBARGO-FILE
002794             MOVE 12 TO WS-RETURN-CODE
002795     END-REWRITE.
002796 2590-EXIT.
002797     EXIT.
002612
002613*-----------------------------------------------------------*
002614* 2600-ADD-SHIFT-DEDUCTIONS - THE PER-SHIFT DEDUCTION AND NET *
002615* ACCUMULATORS; A TURNO OUTSIDE M/T/N ONLY REACHES THE GRAND  *
002616* TOTALS, SAME AS THE GROSS ACCUMULATION ABOVE                *
002620         WHEN EMP-TURNO-NOCHE
002621             ADD WS-DEDUCTION-AMOUNT TO WS-DED-NOCHE
002622             ADD WS-NET-PAY          TO WS-NET-NOCHE
002623             ADD WS-GARNISH-AMOUNT   TO WS-GAR-NOCHE
002623         WHEN EMP-TURNO-TARDE
002624             ADD WS-DEDUCTION-AMOUNT TO WS-DED-TARDE
002625             ADD WS-NET-PAY          TO WS-NET-TARDE
002626             ADD WS-GARNISH-AMOUNT   TO WS-GAR-TARDE
002626         WHEN EMP-TURNO-MANANA
002627             ADD WS-DEDUCTION-AMOUNT TO WS-DED-MANANA
002628             ADD WS-NET-PAY          TO WS-NET-MANANA
002629             ADD WS-GARNISH-AMOUNT   TO WS-GAR-MANANA
002629         WHEN OTHER
002630             CONTINUE
002631     END-EVALUATE.
002636* 2650-ADD-DEPT-TOTALS - ACCUMULATE THIS EMPLOYEE'S GROSS,    *
002637* DEDUCTIONS AND NET INTO THE DEPARTMENT TABLE ROW. A CODE    *
002638* NOT ON DEPTMAST (OR A BLANK ONE) GOES TO THE EXCEPTION      *
002639* FILE AND ONLY REACHES THE SHIFT AND GRAND TOTALS, AND THE   *
002640* UNASSIGNED GROSS THE LEDGER SUMMARY CARRIES                 *
002640*-----------------------------------------------------------*
002641 2650-ADD-DEPT-TOTALS.
002642     IF NOT WS-DEPT-AVAILABLE
002643         ADD WS-GROSS-PAY TO WS-UNASSIGNED-GROSS
002643         GO TO 2650-EXIT
002644     END-IF.
002645     SET WS-DEPT-NOT-FOUND TO TRUE.
002648         UNTIL WS-DPT-INDEX > WS-DPT-COUNT
002649             OR WS-DEPT-FOUND.
002650     IF WS-DEPT-NOT-FOUND
002651         ADD WS-GROSS-PAY TO WS-UNASSIGNED-GROSS
002651         PERFORM 2880-WRITE-DEPT-EXCEPTION THRU 2880-EXIT
002652     END-IF.
002653 2650-EXIT.
002658         ADD WS-GROSS-PAY        TO WS-DPT-GROSS (WS-DPT-INDEX)
002659         ADD WS-DEDUCTION-AMOUNT TO WS-DPT-DED (WS-DPT-INDEX)
002660         ADD WS-NET-PAY          TO WS-DPT-NET (WS-DPT-INDEX)
002661         ADD WS-GARNISH-AMOUNT   TO WS-DPT-GAR (WS-DPT-INDEX)
002661         SET WS-DEPT-FOUND TO TRUE
002662     END-IF.
002663 2660-EXIT.
002680     WRITE PAYSLIP-LINE.
002681     MOVE EMP-TURNO TO SLP-TURNO.
002682     EVALUATE TRUE
002683         WHEN WS-SHIFT-SPLIT
002684             MOVE 'CUADRANTE'    TO SLP-PREMIUM
002683         WHEN EMP-TURNO-NOCHE
002684             MOVE 'NOCHE 25 PCT' TO SLP-PREMIUM
002685         WHEN EMP-TURNO-TARDE
002693     MOVE EMP-PAY-RATE TO SLP-RATE.
002694     MOVE WS-SLIP-HOURS-LINE TO PAYSLIP-LINE.
002695     WRITE PAYSLIP-LINE.
002696     IF WS-SHIFT-SPLIT
002697         COMPUTE SLP-HOURS-M ROUNDED = HTU-MINUTES-MANANA / 60
002698         COMPUTE SLP-HOURS-T ROUNDED = HTU-MINUTES-TARDE / 60
002699         COMPUTE SLP-HOURS-N ROUNDED = HTU-MINUTES-NOCHE / 60
002700         MOVE WS-SLIP-SPLIT-LINE TO PAYSLIP-LINE
002701         WRITE PAYSLIP-LINE
002702     END-IF.
002696     MOVE WS-GROSS-PAY TO SLP-GROSS.
002697     MOVE WS-SLIP-GROSS-LINE TO PAYSLIP-LINE.
002698     WRITE PAYSLIP-LINE.
002702     MOVE WS-SS-AMOUNT TO SLP-SS.
002703     MOVE WS-SLIP-SS-LINE TO PAYSLIP-LINE.
002704     WRITE PAYSLIP-LINE.
002705     PERFORM 2710-WRITE-GARNISH-LINE THRU 2710-EXIT
002706         VARYING WS-GAR-INDEX FROM 1 BY 1
002707         UNTIL WS-GAR-INDEX > WS-GAR-COUNT.
002705     MOVE WS-NET-PAY TO SLP-NET.
002706     MOVE WS-SLIP-NET-LINE TO PAYSLIP-LINE.
002707     WRITE PAYSLIP-LINE.
002709     EXIT.
002710
002711*-----------------------------------------------------------*
002712* 2710-WRITE-GARNISH-LINE - ONE PAYSLIP LINE PER ORDER THAT   *
002713* TOOK MONEY THIS PERIOD, WITH THE BALANCE STILL OWING        *
002714*-----------------------------------------------------------*
002715 2710-WRITE-GARNISH-LINE.
002716     IF WS-GAR-AMOUNT (WS-GAR-INDEX) = 0
002717         GO TO 2710-EXIT
002718     END-IF.
002719     MOVE WS-GAR-AMOUNT (WS-GAR-INDEX) TO SLP-GARNISH.
002720     MOVE WS-GAR-KEY (WS-GAR-INDEX) (7:10) TO SLP-GAR-REF.
002721     COMPUTE WS-GAR-PENDING = WS-GAR-OWED (WS-GAR-INDEX)
002722         - WS-GAR-HELD (WS-GAR-INDEX).
002723     MOVE WS-GAR-PENDING TO SLP-GAR-PENDING.
002724     MOVE WS-SLIP-GARNISH-LINE TO PAYSLIP-LINE.
002725     WRITE PAYSLIP-LINE.
002726 2710-EXIT.
002709     EXIT.
002710
002711*-----------------------------------------------------------*
002712* 2800-UPDATE-YTD - POST THIS RUN'S HOURS AND GROSS INTO THE  *
002713* EMPLOYEE'S YTD ROW. NO ROW MEANS A NEW EMPLOYEE (OR A FRESH *
002714* FILE) AND ONE IS WRITTEN; A ROW CARRYING A PRIOR YEAR MEANS *
002729         MOVE WS-RUN-DATE-YYYY TO YTD-YEAR
002730         MOVE EMP-HOURS        TO YTD-HOURS
002731         MOVE WS-GROSS-PAY     TO YTD-GROSS
002732         MOVE WS-IRPF-AMOUNT   TO YTD-IRPF
002733         MOVE WS-SS-AMOUNT     TO YTD-SS
002732         PERFORM 2810-STAMP-LAST-POSTED THRU 2810-EXIT
002733         WRITE YTD-RECORD
002734             INVALID KEY
002738         END-WRITE
002739         GO TO 2800-EXIT
002740     END-IF.
002741*    A ROW WRITTEN BEFORE THE WITHHOLDING FIELDS EXISTED
002742*    STARTS THEM FROM ZERO
002743     IF YTD-IRPF IS NOT NUMERIC
002744             OR YTD-SS IS NOT NUMERIC
002745             OR YTD-LAST-IRPF IS NOT NUMERIC
002746             OR YTD-LAST-SS IS NOT NUMERIC
002747         MOVE 0 TO YTD-IRPF
002748                   YTD-SS
002749                   YTD-LAST-IRPF
002750                   YTD-LAST-SS
002751     END-IF.
002741     IF YTD-YEAR NOT = WS-RUN-DATE-YYYY
002742         DISPLAY 'NOMINA01 - FILA YTD DE ' EMP-ID ' ERA DEL '
002743             'ANO ' YTD-YEAR ', SE REINICIA (FALTO EL CIERRE '
002745         MOVE WS-RUN-DATE-YYYY TO YTD-YEAR
002746         MOVE EMP-HOURS        TO YTD-HOURS
002747         MOVE WS-GROSS-PAY     TO YTD-GROSS
002748         MOVE WS-IRPF-AMOUNT   TO YTD-IRPF
002749         MOVE WS-SS-AMOUNT     TO YTD-SS
002748     ELSE
002749*        A ROW ALREADY POSTED BY THIS PERIOD IS A RERUN (THE
002750*        FAILED RUN LEFT THE PERIOD OPEN): BACK THAT POSTING
002752         IF YTD-LAST-PERIOD = WS-CURRENT-PERIOD
002753             SUBTRACT YTD-LAST-HOURS FROM YTD-HOURS
002754             SUBTRACT YTD-LAST-GROSS FROM YTD-GROSS
002755             SUBTRACT YTD-LAST-IRPF  FROM YTD-IRPF
002756             SUBTRACT YTD-LAST-SS    FROM YTD-SS
002755         END-IF
002756         ADD EMP-HOURS TO YTD-HOURS
002757             ON SIZE ERROR
002765                     ' DESBORDA PIC 9(9)V99 ***'
002766                 MOVE 12 TO WS-RETURN-CODE
002767         END-ADD
002768         ADD WS-IRPF-AMOUNT TO YTD-IRPF
002769         ADD WS-SS-AMOUNT   TO YTD-SS
002768     END-IF.
002769     PERFORM 2810-STAMP-LAST-POSTED THRU 2810-EXIT.
002770     REWRITE YTD-RECORD
002780     MOVE WS-CURRENT-PERIOD TO YTD-LAST-PERIOD.
002781     MOVE EMP-HOURS         TO YTD-LAST-HOURS.
002782     MOVE WS-GROSS-PAY      TO YTD-LAST-GROSS.
002783     MOVE WS-IRPF-AMOUNT    TO YTD-LAST-IRPF.
002784     MOVE WS-SS-AMOUNT      TO YTD-LAST-SS.
002783 2810-EXIT.
002784     EXIT.
002785
002786*-----------------------------------------------------------*
002787* 2820-ACCRUE-LEAVE - ADD THE PERIOD'S VACATION DAYS TO THE   *
002788* EMPLOYEE'S SALDOVAC BALANCE. THE BALANCE REMEMBERS THE LAST *
002789* PERIOD ACCRUED, SO A RERUN OF THE PERIOD LEAVES IT ALONE; NO *
002790* BALANCE YET MEANS ONE IS WRITTEN AT THE STANDARD RATE       *
002791*-----------------------------------------------------------*
002792 2820-ACCRUE-LEAVE.
002793     IF NOT WS-SVC-AVAILABLE
002794         GO TO 2820-EXIT
002795     END-IF.
002796     MOVE EMP-ID TO SVC-EMP-ID.
002797     READ LEAVE-BALANCE-FILE
002798         INVALID KEY
002799             SET FS-SVC-NOTFND TO TRUE
002800     END-READ.
002801     IF FS-SVC-NOTFND
002802         MOVE EMP-ID              TO SVC-EMP-ID
002803         MOVE WS-ACCRUAL-STANDARD TO SVC-DAYS-PER-PERIOD
002804         MOVE WS-ACCRUAL-STANDARD TO SVC-ACCRUED
002805         MOVE 0                   TO SVC-TAKEN
002806         MOVE WS-CURRENT-PERIOD   TO SVC-LAST-PERIOD
002807         WRITE LEAVE-BALANCE-RECORD
002808             INVALID KEY
002809                 DISPLAY 'NOMINA01 - *** ALTA SALDOVAC FALLIDA '
002810                     'PARA ' EMP-ID ', STATUS: '
002811                     FS-LEAVE-BALANCE-FILE
002812                 MOVE 12 TO WS-RETURN-CODE
002813                 GO TO 2820-EXIT
002814         END-WRITE
002815         ADD 1 TO WS-ACCRUAL-COUNT
002816         GO TO 2820-EXIT
002817     END-IF.
002818     IF SVC-LAST-PERIOD = WS-CURRENT-PERIOD
002819         GO TO 2820-EXIT
002820     END-IF.
002821     ADD SVC-DAYS-PER-PERIOD TO SVC-ACCRUED
002822         ON SIZE ERROR
002823             DISPLAY 'NOMINA01 - *** SALDO VACACIONES DE ' EMP-ID
002824                 ' DESBORDA PIC 9(3)V99 ***'
002825             MOVE 12 TO WS-RETURN-CODE
002826             GO TO 2820-EXIT
002827     END-ADD.
002828     MOVE WS-CURRENT-PERIOD TO SVC-LAST-PERIOD.
002829     REWRITE LEAVE-BALANCE-RECORD
002830         INVALID KEY
002831             DISPLAY 'NOMINA01 - *** REWRITE SALDOVAC FALLIDO '
002832                 'PARA ' EMP-ID ', STATUS: ' FS-LEAVE-BALANCE-FILE
002833             MOVE 12 TO WS-RETURN-CODE
002834             GO TO 2820-EXIT
002835     END-REWRITE.
002836     ADD 1 TO WS-ACCRUAL-COUNT.
002837 2820-EXIT.
002838     EXIT.
002839
002786*-----------------------------------------------------------*
002787* 2850-COLLECT-BANK-PAYMENT - LOOK UP THE EMPLOYEE'S ACCOUNT  *
002788* AND QUEUE ONE PAYMENT DETAIL (NET, IN CENTIMOS) ON THE WORK *
002789* FILE FOR THE EXTRACT. NO ACCOUNT ON FILE MEANS AN OPEN      *
002790* EXCEPTION, NOT A SILENT SKIP. A TRIAL RUN ONLY CHECKS THE   *
002791* ACCOUNT IS THERE                                            *
002791*-----------------------------------------------------------*
002792 2850-COLLECT-BANK-PAYMENT.
002793     IF NOT WS-BANK-AVAILABLE
002803         PERFORM 2860-WRITE-BANK-EXCEPTION THRU 2860-EXIT
002804         GO TO 2850-EXIT
002805     END-IF.
002806     IF WS-TRIAL-RUN
002807         GO TO 2850-EXIT
002808     END-IF.
002806     COMPUTE WS-NET-CENTIMOS = WS-NET-PAY * 100
002807         ON SIZE ERROR
002808             DISPLAY 'NOMINA01 - *** NETO DE ' EMP-ID
002829     SET  EXC-OPEN        TO TRUE.
002830     MOVE SPACES          TO EXC-RESOLVED-DATE
002831                             EXC-RESOLVED-BY.
002832     PERFORM 2890-PUT-EXCEPTION THRU 2890-EXIT.
002833     IF WS-RETURN-CODE < 4
002834         MOVE 4 TO WS-RETURN-CODE
002835     END-IF.
002847     MOVE EMP-HOURS         TO PH-HOURS.
002848     MOVE EMP-PAY-RATE      TO PH-RATE.
002849     MOVE WS-GROSS-PAY      TO PH-GROSS.
002850     MOVE 'N'               TO PH-ENTRY-TYPE.
002851     MOVE SPACE             TO PH-SIGN.
002850     WRITE PAY-HISTORY-RECORD.
002851 2870-EXIT.
002852     EXIT.
002866     SET  EXC-OPEN        TO TRUE.
002867     MOVE SPACES          TO EXC-RESOLVED-DATE
002868                             EXC-RESOLVED-BY.
002869     PERFORM 2890-PUT-EXCEPTION THRU 2890-EXIT.
002870     ADD 1 TO WS-DEPT-WARN-COUNT.
002871     IF WS-RETURN-CODE < 4
002872         MOVE 4 TO WS-RETURN-CODE
002874 2880-EXIT.
002875     EXIT.
002876
002877*-----------------------------------------------------------*
002878* 2890-PUT-EXCEPTION - A LIVE RUN QUEUES THE EXCEPTION ON     *
002879* EXCPFILE; A TRIAL RUN ONLY SHOWS IT ON THE CONSOLE, SO THE  *
002880* LIVE RUN THAT FOLLOWS DOES NOT QUEUE IT A SECOND TIME       *
002881*-----------------------------------------------------------*
002882 2890-PUT-EXCEPTION.
002883     IF WS-TRIAL-RUN
002884         DISPLAY 'NOMINA01 - PRUEBA: ' EXC-FIELD-NAME ' '
002885             EXC-FIELD-VALUE ' ' EXC-REASON
002886     ELSE
002887         WRITE EXCEPTION-RECORD
002888     END-IF.
002889 2890-EXIT.
002890     EXIT.
002891
002877 2900-GROSS-OVERFLOW.
002878     DISPLAY 'NOMINA01 - *** SIZE ERROR *** PAGO BRUTO DE '
002879         EMP-ID ' DESBORDA PIC 9(7)V99'.
002883     EXIT.
002884
002885*-----------------------------------------------------------*
002886* 2950-COLLECT-CREDITOR-PAYMENTS - ONE PAYMENT DETAIL PER     *
002887* ORDER THAT TOOK MONEY, TO THE CREDITOR'S IBAN UNDER THE     *
002888* EMPLOYEE'S ID, COUNTED INTO THE EXTRACT'S H AND T FIGURES   *
002889*-----------------------------------------------------------*
002890 2950-COLLECT-CREDITOR-PAYMENTS.
002891     PERFORM 2960-QUEUE-ONE-CREDITOR THRU 2960-EXIT
002892         VARYING WS-GAR-INDEX FROM 1 BY 1
002893         UNTIL WS-GAR-INDEX > WS-GAR-COUNT.
002894 2950-EXIT.
002895     EXIT.
002896
002897 2960-QUEUE-ONE-CREDITOR.
002898     IF WS-GAR-AMOUNT (WS-GAR-INDEX) = 0
002899         GO TO 2960-EXIT
002900     END-IF.
002901     COMPUTE WS-GAR-CENTIMOS =
002902         WS-GAR-AMOUNT (WS-GAR-INDEX) * 100.
002903     MOVE EMP-ID                     TO BD-EMP-ID.
002904     MOVE WS-GAR-IBAN (WS-GAR-INDEX) TO BD-IBAN.
002905     MOVE WS-GAR-CENTIMOS            TO BD-AMOUNT.
002906     MOVE WS-BANK-DETAIL-REC TO BANK-WORK-RECORD.
002907     WRITE BANK-WORK-RECORD.
002908     ADD 1 TO WS-BANK-PAY-COUNT.
002909     ADD WS-GAR-CENTIMOS TO WS-BANK-PAY-TOTAL.
002910 2960-EXIT.
002911     EXIT.
002912
002913*-----------------------------------------------------------*
002914* 2970-COMPARE-ONE-EMPLOYEE - THE TRIAL'S COMPARISON LINE:    *
002915* THE GROSS THE EMPLOYEE WAS PAID LAST PERIOD, THE TRIAL      *
002916* GROSS AND THE DIFFERENCE. NOT PAID LAST PERIOD IS AN ALTA   *
002917*-----------------------------------------------------------*
002918 2970-COMPARE-ONE-EMPLOYEE.
002919     MOVE 0 TO WS-CMP-PRIOR-GROSS.
002920     SET WS-PRI-NOT-FOUND TO TRUE.
002921     PERFORM 2980-FIND-PRIOR-GROSS THRU 2980-EXIT
002922         VARYING WS-PRI-INDEX FROM 1 BY 1
002923         UNTIL WS-PRI-INDEX > WS-PRI-COUNT
002924             OR WS-PRI-FOUND.
002925     ADD 1 TO WS-CMP-COUNT.
002926     EVALUATE TRUE
002927         WHEN WS-PRI-NOT-FOUND
002928             ADD 1 TO WS-CMP-NEW-COUNT
002929             MOVE 'ALTA'   TO TD-MARKER
002930         WHEN WS-GROSS-PAY NOT = WS-CMP-PRIOR-GROSS
002931             ADD 1 TO WS-CMP-CHANGED-COUNT
002932             MOVE 'CAMBIO' TO TD-MARKER
002933         WHEN OTHER
002934             MOVE SPACES   TO TD-MARKER
002935     END-EVALUATE.
002936     COMPUTE WS-CMP-DELTA = WS-GROSS-PAY - WS-CMP-PRIOR-GROSS.
002937     ADD WS-CMP-PRIOR-GROSS TO WS-CMP-PRIOR-TOTAL.
002938     MOVE EMP-ID             TO TD-EMP-ID.
002939     MOVE EMP-NOMBRE         TO TD-NOMBRE.
002940     MOVE WS-CMP-PRIOR-GROSS TO TD-PRIOR-GROSS.
002941     MOVE WS-GROSS-PAY       TO TD-TRIAL-GROSS.
002942     MOVE WS-CMP-DELTA       TO TD-DELTA.
002943     MOVE WS-TRIAL-DETAIL TO TRIAL-REPORT-LINE.
002944     WRITE TRIAL-REPORT-LINE.
002945 2970-EXIT.
002946     EXIT.
002947
002948 2980-FIND-PRIOR-GROSS.
002949     IF WS-PRI-EMP-ID (WS-PRI-INDEX) = EMP-ID
002950         MOVE WS-PRI-GROSS (WS-PRI-INDEX) TO WS-CMP-PRIOR-GROSS
002951         SET WS-PRI-MATCHED (WS-PRI-INDEX) TO TRUE
002952         SET WS-PRI-FOUND TO TRUE
002953     END-IF.
002954 2980-EXIT.
002955     EXIT.
002884
002885*-----------------------------------------------------------*
002886* 3000-WRITE-TOTALS - TOTALS BY SHIFT AND THE GRAND TOTAL,    *
002887* EACH LINE CARRYING GROSS, DEDUCTIONS AND NET                *
002888*-----------------------------------------------------------*
002890     MOVE 'TOTAL TURNO MANANA: ' TO RT-LABEL.
002891     MOVE WS-TOTAL-MANANA        TO RT-AMOUNT.
002892     MOVE WS-DED-MANANA          TO RT-DEDUCTIONS.
002893     MOVE WS-GAR-MANANA          TO RT-GARNISH.
002893     MOVE WS-NET-MANANA          TO RT-NET.
002894     MOVE WS-REPORT-TOTAL-LINE   TO PAYROLL-REPORT-LINE.
002895     WRITE PAYROLL-REPORT-LINE.
002897     MOVE 'TOTAL TURNO TARDE:  ' TO RT-LABEL.
002898     MOVE WS-TOTAL-TARDE         TO RT-AMOUNT.
002899     MOVE WS-DED-TARDE           TO RT-DEDUCTIONS.
002900     MOVE WS-GAR-TARDE           TO RT-GARNISH.
002900     MOVE WS-NET-TARDE           TO RT-NET.
002901     MOVE WS-REPORT-TOTAL-LINE   TO PAYROLL-REPORT-LINE.
002902     WRITE PAYROLL-REPORT-LINE.
002904     MOVE 'TOTAL TURNO NOCHE:  ' TO RT-LABEL.
002905     MOVE WS-TOTAL-NOCHE         TO RT-AMOUNT.
002906     MOVE WS-DED-NOCHE           TO RT-DEDUCTIONS.
002907     MOVE WS-GAR-NOCHE           TO RT-GARNISH.
002907     MOVE WS-NET-NOCHE           TO RT-NET.
002908     MOVE WS-REPORT-TOTAL-LINE   TO PAYROLL-REPORT-LINE.
002909     WRITE PAYROLL-REPORT-LINE.
002917     MOVE 'TOTAL GENERAL:      ' TO RT-LABEL.
002918     MOVE WS-GRAND-TOTAL         TO RT-AMOUNT.
002919     MOVE WS-DED-GRAND-TOTAL     TO RT-DEDUCTIONS.
002920     MOVE WS-GAR-GRAND-TOTAL     TO RT-GARNISH.
002920     MOVE WS-NET-GRAND-TOTAL     TO RT-NET.
002921     MOVE WS-REPORT-TOTAL-LINE   TO PAYROLL-REPORT-LINE.
002922     WRITE PAYROLL-REPORT-LINE.
002923     IF WS-TRIAL-RUN
002924         MOVE WS-REPORT-TRIAL-LINE TO PAYROLL-REPORT-LINE
002925         WRITE PAYROLL-REPORT-LINE
002926     END-IF.
002923
002924     DISPLAY 'NOMINA01 - EMPLEADOS: ' WS-EMPLOYEE-COUNT
002925         ' TOTAL GENERAL: ' WS-GRAND-TOTAL
002926         ' DEDUCCIONES: ' WS-DED-GRAND-TOTAL
002927         ' EMBARGOS: ' WS-GAR-GRAND-TOTAL
002927         ' NETO: ' WS-NET-GRAND-TOTAL.
002928     IF WS-DEPT-WARN-COUNT > 0
002929         DISPLAY 'NOMINA01 - EMPLEADOS CON DEPTO NO VALIDO: '
002930             WS-DEPT-WARN-COUNT
002931     END-IF.
002932     DISPLAY 'NOMINA01 - EMPLEADOS CON PLUS SEGUN CUADRANTE: '
002933         WS-SPLIT-COUNT.
002934     DISPLAY 'NOMINA01 - SALDOS DE VACACIONES DEVENGADOS: '
002935         WS-ACCRUAL-COUNT.
002932 3000-EXIT.
002933     EXIT.
002934
002942         MOVE WS-DPT-CODE (WS-DPT-INDEX)  TO DT-DEPT
002943         MOVE WS-DPT-GROSS (WS-DPT-INDEX) TO DT-AMOUNT
002944         MOVE WS-DPT-DED (WS-DPT-INDEX)   TO DT-DEDUCTIONS
002945         MOVE WS-DPT-GAR (WS-DPT-INDEX)   TO DT-GARNISH
002945         MOVE WS-DPT-NET (WS-DPT-INDEX)   TO DT-NET
002946         MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX)
002947             TO DT-COST-CENTRE
003720 4300-EXIT.
003730     EXIT.
003740
003741*-----------------------------------------------------------*
003742* 5000-WRITE-COMPARISON - FINISH THE TRIAL COMPARISON: ONE    *
003743* BAJA LINE PER EMPLOYEE PAID LAST PERIOD AND NOT IN THIS     *
003744* RUN, THE GROSS TOTALS AND THE COUNTS. THE TRIAL'S NET TOTAL *
003745* (IN CENTIMOS) GOES ON ITS AUDIT STAMP AS THE LIVE RUN'S     *
003746* DOES                                                        *
003747*-----------------------------------------------------------*
003748 5000-WRITE-COMPARISON.
003749     PERFORM 5100-WRITE-ONE-LEAVER THRU 5100-EXIT
003750         VARYING WS-PRI-INDEX FROM 1 BY 1
003751         UNTIL WS-PRI-INDEX > WS-PRI-COUNT.
003752     COMPUTE WS-CMP-DELTA-TOTAL =
003753         WS-GRAND-TOTAL - WS-CMP-PRIOR-TOTAL.
003754     MOVE 'TOTAL BRUTO:'     TO TT-LABEL.
003755     MOVE WS-CMP-PRIOR-TOTAL TO TT-PRIOR-GROSS.
003756     MOVE WS-GRAND-TOTAL     TO TT-TRIAL-GROSS.
003757     MOVE WS-CMP-DELTA-TOTAL TO TT-DELTA.
003758     MOVE WS-TRIAL-TOTAL-LINE TO TRIAL-REPORT-LINE.
003759     WRITE TRIAL-REPORT-LINE.
003760     MOVE 'EMPLEADOS EN LA PRUEBA: ' TO TC-LABEL.
003761     MOVE WS-CMP-COUNT               TO TC-COUNT.
003762     MOVE WS-TRIAL-COUNT-LINE TO TRIAL-REPORT-LINE.
003763     WRITE TRIAL-REPORT-LINE.
003764     MOVE 'CON CAMBIO DE BRUTO:    ' TO TC-LABEL.
003765     MOVE WS-CMP-CHANGED-COUNT       TO TC-COUNT.
003766     MOVE WS-TRIAL-COUNT-LINE TO TRIAL-REPORT-LINE.
003767     WRITE TRIAL-REPORT-LINE.
003768     MOVE 'ALTAS:                  ' TO TC-LABEL.
003769     MOVE WS-CMP-NEW-COUNT           TO TC-COUNT.
003770     MOVE WS-TRIAL-COUNT-LINE TO TRIAL-REPORT-LINE.
003771     WRITE TRIAL-REPORT-LINE.
003772     MOVE 'BAJAS:                  ' TO TC-LABEL.
003773     MOVE WS-CMP-GONE-COUNT          TO TC-COUNT.
003774     MOVE WS-TRIAL-COUNT-LINE TO TRIAL-REPORT-LINE.
003775     WRITE TRIAL-REPORT-LINE.
003776     DISPLAY 'NOMINA01 - PRUEBA COMPARADA CON ' WS-PRIOR-PERIOD
003777         ', CAMBIOS: ' WS-CMP-CHANGED-COUNT
003778         ' ALTAS: ' WS-CMP-NEW-COUNT
003779         ' BAJAS: ' WS-CMP-GONE-COUNT.
003780     COMPUTE WS-TOTAL-CENTIMOS = WS-NET-GRAND-TOTAL * 100
003781         ON SIZE ERROR
003782             MOVE 0 TO WS-TOTAL-CENTIMOS
003783     END-COMPUTE.
003784 5000-EXIT.
003785     EXIT.
003786
003787 5100-WRITE-ONE-LEAVER.
003788     IF WS-PRI-MATCHED (WS-PRI-INDEX)
003789         GO TO 5100-EXIT
003790     END-IF.
003791     ADD 1 TO WS-CMP-GONE-COUNT.
003792     ADD WS-PRI-GROSS (WS-PRI-INDEX) TO WS-CMP-PRIOR-TOTAL.
003793     COMPUTE WS-CMP-DELTA = 0 - WS-PRI-GROSS (WS-PRI-INDEX).
003794     MOVE WS-PRI-EMP-ID (WS-PRI-INDEX) TO TD-EMP-ID.
003795     MOVE SPACES                       TO TD-NOMBRE.
003796     MOVE WS-PRI-GROSS (WS-PRI-INDEX)  TO TD-PRIOR-GROSS.
003797     MOVE 0                            TO TD-TRIAL-GROSS.
003798     MOVE WS-CMP-DELTA                 TO TD-DELTA.
003799     MOVE 'BAJA'                       TO TD-MARKER.
003800     MOVE WS-TRIAL-DETAIL TO TRIAL-REPORT-LINE.
003801     WRITE TRIAL-REPORT-LINE.
003802 5100-EXIT.
003803     EXIT.
003804
003750*-----------------------------------------------------------*
003760* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH THE *
003766* GRAND TOTAL, CLOSE EVERYTHING. A TRIAL STAMPS PRUEBA (OR    *
003772* PRUEBAKO IF IT FAILED) AND NEVER CLOSES THE PERIOD          *
003780*-----------------------------------------------------------*
003790 9000-TERMINATE.
003800     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
003825     MOVE WS-CURRENT-PERIOD TO AK-PERIOD.
003830     MOVE WS-TOTAL-CENTIMOS TO AK-TOTAL.
003835     MOVE WS-AUD-KEY-COMPOSED TO AUD-KEY-VALUE.
003836     EVALUATE TRUE
003837         WHEN WS-LIVE-RUN
003838             MOVE 'NOMINA'   TO AUD-ACTION
003839         WHEN WS-RETURN-CODE < 8
003840             MOVE 'PRUEBA'   TO AUD-ACTION
003841         WHEN OTHER
003842             MOVE 'PRUEBAKO' TO AUD-ACTION
003843     END-EVALUATE.
003850     MOVE SPACES           TO AUD-BEFORE-IMAGE
003860                              AUD-AFTER-IMAGE
003865                              AUD-OPERATOR.
003870     WRITE AUDIT-LOG-RECORD.
003875
003876     IF WS-PERIOD-FOUND AND WS-RETURN-CODE < 8 AND WS-LIVE-RUN
003877         PERFORM 9500-CLOSE-PERIOD THRU 9500-EXIT
003878         PERFORM 9600-WRITE-GL-SUMMARY THRU 9600-EXIT
003878     END-IF.
003880
003890     CLOSE EMPLOYEE-MASTER.
003900     CLOSE PAYROLL-REPORT-FILE.
003901     IF WS-SLIPS-WANTED
003902         CLOSE PAYSLIP-FILE
003903     END-IF.
003904     IF WS-LIVE-RUN
003905         CLOSE YTD-FILE
003906         CLOSE PAY-HISTORY-FILE
003907         CLOSE EXCEPTION-FILE
003908     ELSE
003909         CLOSE TRIAL-REPORT-FILE
003910     END-IF.
003909     IF WS-BANK-AVAILABLE
003910         CLOSE BANK-ACCOUNT-FILE
003911     END-IF.
003912     IF WS-EMB-AVAILABLE
003913         CLOSE EMBARGO-FILE
003914     END-IF.
003915     IF WS-HTU-AVAILABLE
003916         CLOSE SHIFT-HOURS-FILE
003917     END-IF.
003918     IF WS-SVC-AVAILABLE
003919         CLOSE LEAVE-BALANCE-FILE
003920     END-IF.
003912     CLOSE AUDIT-LOG-FILE.
003920 9000-EXIT.
003930     EXIT.
003940
004170     WRITE PAY-PERIOD-RECORD.
004180 9510-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------*
004220* 9600-WRITE-GL-SUMMARY - THE FIGURES GLJOURN POSTS FOR THE   *
004230* PERIOD JUST CLOSED: GROSS PER DEPARTMENT WITH ITS COST      *
004240* CENTRE, ANY GROSS WITH NO VALID DEPARTMENT, AND THE FOUR    *
004250* PAYABLES. GROSS = IRPF + SS + EMBARGOS + NETO BY            *
004260* CONSTRUCTION, SO THE JOURNAL BALANCES UNLESS A ROW IS LOST  *
004270*-----------------------------------------------------------*
004280 9600-WRITE-GL-SUMMARY.
004290     OPEN OUTPUT GL-SUMMARY-FILE.
004300     MOVE SPACES            TO GL-SUMMARY-RECORD.
004310     SET GLS-PERIOD-ROW     TO TRUE.
004320     MOVE 0                 TO GLS-AMOUNT.
004330     PERFORM 9620-PUT-SUMMARY-ROW THRU 9620-EXIT.
004340     IF WS-DEPT-AVAILABLE
004350         PERFORM 9610-WRITE-ONE-DEPT-GROSS THRU 9610-EXIT
004360             VARYING WS-DPT-INDEX FROM 1 BY 1
004370             UNTIL WS-DPT-INDEX > WS-DPT-COUNT
004380     END-IF.
004390     IF WS-UNASSIGNED-GROSS > 0
004400         SET GLS-GROSS-ROW   TO TRUE
004410         MOVE SPACES         TO GLS-KEY
004420                                GLS-COST-CENTRE
004430         MOVE WS-UNASSIGNED-GROSS TO GLS-AMOUNT
004440         PERFORM 9620-PUT-SUMMARY-ROW THRU 9620-EXIT
004450     END-IF.
004460     MOVE 'IRPF'              TO WS-GL-PAYABLE-KEY.
004470     MOVE WS-IRPF-GRAND-TOTAL TO WS-GL-PAYABLE-AMOUNT.
004480     PERFORM 9630-PUT-PAYABLE-ROW THRU 9630-EXIT.
004490     MOVE 'SS'                TO WS-GL-PAYABLE-KEY.
004500     MOVE WS-SS-GRAND-TOTAL   TO WS-GL-PAYABLE-AMOUNT.
004510     PERFORM 9630-PUT-PAYABLE-ROW THRU 9630-EXIT.
004520     MOVE 'NETO'              TO WS-GL-PAYABLE-KEY.
004530     MOVE WS-NET-GRAND-TOTAL  TO WS-GL-PAYABLE-AMOUNT.
004540     PERFORM 9630-PUT-PAYABLE-ROW THRU 9630-EXIT.
004550     MOVE 'EMBARG'            TO WS-GL-PAYABLE-KEY.
004560     MOVE WS-GAR-GRAND-TOTAL  TO WS-GL-PAYABLE-AMOUNT.
004570     PERFORM 9630-PUT-PAYABLE-ROW THRU 9630-EXIT.
004580     CLOSE GL-SUMMARY-FILE.
004590 9600-EXIT.
004600     EXIT.
004610
004620 9610-WRITE-ONE-DEPT-GROSS.
004630     IF WS-DPT-GROSS (WS-DPT-INDEX) > 0
004640         SET GLS-GROSS-ROW TO TRUE
004650         MOVE WS-DPT-CODE (WS-DPT-INDEX) TO GLS-KEY
004660         MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX)
004670             TO GLS-COST-CENTRE
004680         MOVE WS-DPT-GROSS (WS-DPT-INDEX) TO GLS-AMOUNT
004690         PERFORM 9620-PUT-SUMMARY-ROW THRU 9620-EXIT
004700     END-IF.
004710 9610-EXIT.
004720     EXIT.
004730
004740 9620-PUT-SUMMARY-ROW.
004750     MOVE WS-CURRENT-PERIOD TO GLS-PERIOD.
004760     MOVE WS-RUN-DATE-NUM   TO GLS-RUN-DATE.
004770     WRITE GL-SUMMARY-RECORD.
004780 9620-EXIT.
004790     EXIT.
004800
004810 9630-PUT-PAYABLE-ROW.
004820     SET GLS-PAYABLE-ROW        TO TRUE.
004830     MOVE WS-GL-PAYABLE-KEY     TO GLS-KEY.
004840     MOVE SPACES                TO GLS-COST-CENTRE.
004850     MOVE WS-GL-PAYABLE-AMOUNT  TO GLS-AMOUNT.
004860     PERFORM 9620-PUT-SUMMARY-ROW THRU 9620-EXIT.
004870 9630-EXIT.
004880     EXIT.
