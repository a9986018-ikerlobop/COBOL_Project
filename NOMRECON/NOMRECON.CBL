000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     NOMRECON.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-07.
000160 DATE-COMPILED.  2026-10-07.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-07 ILP   ORIGINAL - PAYDAY BALANCING OF THE WHOLE
000210*                  PAYROLL FLOW FOR ONE PERIOD, RUN AFTER NOMINA01
000220*                  AND BEFORE BANKPAY GOES TO THE BANK. THE PERIOD
000230*                  IS THE PAYPERD ROW NAMED ON THE NOMRECON
000240*                  PARMFILE CARD, OR THE ONE COVERING THE RUN
000250*                  DATE; PAYRPT MUST BE THE COMPLETE REGISTER OF
000260*                  THAT PERIOD (ANY OF THESE FAILING IS RC 16).
000270*                  THREE LEGS ARE PRINTED ON CUADRPT, EACH LINE
000280*                  WITH ITS SOURCE FILE AND ITS DIFFERENCE:
000290*                  HOURS, FICHAJES (HORASTUR) = EMPMAST EMP-HOURS
000300*                  = REGISTER DETAIL = PAYHIST; GROSS, REGISTER =
000310*                  PAYHIST = THE PERIOD'S YTDFILE POSTINGS; NET,
000320*                  REGISTER = THE NOMINA01 CTLTOTAL ROW, AND
000330*                  REGISTER LESS THE EMPLOYEES NOMINA01 SENT TO
000340*                  EXCPFILE WITH NO BANKACCT ROW, PLUS THE
000350*                  CREDITOR PAYMENTS, = THE BANKPAY TRAILER AND
000360*                  ITS DETAILS. EVERY DIFFERENCE OR MISSING SOURCE
000370*                  GOES TO EXCPFILE AND FAILS THE STEP WITH RC 14,
000380*                  WHICH HOLDS THE BANK EXTRACT
000382* 2026-10-08 ILP   A TRIAL REGISTER (HEADER MARKED PRUEBA) IS
000384*                  REFUSED WITH RC 16 LIKE ANY OTHER REGISTER
000386*                  THAT IS NOT THE PERIOD'S LIVE PAYROLL
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PAYROLL-REPORT-FILE ASSIGN TO "PAYRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-PAYROLL-REPORT-FILE.
000460
000470     SELECT SHIFT-HOURS-FILE ASSIGN TO "HORASTUR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS HTU-EMP-ID
000510         FILE STATUS IS FS-SHIFT-HOURS-FILE.
000520
000530     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS EMP-ID
000570         FILE STATUS IS FS-EMPLOYEE-MASTER.
000580
000590     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-PAY-HISTORY-FILE.
000620
000630     SELECT YTD-FILE ASSIGN TO "YTDFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS YTD-EMP-ID
000670         FILE STATUS IS FS-YTD-FILE.
000680
000690     SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-BANK-PAYMENT-FILE.
000720
000730     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTAL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-CONTROL-TOTALS-FILE.
000760
000770     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-PAY-PERIOD-FILE.
000800
000810     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-PARAMETER-FILE.
000840
000850     SELECT BALANCE-REPORT-FILE ASSIGN TO "CUADRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FS-BALANCE-REPORT-FILE.
000880
000890     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-AUDIT-LOG-FILE.
000920
000930     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-EXCEPTION-FILE.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PAYROLL-REPORT-FILE.
001000 01  PAYROLL-REPORT-LINE             PIC X(132).
001010
001020 FD  SHIFT-HOURS-FILE.
001030     COPY HORASTUR.
001040
001050 FD  EMPLOYEE-MASTER.
001060     COPY EMPMAST.
001070
001080 FD  PAY-HISTORY-FILE.
001090     COPY PAYHIST.
001100
001110 FD  YTD-FILE.
001120     COPY YTDREC.
001130
001140 FD  BANK-PAYMENT-FILE.
001150 01  BANK-PAYMENT-RECORD             PIC X(40).
001160
001170 FD  CONTROL-TOTALS-FILE.
001180 01  CONTROL-TOTAL-RECORD.
001190     05  CTL-PROGRAM-ID              PIC X(08).
001200     05  CTL-EXPECTED-TOTAL          PIC 9(09).
001210
001220 FD  PAY-PERIOD-FILE.
001230     COPY PERIOREC.
001240
001250 FD  PARAMETER-FILE.
001260     COPY PARMCARD.
001270
001280 FD  BALANCE-REPORT-FILE.
001290 01  BALANCE-REPORT-LINE             PIC X(80).
001300
001310 FD  AUDIT-LOG-FILE.
001320     COPY AUDITLOG.
001330
001340 FD  EXCEPTION-FILE.
001350     COPY EXCPREC.
001360
001370 WORKING-STORAGE SECTION.
001380 01  WS-PROGRAM-ID               PIC X(08) VALUE 'NOMRECON'.
001390
001400 01  WS-FILE-STATUSES.
001410     05  FS-PAYROLL-REPORT-FILE  PIC XX.
001420         88  FS-RPT-OK           VALUE '00'.
001430     05  FS-SHIFT-HOURS-FILE     PIC XX.
001440         88  FS-HTU-OK           VALUE '00'.
001450     05  FS-EMPLOYEE-MASTER      PIC XX.
001460         88  FS-EMP-OK           VALUE '00'.
001470     05  FS-PAY-HISTORY-FILE     PIC XX.
001480         88  FS-HIST-OK          VALUE '00'.
001490     05  FS-YTD-FILE             PIC XX.
001500         88  FS-YTD-OK           VALUE '00'.
001510     05  FS-BANK-PAYMENT-FILE    PIC XX.
001520         88  FS-BANK-OK          VALUE '00'.
001530     05  FS-CONTROL-TOTALS-FILE  PIC XX.
001540         88  FS-CTL-OK           VALUE '00'.
001550     05  FS-PAY-PERIOD-FILE      PIC XX.
001560         88  FS-PER-OK           VALUE '00'.
001570     05  FS-PARAMETER-FILE       PIC XX.
001580         88  FS-PARM-OK          VALUE '00'.
001590     05  FS-BALANCE-REPORT-FILE  PIC XX.
001600     05  FS-AUDIT-LOG-FILE       PIC XX.
001610         88  FS-AUDIT-OK         VALUE '00'.
001620     05  FS-EXCEPTION-FILE       PIC XX.
001630         88  FS-EXC-OK           VALUE '00'.
001640
001650 01  WS-RUN-DATE-NUM             PIC 9(08).
001660 01  WS-RUN-TIME                 PIC 9(08).
001670 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001680
001690 01  WS-PARM-FOUND-SW            PIC X(01).
001700     88  WS-PARM-FOUND           VALUE 'Y'.
001710     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001720 01  WS-PERIOD-FOUND-SW          PIC X(01).
001730     88  WS-PERIOD-FOUND         VALUE 'Y'.
001740     88  WS-PERIOD-NOT-FOUND     VALUE 'N'.
001750 01  WS-REGISTER-OPEN-SW         PIC X(01) VALUE 'N'.
001760     88  WS-REGISTER-OPEN        VALUE 'Y'.
001770 01  WS-REPORT-OPEN-SW           PIC X(01) VALUE 'N'.
001780     88  WS-REPORT-OPEN          VALUE 'Y'.
001790 01  WS-GRAND-TOTAL-SW           PIC X(01) VALUE 'N'.
001800     88  WS-GRAND-TOTAL-SEEN     VALUE 'Y'.
001810 01  WS-HTU-AVAIL-SW             PIC X(01) VALUE 'N'.
001820     88  WS-HTU-AVAILABLE        VALUE 'Y'.
001830 01  WS-HIST-AVAIL-SW            PIC X(01) VALUE 'N'.
001840     88  WS-HIST-AVAILABLE       VALUE 'Y'.
001850 01  WS-YTD-AVAIL-SW             PIC X(01) VALUE 'N'.
001860     88  WS-YTD-AVAILABLE        VALUE 'Y'.
001870 01  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
001880     88  WS-TRAILER-SEEN         VALUE 'Y'.
001890 01  WS-CTL-FOUND-SW             PIC X(01) VALUE 'N'.
001900     88  WS-CTL-FOUND            VALUE 'Y'.
001910 01  WS-MATCH-FOUND-SW           PIC X(01).
001920     88  WS-MATCH-FOUND          VALUE 'Y'.
001930     88  WS-MATCH-NOT-FOUND      VALUE 'N'.
001940
001950*    THE PERIOD BEING BALANCED, AND THE DATE NOMINA01 PRINTED ON
001960*    THE REGISTER HEADER (ITS RUN DATE, MM/DD/AAAA ON THE REPORT)
001970 01  WS-PERIOD-ID                PIC X(06).
001980 01  WS-PERIOD-START             PIC X(08).
001990 01  WS-PERIOD-END               PIC X(08).
002000 01  WS-REGISTER-DATE.
002010     05  WS-REG-DATE-YYYY        PIC X(04).
002020     05  WS-REG-DATE-MM          PIC X(02).
002030     05  WS-REG-DATE-DD          PIC X(02).
002040
002050*    PAYRPT VIEWS - THE SAME HEADER, DETAIL AND TOTAL LINES
002060*    NOMINA01 WRITES
002070 01  WS-REGISTER-LINE            PIC X(132).
002080 01  WS-REGISTER-HEADER REDEFINES WS-REGISTER-LINE.
002090     05  RGH-TITLE               PIC X(08).
002100     05  FILLER                  PIC X(25).
002110     05  RGH-MM                  PIC X(02).
002120     05  FILLER                  PIC X(01).
002130     05  RGH-DD                  PIC X(02).
002140     05  FILLER                  PIC X(01).
002150     05  RGH-YYYY                PIC X(04).
002160     05  FILLER                  PIC X(11).
002170     05  RGH-PERIOD              PIC X(06).
002176     05  RGH-MODE                PIC X(16).
002182     05  FILLER                  PIC X(56).
002190 01  WS-REGISTER-DETAIL REDEFINES WS-REGISTER-LINE.
002200     05  RGD-EMP-ID              PIC X(06).
002210     05  FILLER                  PIC X(39).
002220     05  RGD-HOURS               PIC ZZ9.99.
002230     05  FILLER                  PIC X(10).
002240     05  RGD-GROSS               PIC Z,ZZZ,ZZ9.99.
002250     05  FILLER                  PIC X(23).
002260     05  RGD-NET                 PIC Z,ZZZ,ZZ9.99.
002270     05  FILLER                  PIC X(24).
002280 01  WS-REGISTER-TOTAL REDEFINES WS-REGISTER-LINE.
002290     05  RGT-LABEL               PIC X(20).
002300     05  RGT-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
002310     05  FILLER                  PIC X(01).
002320     05  RGT-DEDUCTIONS          PIC ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER                  PIC X(01).
002340     05  RGT-GARNISH             PIC ZZZ,ZZZ,ZZ9.99.
002350     05  FILLER                  PIC X(01).
002360     05  RGT-NET                 PIC ZZZ,ZZZ,ZZ9.99.
002370     05  FILLER                  PIC X(53).
002380
002390*    BANKPAY VIEWS - THE SAME H/D/T RECORDS NOMINA01 WRITES
002400 01  WS-EXTRACT-REC.
002410     05  EX-RECORD-TYPE          PIC X(01).
002420         88  EX-HEADER           VALUE 'H'.
002430         88  EX-DETAIL           VALUE 'D'.
002440         88  EX-TRAILER          VALUE 'T'.
002450     05  FILLER                  PIC X(39).
002460 01  WS-EXTRACT-DETAIL REDEFINES WS-EXTRACT-REC.
002470     05  FILLER                  PIC X(01).
002480     05  ED-EMP-ID               PIC X(06).
002490     05  ED-IBAN                 PIC X(24).
002500     05  ED-AMOUNT               PIC 9(09).
002510 01  WS-EXTRACT-TRAILER REDEFINES WS-EXTRACT-REC.
002520     05  FILLER                  PIC X(01).
002530     05  ET-TOTAL                PIC 9(11).
002540     05  FILLER                  PIC X(28).
002550
002560*    EMPLOYEES NOMINA01 LEFT OUT OF BANKPAY FOR WANT OF A
002570*    BANKACCT ROW, FROM ITS EXCEPTIONS OF THE REGISTER'S RUN DATE
002580 01  WS-NOBANK-TABLE.
002590     05  WS-NOBANK-COUNT         PIC 9(03) COMP VALUE 0.
002600     05  WS-NOBANK-ENTRY OCCURS 999 TIMES.
002610         10  NBK-EMP-ID          PIC X(06).
002620 01  WS-NOBANK-INDEX             PIC 9(03) COMP.
002630
002640*    THE PERIOD'S PAYHIST ROWS, ONE PER EMPLOYEE; A RERUN OF THE
002650*    PERIOD APPENDS A SECOND ROW AND THE LAST ROW SEEN WINS,
002660*    MATCHING THE WAY THE REGISTER OVERWRITES
002670 01  WS-HIST-TABLE.
002680     05  WS-HIST-COUNT           PIC 9(04) COMP VALUE 0.
002690     05  WS-HIST-ENTRY OCCURS 9999 TIMES.
002700         10  HST-EMP-ID          PIC X(06).
002710         10  HST-HOURS           PIC 9(03)V99.
002720         10  HST-GROSS           PIC 9(07)V99.
002730 01  WS-HIST-INDEX               PIC 9(04) COMP.
002740 01  WS-HIST-ROW-COUNT           PIC 9(05) COMP VALUE 0.
002750
002760*    THE FIGURES OF EACH SOURCE
002770 01  WS-LINE-HOURS               PIC 9(03)V99.
002780 01  WS-LINE-NET                 PIC 9(07)V99.
002790 01  WS-ONE-EMP-HOURS            PIC 9(03)V99.
002800 01  WS-CLOCKED-HOURS            PIC 9(07)V99 VALUE 0.
002810 01  WS-CLOCKED-COUNT            PIC 9(05) COMP VALUE 0.
002820 01  WS-STALE-COUNT              PIC 9(05) COMP VALUE 0.
002830 01  WS-MASTER-HOURS             PIC 9(07)V99 VALUE 0.
002840 01  WS-MASTER-COUNT             PIC 9(05) COMP VALUE 0.
002850 01  WS-REG-HOURS                PIC 9(07)V99 VALUE 0.
002860 01  WS-REG-COUNT                PIC 9(05) COMP VALUE 0.
002870 01  WS-REG-GROSS                PIC 9(09)V99 VALUE 0.
002880 01  WS-REG-GARNISH              PIC 9(09)V99 VALUE 0.
002890 01  WS-REG-NET                  PIC 9(09)V99 VALUE 0.
002900 01  WS-NOBANK-NET               PIC 9(09)V99 VALUE 0.
002910 01  WS-NOBANK-PAID-COUNT        PIC 9(05) COMP VALUE 0.
002920 01  WS-HIST-HOURS               PIC 9(07)V99 VALUE 0.
002930 01  WS-HIST-GROSS               PIC 9(09)V99 VALUE 0.
002940 01  WS-YTD-GROSS                PIC 9(09)V99 VALUE 0.
002950 01  WS-YTD-COUNT                PIC 9(05) COMP VALUE 0.
002960 01  WS-BANK-DETAIL-TOTAL        PIC 9(11) VALUE 0.
002970 01  WS-BANK-TRAILER-TOTAL       PIC 9(11) VALUE 0.
002980 01  WS-BANK-DETAIL-COUNT        PIC 9(05) COMP VALUE 0.
002990 01  WS-CTL-TOTAL                PIC 9(09) VALUE 0.
003000
003010*    ONE LEG BEING PRINTED: THE FIGURE EVERY LINE IS COMPARED
003020*    WITH, THE LINE'S OWN FIGURE AND WHERE IT CAME FROM
003030 01  WS-LEG-BASE                 PIC S9(09)V99.
003040 01  WS-LEG-AMOUNT               PIC S9(09)V99.
003050 01  WS-LEG-DIFF                 PIC S9(09)V99.
003060 01  WS-LEG-SOURCE               PIC X(08).
003070 01  WS-LEG-CONCEPT              PIC X(30).
003080 01  WS-LEG-REASON               PIC X(40).
003090 01  WS-SOURCE-SW                PIC X(01).
003100     88  WS-SOURCE-PRESENT       VALUE 'Y'.
003110     88  WS-SOURCE-MISSING       VALUE 'N'.
003120 01  WS-LEG-FAILED-SW            PIC X(01).
003130     88  WS-LEG-FAILED           VALUE 'Y'.
003140     88  WS-LEG-BALANCED         VALUE 'N'.
003150 01  WS-DIFF-COUNT               PIC 9(05) COMP VALUE 0.
003160
003170 01  WS-REJECT-FIELD             PIC X(15).
003180 01  WS-REJECT-REASON            PIC X(40).
003190 01  WS-REJECT-VALUE.
003200     05  RV-PERIOD               PIC X(06).
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  RV-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
003230     05  FILLER                  PIC X(08) VALUE SPACES.
003240
003250 01  WS-REPORT-HEADER.
003260     05  FILLER                  PIC X(28)
003270         VALUE 'NOMRECON CUADRE DE LA NOMINA'.
003280     05  FILLER                  PIC X(10) VALUE ' PERIODO: '.
003290     05  RH-PERIOD               PIC X(06).
003300     05  FILLER                  PIC X(05) VALUE ' DEL '.
003310     05  RH-FROM                 PIC X(08).
003320     05  FILLER                  PIC X(04) VALUE ' AL '.
003330     05  RH-TO                   PIC X(08).
003340     05  FILLER                  PIC X(11) VALUE SPACES.
003350
003360 01  WS-REGISTER-INFO.
003370     05  FILLER                  PIC X(30)
003380         VALUE 'REGISTRO PAYRPT DE NOMINA01 '.
003390     05  FILLER                  PIC X(07) VALUE 'FECHA: '.
003400     05  RI-DATE                 PIC X(08).
003410     05  FILLER                  PIC X(35) VALUE SPACES.
003420
003430 01  WS-LEG-TITLE.
003440     05  FILLER                  PIC X(06) VALUE 'TRAMO '.
003450     05  LT-NUMBER               PIC 9(01).
003460     05  FILLER                  PIC X(03) VALUE ' - '.
003470     05  LT-TEXT                 PIC X(70).
003480
003490 01  WS-LEG-HEADING.
003500     05  FILLER                  PIC X(40)
003510         VALUE '   FICHERO  CONCEPTO                    '.
003520     05  FILLER                  PIC X(40)
003530         VALUE '           IMPORTE      DIFERENCIA      '.
003540
003550 01  WS-LEG-DETAIL.
003560     05  FILLER                  PIC X(03).
003570     05  LD-SOURCE               PIC X(08).
003580     05  FILLER                  PIC X(01).
003590     05  LD-CONCEPT              PIC X(30).
003600     05  FILLER                  PIC X(01).
003610     05  LD-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
003620     05  FILLER                  PIC X(01).
003630     05  LD-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER                  PIC X(01).
003650     05  LD-MARKER               PIC X(05).
003660
003670 01  WS-LEG-RESULT.
003680     05  FILLER                  PIC X(03) VALUE SPACES.
003690     05  LR-TEXT                 PIC X(77).
003700
003710 01  WS-TOTAL-LINE.
003720     05  TL-LABEL                PIC X(32).
003730     05  TL-COUNT                PIC ZZZZ9.
003740     05  FILLER                  PIC X(43) VALUE SPACES.
003750
003760 PROCEDURE DIVISION.
003770
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003800     IF WS-RETURN-CODE < 8
003810         PERFORM 2000-READ-REGISTER    THRU 2000-EXIT
003820         PERFORM 2300-TOTAL-CLOCKED-HOURS THRU 2300-EXIT
003830         PERFORM 2400-TOTAL-MASTER-HOURS  THRU 2400-EXIT
003840         PERFORM 2500-LOAD-PAY-HISTORY THRU 2500-EXIT
003850         PERFORM 2600-TOTAL-YTD-POSTINGS  THRU 2600-EXIT
003860         PERFORM 2700-READ-BANK-EXTRACT   THRU 2700-EXIT
003870         PERFORM 2800-READ-CONTROL-TOTAL  THRU 2800-EXIT
003880     END-IF.
003890     IF WS-RETURN-CODE < 8
003900         PERFORM 3000-BALANCE-HOURS    THRU 3000-EXIT
003910         PERFORM 4000-BALANCE-GROSS    THRU 4000-EXIT
003920         PERFORM 5000-BALANCE-NET      THRU 5000-EXIT
003930         PERFORM 6000-WRITE-RESULT     THRU 6000-EXIT
003940     END-IF.
003950     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003960     MOVE WS-RETURN-CODE TO RETURN-CODE.
003970     GOBACK.
003980 0000-EXIT.
003990     EXIT.
004000
004010*-----------------------------------------------------------*
004020* 1000-INITIALIZE - FIX THE PERIOD, CHECK PAYRPT IS ITS      *
004030* REGISTER, NOTE THE EMPLOYEES LEFT OUT OF THE BANK EXTRACT, *
004040* THEN OPEN THE EXCEPTION FILE AND THE REPORT                *
004050*-----------------------------------------------------------*
004060 1000-INITIALIZE.
004070     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
004080     ACCEPT WS-RUN-TIME     FROM TIME.
004090     MOVE 0 TO WS-RETURN-CODE.
004100
004110     OPEN EXTEND AUDIT-LOG-FILE.
004120     IF NOT FS-AUDIT-OK
004130         CLOSE AUDIT-LOG-FILE
004140         OPEN OUTPUT AUDIT-LOG-FILE
004150     END-IF.
004160
004170     PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
004180     IF WS-RETURN-CODE = 0
004190         PERFORM 1400-OPEN-REGISTER THRU 1400-EXIT
004200     END-IF.
004210     IF WS-RETURN-CODE = 0
004220         PERFORM 1500-LOAD-NO-BANK THRU 1500-EXIT
004230     END-IF.
004240
004250*    EXCPFILE IS ONLY READ ABOVE; FROM HERE ON IT IS APPENDED TO
004260     OPEN EXTEND EXCEPTION-FILE.
004270     IF NOT FS-EXC-OK
004280         CLOSE EXCEPTION-FILE
004290         OPEN OUTPUT EXCEPTION-FILE
004300     END-IF.
004310     IF WS-RETURN-CODE NOT = 0
004320         GO TO 1000-EXIT
004330     END-IF.
004340
004350     OPEN OUTPUT BALANCE-REPORT-FILE.
004360     SET WS-REPORT-OPEN TO TRUE.
004370     MOVE WS-PERIOD-ID    TO RH-PERIOD.
004380     MOVE WS-PERIOD-START TO RH-FROM.
004390     MOVE WS-PERIOD-END   TO RH-TO.
004400     MOVE WS-REPORT-HEADER TO BALANCE-REPORT-LINE.
004410     WRITE BALANCE-REPORT-LINE.
004420     MOVE WS-REGISTER-DATE TO RI-DATE.
004430     MOVE WS-REGISTER-INFO TO BALANCE-REPORT-LINE.
004440     WRITE BALANCE-REPORT-LINE.
004450     MOVE SPACES TO BALANCE-REPORT-LINE.
004460     WRITE BALANCE-REPORT-LINE.
004470 1000-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------*
004510* 1300-FIND-PERIOD - THE NOMRECON PARMFILE CARD NAMES THE    *
004520* PERIOD (PER-ID); NO CARD TAKES THE PAYPERD ROW WHOSE RANGE *
004530* HOLDS THE RUN DATE. NO MATCHING ROW FAILS THE STEP (RC 16) *
004540*-----------------------------------------------------------*
004550 1300-FIND-PERIOD.
004560     MOVE SPACES TO WS-PERIOD-ID.
004570     SET WS-PARM-NOT-FOUND TO TRUE.
004580     OPEN INPUT PARAMETER-FILE.
004590     IF FS-PARM-OK
004600         PERFORM 1310-SCAN-ONE-PARAMETER THRU 1310-EXIT
004610             UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND
004620         CLOSE PARAMETER-FILE
004630     END-IF.
004640
004650     SET WS-PERIOD-NOT-FOUND TO TRUE.
004660     OPEN INPUT PAY-PERIOD-FILE.
004670     IF NOT FS-PER-OK
004680         DISPLAY 'NOMRECON - *** FICHERO PAYPERD NO '
004690             'DISPONIBLE, STATUS: ' FS-PAY-PERIOD-FILE
004700         MOVE 16 TO WS-RETURN-CODE
004710         GO TO 1300-EXIT
004720     END-IF.
004730     PERFORM 1320-CHECK-ONE-PERIOD THRU 1320-EXIT
004740         UNTIL NOT FS-PER-OK OR WS-PERIOD-FOUND.
004750     CLOSE PAY-PERIOD-FILE.
004760
004770     IF WS-PERIOD-NOT-FOUND
004780         IF WS-PARM-FOUND
004790             DISPLAY 'NOMRECON - *** PERIODO ' WS-PERIOD-ID
004800                 ' DE PARMFILE NO ESTA EN PAYPERD ***'
004810         ELSE
004820             DISPLAY 'NOMRECON - *** NINGUN PERIODO DE PAYPERD '
004830                 'CUBRE LA FECHA ' WS-RUN-DATE-NUM ' ***'
004840         END-IF
004850         MOVE 16 TO WS-RETURN-CODE
004860         GO TO 1300-EXIT
004870     END-IF.
004880     DISPLAY 'NOMRECON - PERIODO: ' WS-PERIOD-ID
004890         ' DEL ' WS-PERIOD-START ' AL ' WS-PERIOD-END.
004900 1300-EXIT.
004910     EXIT.
004920
004930 1310-SCAN-ONE-PARAMETER.
004940     READ PARAMETER-FILE
004950         AT END
004960             GO TO 1310-EXIT
004970     END-READ.
004980     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
004990         MOVE PRM-VALUE (1:6) TO WS-PERIOD-ID
005000         SET WS-PARM-FOUND TO TRUE
005010     END-IF.
005020 1310-EXIT.
005030     EXIT.
005040
005050 1320-CHECK-ONE-PERIOD.
005060     READ PAY-PERIOD-FILE
005070         AT END
005080             GO TO 1320-EXIT
005090     END-READ.
005100     IF WS-PARM-FOUND
005110         IF PER-ID = WS-PERIOD-ID
005120             SET WS-PERIOD-FOUND TO TRUE
005130         END-IF
005140     ELSE
005150         IF PER-START-DATE NOT > WS-RUN-DATE-NUM
005160                 AND PER-END-DATE NOT < WS-RUN-DATE-NUM
005170             SET WS-PERIOD-FOUND TO TRUE
005180         END-IF
005190     END-IF.
005200     IF WS-PERIOD-FOUND
005210         MOVE PER-ID         TO WS-PERIOD-ID
005220         MOVE PER-START-DATE TO WS-PERIOD-START
005230         MOVE PER-END-DATE   TO WS-PERIOD-END
005240     END-IF.
005250 1320-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------*
005290* 1400-OPEN-REGISTER - PAYRPT MUST BE THERE AND ITS HEADER   *
005300* MUST BE NOMINA01'S FOR THIS PERIOD; ANYTHING ELSE IS RC 16 *
005306* (THERE IS NOTHING TO BALANCE AGAINST). A TRIAL REGISTER    *
005312* (MARKED PRUEBA) PAID NOBODY AND IS REFUSED THE SAME WAY    *
005320*-----------------------------------------------------------*
005330 1400-OPEN-REGISTER.
005340     OPEN INPUT PAYROLL-REPORT-FILE.
005350     IF NOT FS-RPT-OK
005360         DISPLAY 'NOMRECON - *** FICHERO PAYRPT NO '
005370             'DISPONIBLE, STATUS: ' FS-PAYROLL-REPORT-FILE
005380         MOVE 16 TO WS-RETURN-CODE
005390         GO TO 1400-EXIT
005400     END-IF.
005410     SET WS-REGISTER-OPEN TO TRUE.
005420     MOVE SPACES TO WS-REGISTER-LINE.
005430     PERFORM 2010-READ-REGISTER-LINE THRU 2010-EXIT.
005440     IF RGH-TITLE NOT = 'NOMINA01'
005450         DISPLAY 'NOMRECON - *** PAYRPT NO EMPIEZA CON LA '
005460             'CABECERA DEL REGISTRO DE NOMINA01 ***'
005470         MOVE 16 TO WS-RETURN-CODE
005480         GO TO 1400-EXIT
005490     END-IF.
005500     IF RGH-PERIOD NOT = WS-PERIOD-ID
005510         DISPLAY 'NOMRECON - *** PAYRPT ES EL REGISTRO DEL '
005520             'PERIODO ' RGH-PERIOD ', NO DEL ' WS-PERIOD-ID ' ***'
005530         MOVE 16 TO WS-RETURN-CODE
005540         GO TO 1400-EXIT
005550     END-IF.
005551     IF RGH-MODE NOT = SPACES
005552         DISPLAY 'NOMRECON - *** PAYRPT ES UN REGISTRO DE '
005553             'PRUEBA, EJECUTE LA NOMINA REAL ANTES DE CUADRAR ***'
005554         MOVE 16 TO WS-RETURN-CODE
005555         GO TO 1400-EXIT
005556     END-IF.
005560     MOVE RGH-YYYY TO WS-REG-DATE-YYYY.
005570     MOVE RGH-MM   TO WS-REG-DATE-MM.
005580     MOVE RGH-DD   TO WS-REG-DATE-DD.
005590     DISPLAY 'NOMRECON - REGISTRO DE NOMINA01 DEL '
005600         WS-REGISTER-DATE.
005610 1400-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------*
005650* 1500-LOAD-NO-BANK - THE EMPLOYEES NOMINA01 LOGGED ON THE   *
005660* REGISTER'S RUN DATE AS HAVING NO BANKACCT ROW; A RERUN THE *
005670* SAME DAY LOGS THEM AGAIN, SO EACH IS KEPT ONCE             *
005680*-----------------------------------------------------------*
005690 1500-LOAD-NO-BANK.
005700     MOVE 0 TO WS-NOBANK-COUNT.
005710     OPEN INPUT EXCEPTION-FILE.
005720     IF FS-EXC-OK
005730         PERFORM 1510-LOAD-ONE-EXCEPTION THRU 1510-EXIT
005740             UNTIL NOT FS-EXC-OK
005750         CLOSE EXCEPTION-FILE
005760     END-IF.
005770     DISPLAY 'NOMRECON - EMPLEADOS SIN CUENTA BANCARIA: '
005780         WS-NOBANK-COUNT.
005790 1500-EXIT.
005800     EXIT.
005810
005820 1510-LOAD-ONE-EXCEPTION.
005830     READ EXCEPTION-FILE
005840         AT END
005850             GO TO 1510-EXIT
005860     END-READ.
005870     IF EXC-PROGRAM-ID NOT = 'NOMINA01'
005880             OR EXC-FIELD-NAME NOT = 'BNK-EMP-ID'
005890             OR EXC-RUN-DATE NOT = WS-REGISTER-DATE
005900         GO TO 1510-EXIT
005910     END-IF.
005920     SET WS-MATCH-NOT-FOUND TO TRUE.
005930     PERFORM 1520-MATCH-ONE-NO-BANK THRU 1520-EXIT
005940         VARYING WS-NOBANK-INDEX FROM 1 BY 1
005950         UNTIL WS-NOBANK-INDEX > WS-NOBANK-COUNT
005960             OR WS-MATCH-FOUND.
005970     IF WS-MATCH-FOUND
005980         GO TO 1510-EXIT
005990     END-IF.
006000     IF WS-NOBANK-COUNT NOT < 999
006010         DISPLAY 'NOMRECON - *** MAS DE 999 EMPLEADOS SIN '
006020             'CUENTA BANCARIA, TABLA DESBORDADA ***'
006030         MOVE 12 TO WS-RETURN-CODE
006040         GO TO 1510-EXIT
006050     END-IF.
006060     ADD 1 TO WS-NOBANK-COUNT.
006070     MOVE EXC-FIELD-VALUE (1:6) TO NBK-EMP-ID (WS-NOBANK-COUNT).
006080 1510-EXIT.
006090     EXIT.
006100
006110 1520-MATCH-ONE-NO-BANK.
006120     IF NBK-EMP-ID (WS-NOBANK-INDEX) = EXC-FIELD-VALUE (1:6)
006130         SET WS-MATCH-FOUND TO TRUE
006140     END-IF.
006150 1520-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------*
006190* 2000-READ-REGISTER - THE REST OF PAYRPT: HOURS ADDED UP    *
006200* FROM THE DETAIL LINES (THE REGISTER PRINTS NO HOURS TOTAL),*
006210* THE NET OF THE EMPLOYEES LEFT OUT OF THE BANK EXTRACT, AND *
006220* GROSS, GARNISHMENTS AND NET FROM THE TOTAL GENERAL LINE. A *
006230* REGISTER WITH NO TOTAL GENERAL IS A RUN THAT DID NOT END   *
006240* (RC 16)                                                    *
006250*-----------------------------------------------------------*
006260 2000-READ-REGISTER.
006270     PERFORM 2010-READ-REGISTER-LINE THRU 2010-EXIT.
006280     PERFORM 2100-NOTE-ONE-LINE THRU 2100-EXIT
006290         UNTIL NOT FS-RPT-OK.
006300     CLOSE PAYROLL-REPORT-FILE.
006310     MOVE 'N' TO WS-REGISTER-OPEN-SW.
006320     IF NOT WS-GRAND-TOTAL-SEEN
006330         DISPLAY 'NOMRECON - *** PAYRPT SIN LINEA TOTAL '
006340             'GENERAL, EJECUCION DE NOMINA01 INCOMPLETA ***'
006350         MOVE 16 TO WS-RETURN-CODE
006360     END-IF.
006370     DISPLAY 'NOMRECON - EMPLEADOS EN EL REGISTRO: '
006380         WS-REG-COUNT ' HORAS: ' WS-REG-HOURS.
006390 2000-EXIT.
006400     EXIT.
006410
006420 2010-READ-REGISTER-LINE.
006430     READ PAYROLL-REPORT-FILE
006440         AT END
006450             GO TO 2010-EXIT
006460     END-READ.
006470     MOVE PAYROLL-REPORT-LINE TO WS-REGISTER-LINE.
006480 2010-EXIT.
006490     EXIT.
006500
006510 2100-NOTE-ONE-LINE.
006520     EVALUATE TRUE
006530         WHEN WS-REGISTER-LINE (1:6) = SPACES
006540             CONTINUE
006550         WHEN RGT-LABEL = 'TOTAL GENERAL:'
006560             MOVE RGT-GROSS   TO WS-REG-GROSS
006570             MOVE RGT-GARNISH TO WS-REG-GARNISH
006580             MOVE RGT-NET     TO WS-REG-NET
006590             SET WS-GRAND-TOTAL-SEEN TO TRUE
006600         WHEN WS-REGISTER-LINE (1:6) = 'TOTAL '
006610             CONTINUE
006620         WHEN OTHER
006630             PERFORM 2200-NOTE-DETAIL-LINE THRU 2200-EXIT
006640     END-EVALUATE.
006650     PERFORM 2010-READ-REGISTER-LINE THRU 2010-EXIT.
006660 2100-EXIT.
006670     EXIT.
006680
006690 2200-NOTE-DETAIL-LINE.
006700     ADD 1 TO WS-REG-COUNT.
006710     MOVE RGD-HOURS TO WS-LINE-HOURS.
006720     ADD WS-LINE-HOURS TO WS-REG-HOURS.
006730     SET WS-MATCH-NOT-FOUND TO TRUE.
006740     PERFORM 2210-MATCH-NO-BANK THRU 2210-EXIT
006750         VARYING WS-NOBANK-INDEX FROM 1 BY 1
006760         UNTIL WS-NOBANK-INDEX > WS-NOBANK-COUNT
006770             OR WS-MATCH-FOUND.
006780     IF WS-MATCH-FOUND
006790         MOVE RGD-NET TO WS-LINE-NET
006800         ADD WS-LINE-NET TO WS-NOBANK-NET
006810         ADD 1 TO WS-NOBANK-PAID-COUNT
006820     END-IF.
006830 2200-EXIT.
006840     EXIT.
006850
006860 2210-MATCH-NO-BANK.
006870     IF NBK-EMP-ID (WS-NOBANK-INDEX) = RGD-EMP-ID
006880         SET WS-MATCH-FOUND TO TRUE
006890     END-IF.
006900 2210-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------*
006940* 2300-TOTAL-CLOCKED-HOURS - THE HOURS FICHAJES ACCEPTED:    *
006950* EACH HORASTUR ROW'S MINUTES OVER 60, ROUNDED THE WAY       *
006960* FICHAJES SETS EMP-HOURS. A ROW LOADED BEFORE THE PERIOD    *
006970* STARTED IS LEFT FROM AN EARLIER LOAD AND IS NOT COUNTED.   *
006980* NO HORASTUR LEAVES THE LEG WITHOUT ITS BASE (FALTA)        *
006990*-----------------------------------------------------------*
007000 2300-TOTAL-CLOCKED-HOURS.
007010     OPEN INPUT SHIFT-HOURS-FILE.
007020     IF NOT FS-HTU-OK
007030         DISPLAY 'NOMRECON - FICHERO HORASTUR NO DISPONIBLE, '
007040             'STATUS: ' FS-SHIFT-HOURS-FILE
007050         GO TO 2300-EXIT
007060     END-IF.
007070     SET WS-HTU-AVAILABLE TO TRUE.
007080     PERFORM 2310-ADD-ONE-SHIFT-ROW THRU 2310-EXIT
007090         UNTIL NOT FS-HTU-OK.
007100     CLOSE SHIFT-HOURS-FILE.
007110     IF WS-STALE-COUNT > 0
007120         DISPLAY 'NOMRECON - FILAS HORASTUR DE UNA CARGA '
007130             'ANTERIOR AL PERIODO, NO CONTADAS: ' WS-STALE-COUNT
007140     END-IF.
007150 2300-EXIT.
007160     EXIT.
007170
007180 2310-ADD-ONE-SHIFT-ROW.
007190     READ SHIFT-HOURS-FILE
007200         AT END
007210             GO TO 2310-EXIT
007220     END-READ.
007230     IF HTU-LOAD-DATE < WS-PERIOD-START
007240         ADD 1 TO WS-STALE-COUNT
007250         GO TO 2310-EXIT
007260     END-IF.
007270     COMPUTE WS-ONE-EMP-HOURS ROUNDED =
007280         (HTU-MINUTES-MANANA + HTU-MINUTES-TARDE
007290                             + HTU-MINUTES-NOCHE) / 60.
007300     ADD WS-ONE-EMP-HOURS TO WS-CLOCKED-HOURS.
007310     ADD 1 TO WS-CLOCKED-COUNT.
007320 2310-EXIT.
007330     EXIT.
007340
007350*-----------------------------------------------------------*
007360* 2400-TOTAL-MASTER-HOURS - EMP-HOURS OVER THE WHOLE MASTER; *
007370* A NON-NUMERIC VALUE COUNTS AS ZERO, AS NOMINA01 PAYS IT.   *
007380* NO MASTER IS RC 16                                         *
007390*-----------------------------------------------------------*
007400 2400-TOTAL-MASTER-HOURS.
007410     OPEN INPUT EMPLOYEE-MASTER.
007420     IF NOT FS-EMP-OK
007430         DISPLAY 'NOMRECON - *** EMPLOYEE MASTER FILE NOT '
007440             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
007450         MOVE 16 TO WS-RETURN-CODE
007460         GO TO 2400-EXIT
007470     END-IF.
007480     PERFORM 2410-ADD-ONE-EMPLOYEE THRU 2410-EXIT
007490         UNTIL NOT FS-EMP-OK.
007500     CLOSE EMPLOYEE-MASTER.
007510 2400-EXIT.
007520     EXIT.
007530
007540 2410-ADD-ONE-EMPLOYEE.
007550     READ EMPLOYEE-MASTER
007560         AT END
007570             GO TO 2410-EXIT
007580     END-READ.
007590     ADD 1 TO WS-MASTER-COUNT.
007600     IF EMP-HOURS IS NUMERIC
007610         ADD EMP-HOURS TO WS-MASTER-HOURS
007620     END-IF.
007630 2410-EXIT.
007640     EXIT.
007650
007660*-----------------------------------------------------------*
007670* 2500-LOAD-PAY-HISTORY - THE PERIOD'S REGULAR PAYHIST ROWS, *
007680* LAST ROW PER EMPLOYEE WINS; NOMINA03 ADJUSTMENT ROWS ARE   *
007690* NOT PART OF THE RUN BEING BALANCED. MORE EMPLOYEES THAN    *
007700* THE TABLE HOLDS IS RC 12                                   *
007710*-----------------------------------------------------------*
007720 2500-LOAD-PAY-HISTORY.
007730     OPEN INPUT PAY-HISTORY-FILE.
007740     IF NOT FS-HIST-OK
007750         DISPLAY 'NOMRECON - FICHERO PAYHIST NO DISPONIBLE, '
007760             'STATUS: ' FS-PAY-HISTORY-FILE
007770         GO TO 2500-EXIT
007780     END-IF.
007790     SET WS-HIST-AVAILABLE TO TRUE.
007800     PERFORM 2510-LOAD-ONE-HISTORY-ROW THRU 2510-EXIT
007810         UNTIL NOT FS-HIST-OK.
007820     CLOSE PAY-HISTORY-FILE.
007830     PERFORM 2530-ADD-ONE-HISTORY THRU 2530-EXIT
007840         VARYING WS-HIST-INDEX FROM 1 BY 1
007850         UNTIL WS-HIST-INDEX > WS-HIST-COUNT.
007860     IF WS-HIST-ROW-COUNT > WS-HIST-COUNT
007870         DISPLAY 'NOMRECON - PAYHIST TIENE ' WS-HIST-ROW-COUNT
007880             ' FILAS DEL PERIODO PARA ' WS-HIST-COUNT
007890             ' EMPLEADOS (RELANZAMIENTOS), CUENTA LA ULTIMA'
007900     END-IF.
007910 2500-EXIT.
007920     EXIT.
007930
007940 2510-LOAD-ONE-HISTORY-ROW.
007950     READ PAY-HISTORY-FILE
007960         AT END
007970             GO TO 2510-EXIT
007980     END-READ.
007990     IF PH-PERIOD NOT = WS-PERIOD-ID
008000             OR PH-ADJUSTMENT-ENTRY
008010         GO TO 2510-EXIT
008020     END-IF.
008030     ADD 1 TO WS-HIST-ROW-COUNT.
008040     SET WS-MATCH-NOT-FOUND TO TRUE.
008050     PERFORM 2520-MATCH-ONE-HISTORY THRU 2520-EXIT
008060         VARYING WS-HIST-INDEX FROM 1 BY 1
008070         UNTIL WS-HIST-INDEX > WS-HIST-COUNT
008080             OR WS-MATCH-FOUND.
008090     IF WS-MATCH-FOUND
008100         GO TO 2510-EXIT
008110     END-IF.
008120     IF WS-HIST-COUNT NOT < 9999
008130         DISPLAY 'NOMRECON - *** MAS DE 9999 EMPLEADOS EN '
008140             'PAYHIST PARA EL PERIODO, TABLA DESBORDADA ***'
008150         MOVE 12 TO WS-RETURN-CODE
008160         GO TO 2510-EXIT
008170     END-IF.
008180     ADD 1 TO WS-HIST-COUNT.
008190     MOVE PH-EMP-ID TO HST-EMP-ID (WS-HIST-COUNT).
008200     MOVE PH-HOURS  TO HST-HOURS (WS-HIST-COUNT).
008210     MOVE PH-GROSS  TO HST-GROSS (WS-HIST-COUNT).
008220 2510-EXIT.
008230     EXIT.
008240
008250 2520-MATCH-ONE-HISTORY.
008260     IF HST-EMP-ID (WS-HIST-INDEX) = PH-EMP-ID
008270         MOVE PH-HOURS TO HST-HOURS (WS-HIST-INDEX)
008280         MOVE PH-GROSS TO HST-GROSS (WS-HIST-INDEX)
008290         SET WS-MATCH-FOUND TO TRUE
008300     END-IF.
008310 2520-EXIT.
008320     EXIT.
008330
008340 2530-ADD-ONE-HISTORY.
008350     ADD HST-HOURS (WS-HIST-INDEX) TO WS-HIST-HOURS.
008360     ADD HST-GROSS (WS-HIST-INDEX) TO WS-HIST-GROSS.
008370 2530-EXIT.
008380     EXIT.
008390
008400*-----------------------------------------------------------*
008410* 2600-TOTAL-YTD-POSTINGS - WHAT THE PERIOD ADDED TO YTDFILE *
008420* GROSS: THE LAST-POSTED GROSS OF EVERY ROW STAMPED WITH THE *
008430* PERIOD (A RERUN BACKS OUT AND REPLACES ITS OWN POSTING)    *
008440*-----------------------------------------------------------*
008450 2600-TOTAL-YTD-POSTINGS.
008460     OPEN INPUT YTD-FILE.
008470     IF NOT FS-YTD-OK
008480         DISPLAY 'NOMRECON - FICHERO YTDFILE NO DISPONIBLE, '
008490             'STATUS: ' FS-YTD-FILE
008500         GO TO 2600-EXIT
008510     END-IF.
008520     SET WS-YTD-AVAILABLE TO TRUE.
008530     PERFORM 2610-ADD-ONE-YTD-ROW THRU 2610-EXIT
008540         UNTIL NOT FS-YTD-OK.
008550     CLOSE YTD-FILE.
008560 2600-EXIT.
008570     EXIT.
008580
008590 2610-ADD-ONE-YTD-ROW.
008600     READ YTD-FILE
008610         AT END
008620             GO TO 2610-EXIT
008630     END-READ.
008640     IF YTD-LAST-PERIOD = WS-PERIOD-ID
008650         ADD YTD-LAST-GROSS TO WS-YTD-GROSS
008660         ADD 1 TO WS-YTD-COUNT
008670     END-IF.
008680 2610-EXIT.
008690     EXIT.
008700
008710*-----------------------------------------------------------*
008720* 2700-READ-BANK-EXTRACT - THE BANKPAY T TOTAL AND THE SUM   *
008730* OF ITS D PAYMENTS (EMPLOYEES AND CREDITORS), IN CENTIMOS   *
008740*-----------------------------------------------------------*
008750 2700-READ-BANK-EXTRACT.
008760     OPEN INPUT BANK-PAYMENT-FILE.
008770     IF NOT FS-BANK-OK
008780         DISPLAY 'NOMRECON - FICHERO BANKPAY NO DISPONIBLE, '
008790             'STATUS: ' FS-BANK-PAYMENT-FILE
008800         GO TO 2700-EXIT
008810     END-IF.
008820     PERFORM 2710-NOTE-ONE-PAYMENT THRU 2710-EXIT
008830         UNTIL NOT FS-BANK-OK.
008840     CLOSE BANK-PAYMENT-FILE.
008850     IF NOT WS-TRAILER-SEEN
008860         DISPLAY 'NOMRECON - BANKPAY SIN REGISTRO T'
008870     END-IF.
008880 2700-EXIT.
008890     EXIT.
008900
008910 2710-NOTE-ONE-PAYMENT.
008920     READ BANK-PAYMENT-FILE
008930         AT END
008940             GO TO 2710-EXIT
008950     END-READ.
008960     MOVE BANK-PAYMENT-RECORD TO WS-EXTRACT-REC.
008970     IF EX-DETAIL
008980         ADD ED-AMOUNT TO WS-BANK-DETAIL-TOTAL
008990         ADD 1 TO WS-BANK-DETAIL-COUNT
009000     END-IF.
009010     IF EX-TRAILER
009020         MOVE ET-TOTAL TO WS-BANK-TRAILER-TOTAL
009030         SET WS-TRAILER-SEEN TO TRUE
009040     END-IF.
009050 2710-EXIT.
009060     EXIT.
009070
009080*-----------------------------------------------------------*
009090* 2800-READ-CONTROL-TOTAL - THE NET CONTROL FIGURE NOMINA01  *
009100* LEFT ON CTLTOTAL UNDER ITS OWN ID, IN CENTIMOS             *
009110*-----------------------------------------------------------*
009120 2800-READ-CONTROL-TOTAL.
009130     OPEN INPUT CONTROL-TOTALS-FILE.
009140     IF NOT FS-CTL-OK
009150         DISPLAY 'NOMRECON - FICHERO CTLTOTAL NO DISPONIBLE, '
009160             'STATUS: ' FS-CONTROL-TOTALS-FILE
009170         GO TO 2800-EXIT
009180     END-IF.
009190     PERFORM 2810-MATCH-ONE-CTL-ROW THRU 2810-EXIT
009200         UNTIL NOT FS-CTL-OK OR WS-CTL-FOUND.
009210     CLOSE CONTROL-TOTALS-FILE.
009220     IF NOT WS-CTL-FOUND
009230         DISPLAY 'NOMRECON - CTLTOTAL SIN FILA DE NOMINA01'
009240     END-IF.
009250 2800-EXIT.
009260     EXIT.
009270
009280 2810-MATCH-ONE-CTL-ROW.
009290     READ CONTROL-TOTALS-FILE
009300         AT END
009310             GO TO 2810-EXIT
009320     END-READ.
009330     IF CTL-PROGRAM-ID = 'NOMINA01'
009340         MOVE CTL-EXPECTED-TOTAL TO WS-CTL-TOTAL
009350         SET WS-CTL-FOUND TO TRUE
009360     END-IF.
009370 2810-EXIT.
009380     EXIT.
009390
009400*-----------------------------------------------------------*
009410* 3000-BALANCE-HOURS - LEG 1: THE HOURS FICHAJES ACCEPTED    *
009420* AGAINST THE MASTER, THE REGISTER AND THE HISTORY           *
009430*-----------------------------------------------------------*
009440 3000-BALANCE-HOURS.
009450     MOVE 1 TO LT-NUMBER.
009460     MOVE 'HORAS: FICHAJES = EMPMAST = REGISTRO = PAYHIST'
009470         TO LT-TEXT.
009480     PERFORM 7000-START-LEG THRU 7000-EXIT.
009490     MOVE 'HORAS QUE NO CUADRAN CON FICHAJES' TO WS-LEG-REASON.
009500
009510     MOVE 'HORASTUR'                  TO WS-LEG-SOURCE.
009520     MOVE 'HORAS ACEPTADAS POR FICHAJES' TO WS-LEG-CONCEPT.
009530     MOVE WS-HTU-AVAIL-SW             TO WS-SOURCE-SW.
009540     MOVE WS-CLOCKED-HOURS            TO WS-LEG-BASE.
009550     PERFORM 7100-PRINT-BASE-LINE THRU 7100-EXIT.
009560
009570     MOVE 'EMPMAST'                   TO WS-LEG-SOURCE.
009580     MOVE 'TOTAL EMP-HOURS DEL MAESTRO' TO WS-LEG-CONCEPT.
009590     SET WS-SOURCE-PRESENT            TO TRUE.
009600     MOVE WS-MASTER-HOURS             TO WS-LEG-AMOUNT.
009610     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
009620
009630     MOVE 'PAYRPT'                    TO WS-LEG-SOURCE.
009640     MOVE 'HORAS DEL REGISTRO'        TO WS-LEG-CONCEPT.
009650     SET WS-SOURCE-PRESENT            TO TRUE.
009660     MOVE WS-REG-HOURS                TO WS-LEG-AMOUNT.
009670     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
009680
009690     MOVE 'PAYHIST'                   TO WS-LEG-SOURCE.
009700     MOVE 'HORAS DEL HISTORICO'       TO WS-LEG-CONCEPT.
009710     MOVE WS-HIST-AVAIL-SW            TO WS-SOURCE-SW.
009720     MOVE WS-HIST-HOURS               TO WS-LEG-AMOUNT.
009730     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
009740
009750     PERFORM 7400-PRINT-LEG-RESULT THRU 7400-EXIT.
009760 3000-EXIT.
009770     EXIT.
009780
009790*-----------------------------------------------------------*
009800* 4000-BALANCE-GROSS - LEG 2: REGISTER GROSS AGAINST THE     *
009810* HISTORY AND WHAT THE PERIOD POSTED TO THE YEAR-TO-DATE     *
009820*-----------------------------------------------------------*
009830 4000-BALANCE-GROSS.
009840     MOVE 2 TO LT-NUMBER.
009850     MOVE 'BRUTO: REGISTRO = PAYHIST = AUMENTO DE YTDFILE'
009860         TO LT-TEXT.
009870     PERFORM 7000-START-LEG THRU 7000-EXIT.
009880     MOVE 'BRUTO QUE NO CUADRA CON EL REGISTRO' TO WS-LEG-REASON.
009890
009900     MOVE 'PAYRPT'                    TO WS-LEG-SOURCE.
009910     MOVE 'BRUTO TOTAL GENERAL'       TO WS-LEG-CONCEPT.
009920     SET WS-SOURCE-PRESENT            TO TRUE.
009930     MOVE WS-REG-GROSS                TO WS-LEG-BASE.
009940     PERFORM 7100-PRINT-BASE-LINE THRU 7100-EXIT.
009950
009960     MOVE 'PAYHIST'                   TO WS-LEG-SOURCE.
009970     MOVE 'BRUTO DEL HISTORICO'       TO WS-LEG-CONCEPT.
009980     MOVE WS-HIST-AVAIL-SW            TO WS-SOURCE-SW.
009990     MOVE WS-HIST-GROSS               TO WS-LEG-AMOUNT.
010000     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
010010
010020     MOVE 'YTDFILE'                   TO WS-LEG-SOURCE.
010030     MOVE 'BRUTO ANUAL ANOTADO EN PERIODO' TO WS-LEG-CONCEPT.
010040     MOVE WS-YTD-AVAIL-SW             TO WS-SOURCE-SW.
010050     MOVE WS-YTD-GROSS                TO WS-LEG-AMOUNT.
010060     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
010070
010080     PERFORM 7400-PRINT-LEG-RESULT THRU 7400-EXIT.
010090 4000-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------*
010130* 5000-BALANCE-NET - LEG 3: REGISTER NET AGAINST THE CONTROL *
010140* ROW (WHICH NOMINA01 WRITES FROM THE WHOLE REGISTER NET),   *
010150* THEN LESS THE EMPLOYEES WITH NO BANK ACCOUNT AND PLUS THE  *
010160* CREDITOR PAYMENTS NOMINA01 ALSO PUTS ON THE EXTRACT,       *
010170* AGAINST THE BANKPAY TRAILER AND THE SUM OF ITS DETAILS     *
010180*-----------------------------------------------------------*
010190 5000-BALANCE-NET.
010200     MOVE 3 TO LT-NUMBER.
010210     MOVE 'NETO: REGISTRO = CTLTOTAL, MENOS SIN CUENTA = BANKPAY'
010220         TO LT-TEXT.
010230     PERFORM 7000-START-LEG THRU 7000-EXIT.
010240     MOVE 'NETO QUE NO CUADRA CON EL REGISTRO' TO WS-LEG-REASON.
010250
010260     MOVE 'PAYRPT'                    TO WS-LEG-SOURCE.
010270     MOVE 'NETO TOTAL GENERAL'        TO WS-LEG-CONCEPT.
010280     SET WS-SOURCE-PRESENT            TO TRUE.
010290     MOVE WS-REG-NET                  TO WS-LEG-BASE.
010300     PERFORM 7100-PRINT-BASE-LINE THRU 7100-EXIT.
010310
010320     MOVE 'CTLTOTAL'                  TO WS-LEG-SOURCE.
010330     MOVE 'CIFRA DE CONTROL NOMINA01' TO WS-LEG-CONCEPT.
010340     MOVE WS-CTL-FOUND-SW             TO WS-SOURCE-SW.
010350     COMPUTE WS-LEG-AMOUNT = WS-CTL-TOTAL / 100.
010360     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
010370
010380     MOVE 'EXCPFILE'                  TO WS-LEG-SOURCE.
010390     MOVE 'MENOS NETO SIN CUENTA BANCARIA' TO WS-LEG-CONCEPT.
010400     COMPUTE WS-LEG-AMOUNT = 0 - WS-NOBANK-NET.
010410     PERFORM 7300-PRINT-ADJUSTMENT-LINE THRU 7300-EXIT.
010420
010430     MOVE 'PAYRPT'                    TO WS-LEG-SOURCE.
010440     MOVE 'MAS EMBARGOS A ACREEDORES' TO WS-LEG-CONCEPT.
010450     MOVE WS-REG-GARNISH              TO WS-LEG-AMOUNT.
010460     PERFORM 7300-PRINT-ADJUSTMENT-LINE THRU 7300-EXIT.
010470
010480     MOVE SPACES                      TO WS-LEG-SOURCE.
010490     MOVE 'NETO A PAGAR POR BANCO'    TO WS-LEG-CONCEPT.
010500     SET WS-SOURCE-PRESENT            TO TRUE.
010510     COMPUTE WS-LEG-BASE = WS-REG-NET - WS-NOBANK-NET
010520                                      + WS-REG-GARNISH.
010530     PERFORM 7100-PRINT-BASE-LINE THRU 7100-EXIT.
010540
010550     MOVE 'BANKPAY'                   TO WS-LEG-SOURCE.
010560     MOVE 'TOTAL DEL REGISTRO T'      TO WS-LEG-CONCEPT.
010570     MOVE WS-TRAILER-SW               TO WS-SOURCE-SW.
010580     COMPUTE WS-LEG-AMOUNT = WS-BANK-TRAILER-TOTAL / 100.
010590     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
010600
010610     MOVE 'BANKPAY'                   TO WS-LEG-SOURCE.
010620     MOVE 'SUMA DE LOS PAGOS D'       TO WS-LEG-CONCEPT.
010630     MOVE WS-TRAILER-SW               TO WS-SOURCE-SW.
010640     COMPUTE WS-LEG-AMOUNT = WS-BANK-DETAIL-TOTAL / 100.
010650     PERFORM 7200-PRINT-COMPARE-LINE THRU 7200-EXIT.
010660
010670     PERFORM 7400-PRINT-LEG-RESULT THRU 7400-EXIT.
010680     IF WS-NOBANK-PAID-COUNT NOT = WS-NOBANK-COUNT
010690         DISPLAY 'NOMRECON - SIN CUENTA EN EXCPFILE: '
010700             WS-NOBANK-COUNT ', EN EL REGISTRO: '
010710             WS-NOBANK-PAID-COUNT
010720     END-IF.
010730 5000-EXIT.
010740     EXIT.
010750
010760*-----------------------------------------------------------*
010770* 6000-WRITE-RESULT - ANY DIFFERENCE HOLDS THE BANK EXTRACT  *
010780* (RC 14); THE VERDICT GOES ON THE REPORT AND THE CONSOLE    *
010790*-----------------------------------------------------------*
010800 6000-WRITE-RESULT.
010810     MOVE 'COMPARACIONES DESCUADRADAS:' TO TL-LABEL.
010820     MOVE WS-DIFF-COUNT                 TO TL-COUNT.
010830     MOVE WS-TOTAL-LINE TO BALANCE-REPORT-LINE.
010840     WRITE BALANCE-REPORT-LINE.
010850     IF WS-DIFF-COUNT > 0
010860         MOVE '*** NOMINA DESCUADRADA - RETENER EL BANKPAY ***'
010870             TO LR-TEXT
010880         DISPLAY 'NOMRECON - *** NOMINA DESCUADRADA EN '
010890             WS-DIFF-COUNT ' COMPARACIONES, RETENER BANKPAY ***'
010900         MOVE 14 TO WS-RETURN-CODE
010910     ELSE
010920         MOVE 'NOMINA CUADRADA EN LOS TRES TRAMOS' TO LR-TEXT
010930         DISPLAY 'NOMRECON - NOMINA CUADRADA EN LOS TRES TRAMOS'
010940     END-IF.
010950     MOVE WS-LEG-RESULT TO BALANCE-REPORT-LINE.
010960     WRITE BALANCE-REPORT-LINE.
010970 6000-EXIT.
010980     EXIT.
010990
011000*-----------------------------------------------------------*
011010* 7000-START-LEG - TITLE AND COLUMN HEADINGS OF ONE LEG      *
011020*-----------------------------------------------------------*
011030 7000-START-LEG.
011040     SET WS-LEG-BALANCED TO TRUE.
011050     MOVE WS-LEG-TITLE TO BALANCE-REPORT-LINE.
011060     WRITE BALANCE-REPORT-LINE.
011070     MOVE WS-LEG-HEADING TO BALANCE-REPORT-LINE.
011080     WRITE BALANCE-REPORT-LINE.
011090 7000-EXIT.
011100     EXIT.
011110
011120*-----------------------------------------------------------*
011130* 7100-PRINT-BASE-LINE - THE FIGURE THE FOLLOWING LINES ARE  *
011140* COMPARED WITH; A MISSING SOURCE IS ITSELF A DIFFERENCE     *
011150*-----------------------------------------------------------*
011160 7100-PRINT-BASE-LINE.
011170     MOVE SPACES         TO WS-LEG-DETAIL.
011180     MOVE WS-LEG-SOURCE  TO LD-SOURCE.
011190     MOVE WS-LEG-CONCEPT TO LD-CONCEPT.
011200     MOVE WS-LEG-BASE    TO LD-AMOUNT.
011210     IF WS-SOURCE-MISSING
011220         MOVE 'FALTA' TO LD-MARKER
011230         MOVE 0 TO WS-LEG-DIFF
011240         PERFORM 7500-RECORD-DIFFERENCE THRU 7500-EXIT
011250     END-IF.
011260     MOVE WS-LEG-DETAIL TO BALANCE-REPORT-LINE.
011270     WRITE BALANCE-REPORT-LINE.
011280 7100-EXIT.
011290     EXIT.
011300
011310*-----------------------------------------------------------*
011320* 7200-PRINT-COMPARE-LINE - ONE SOURCE AGAINST THE BASE,     *
011330* WITH ITS DIFFERENCE                                        *
011340*-----------------------------------------------------------*
011350 7200-PRINT-COMPARE-LINE.
011360     MOVE SPACES         TO WS-LEG-DETAIL.
011370     MOVE WS-LEG-SOURCE  TO LD-SOURCE.
011380     MOVE WS-LEG-CONCEPT TO LD-CONCEPT.
011390     MOVE WS-LEG-AMOUNT  TO LD-AMOUNT.
011400     COMPUTE WS-LEG-DIFF = WS-LEG-AMOUNT - WS-LEG-BASE.
011410     MOVE WS-LEG-DIFF    TO LD-DIFFERENCE.
011420     IF WS-SOURCE-MISSING
011430         MOVE 'FALTA' TO LD-MARKER
011440         PERFORM 7500-RECORD-DIFFERENCE THRU 7500-EXIT
011450     ELSE
011460         IF WS-LEG-DIFF NOT = 0
011470             MOVE '<<<<<' TO LD-MARKER
011480             PERFORM 7500-RECORD-DIFFERENCE THRU 7500-EXIT
011490         END-IF
011500     END-IF.
011510     MOVE WS-LEG-DETAIL TO BALANCE-REPORT-LINE.
011520     WRITE BALANCE-REPORT-LINE.
011530 7200-EXIT.
011540     EXIT.
011550
011560*-----------------------------------------------------------*
011570* 7300-PRINT-ADJUSTMENT-LINE - A FIGURE THAT TAKES THE BASE  *
011580* TO THE NEXT ONE; NOT COMPARED                              *
011590*-----------------------------------------------------------*
011600 7300-PRINT-ADJUSTMENT-LINE.
011610     MOVE SPACES         TO WS-LEG-DETAIL.
011620     MOVE WS-LEG-SOURCE  TO LD-SOURCE.
011630     MOVE WS-LEG-CONCEPT TO LD-CONCEPT.
011640     MOVE WS-LEG-AMOUNT  TO LD-AMOUNT.
011650     MOVE WS-LEG-DETAIL TO BALANCE-REPORT-LINE.
011660     WRITE BALANCE-REPORT-LINE.
011670 7300-EXIT.
011680     EXIT.
011690
011700*-----------------------------------------------------------*
011710* 7400-PRINT-LEG-RESULT - WHETHER THE LEG BALANCED           *
011720*-----------------------------------------------------------*
011730 7400-PRINT-LEG-RESULT.
011740     IF WS-LEG-FAILED
011750         MOVE '*** TRAMO DESCUADRADO ***' TO LR-TEXT
011760     ELSE
011770         MOVE 'TRAMO CUADRADO'            TO LR-TEXT
011780     END-IF.
011790     MOVE WS-LEG-RESULT TO BALANCE-REPORT-LINE.
011800     WRITE BALANCE-REPORT-LINE.
011810     MOVE SPACES TO BALANCE-REPORT-LINE.
011820     WRITE BALANCE-REPORT-LINE.
011830 7400-EXIT.
011840     EXIT.
011850
011860*-----------------------------------------------------------*
011870* 7500-RECORD-DIFFERENCE - COUNT THE DIFFERENCE AND SEND IT  *
011880* TO EXCPFILE UNDER THE SOURCE FILE THAT DID NOT AGREE       *
011890*-----------------------------------------------------------*
011900 7500-RECORD-DIFFERENCE.
011910     SET WS-LEG-FAILED TO TRUE.
011920     ADD 1 TO WS-DIFF-COUNT.
011930     MOVE WS-LEG-SOURCE TO WS-REJECT-FIELD.
011940     MOVE WS-PERIOD-ID  TO RV-PERIOD.
011950     MOVE WS-LEG-DIFF   TO RV-DIFFERENCE.
011960     IF WS-SOURCE-MISSING
011970         MOVE 'FICHERO DEL CUADRE NO DISPONIBLE'
011980             TO WS-REJECT-REASON
011990     ELSE
012000         MOVE WS-LEG-REASON TO WS-REJECT-REASON
012010     END-IF.
012020     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
012030 7500-EXIT.
012040     EXIT.
012050
012060*-----------------------------------------------------------*
012070* 8000-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER DIFFERENCE *
012080*-----------------------------------------------------------*
012090 8000-WRITE-EXCEPTION.
012100     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
012110     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
012120     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
012130     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
012140     MOVE WS-REJECT-REASON TO EXC-REASON.
012150     SET  EXC-OPEN         TO TRUE.
012160     MOVE SPACES           TO EXC-RESOLVED-DATE
012170                              EXC-RESOLVED-BY.
012180     WRITE EXCEPTION-RECORD.
012190     IF WS-RETURN-CODE < 4
012200         MOVE 4 TO WS-RETURN-CODE
012210     END-IF.
012220 8000-EXIT.
012230     EXIT.
012240
012250*-----------------------------------------------------------*
012260* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH    *
012270* THE PERIOD AND THE NUMBER OF DIFFERENCES, AND CLOSE        *
012280*-----------------------------------------------------------*
012290 9000-TERMINATE.
012300     MOVE WS-PROGRAM-ID      TO AUD-PROGRAM-ID.
012310     MOVE WS-RUN-DATE-NUM    TO AUD-RUN-DATE.
012320     MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
012330     MOVE SPACES             TO AUD-KEY-VALUE.
012340     MOVE WS-PERIOD-ID       TO AUD-KEY-VALUE (1:6).
012350     MOVE WS-DIFF-COUNT      TO AUD-KEY-VALUE (8:5).
012360     MOVE SPACES             TO AUD-ACTION
012370                                AUD-BEFORE-IMAGE
012380                                AUD-AFTER-IMAGE
012390                                AUD-OPERATOR.
012400     WRITE AUDIT-LOG-RECORD.
012410
012420     IF WS-REGISTER-OPEN
012430         CLOSE PAYROLL-REPORT-FILE
012440     END-IF.
012450     IF WS-REPORT-OPEN
012460         CLOSE BALANCE-REPORT-FILE
012470     END-IF.
012480     CLOSE AUDIT-LOG-FILE.
012490     CLOSE EXCEPTION-FILE.
012500 9000-EXIT.
012510     EXIT.
