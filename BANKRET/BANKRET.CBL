000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     BANKRET.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-21.
000160 DATE-COMPILED.  2026-09-21.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-21 ILP   ORIGINAL - BANK RETURNS PROCESSING. READS THE
000210*                  BANK'S BANKDEV RETURN FILE AGAINST THE
000220*                  BANKPAY EXTRACT IT ANSWERS (RUN IT BEFORE
000230*                  THE NEXT NOMINA01 OVERWRITES BANKPAY) AND
000240*                  MATCHES EACH RETURN TO ITS D RECORD BY
000250*                  EMPLOYEE ID AND AMOUNT. TWO MODES, FROM THE
000260*                  BANKRET PARMFILE CARD OR THE CONSOLE:
000270*                  DEVOLUCION LOGS EVERY RETURN TO THE
000280*                  EXCEPTION FILE WITH THE BANK'S REASON CODE
000290*                  SO IT AGES ON EXCPWRKB; REEMISION, RUN ONCE
000300*                  THE ACCOUNTS ARE CORRECTED ON BANKACCT,
000310*                  WRITES THE BANKREEM RE-ISSUE EXTRACT (SAME
000320*                  H/D/T FORMAT AS BANKPAY) FOR THE RETURNS
000330*                  WHOSE ACCOUNT NOW DIFFERS, AUDITING EACH ONE
000340*                  SO A SECOND REEMISION NEVER PAYS IT TWICE.
000350*                  A RETURNED CREDITOR (EMBARGO) PAYMENT IS
000360*                  NEVER RE-ISSUED HERE. BOTH MODES PRINT THE
000370*                  BANKRRPT RETURNS REPORT RECONCILING THE
000380*                  EXTRACT TOTAL, LESS RETURNS, TO NET PAID
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-BANK-PAYMENT-FILE.
000460
000470     SELECT BANK-RETURN-FILE ASSIGN TO "BANKDEV"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-BANK-RETURN-FILE.
000500
000510     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS BNK-EMP-ID
000550         FILE STATUS IS FS-BANK-ACCOUNT-FILE.
000560
000570     SELECT EMBARGO-FILE    ASSIGN TO "EMBARGOS"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS EMB-KEY
000610         FILE STATUS IS FS-EMBARGO-FILE.
000620
000630     SELECT REISSUE-FILE    ASSIGN TO "BANKREEM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-REISSUE-FILE.
000660
000670     SELECT RETURNS-REPORT-FILE ASSIGN TO "BANKRRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-RETURNS-REPORT-FILE.
000700
000710     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-PARAMETER-FILE.
000740
000750     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-AUDIT-LOG-FILE.
000780
000790     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-EXCEPTION-FILE.
000820
000830     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-SIGNON-FILE.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  BANK-PAYMENT-FILE.
000900 01  BANK-PAYMENT-RECORD             PIC X(40).
000910
000920 FD  BANK-RETURN-FILE.
000930     COPY BANKDEV.
000940
000950 FD  BANK-ACCOUNT-FILE.
000960     COPY BANKACCT.
000970
000980 FD  EMBARGO-FILE.
000990     COPY EMBARGO.
001000
001010 FD  REISSUE-FILE.
001020 01  REISSUE-RECORD                  PIC X(40).
001030
001040 FD  RETURNS-REPORT-FILE.
001050 01  RETURNS-REPORT-LINE             PIC X(80).
001060
001070 FD  PARAMETER-FILE.
001080     COPY PARMCARD.
001090
001100 FD  AUDIT-LOG-FILE.
001110     COPY AUDITLOG.
001120
001130 FD  EXCEPTION-FILE.
001140     COPY EXCPREC.
001150
001160 FD  SIGNON-FILE.
001170     COPY SIGNONRC.
001180
001190 WORKING-STORAGE SECTION.
001200 01  WS-PROGRAM-ID               PIC X(08) VALUE 'BANKRET'.
001210
001220 01  WS-FILE-STATUSES.
001230     05  FS-BANK-PAYMENT-FILE    PIC XX.
001240         88  FS-BPAY-OK          VALUE '00'.
001250     05  FS-BANK-RETURN-FILE     PIC XX.
001260         88  FS-BDEV-OK          VALUE '00'.
001270     05  FS-BANK-ACCOUNT-FILE    PIC XX.
001280         88  FS-BNK-OK           VALUE '00'.
001290         88  FS-BNK-NOTFND       VALUE '23'.
001300     05  FS-EMBARGO-FILE         PIC XX.
001310         88  FS-EMB-OK           VALUE '00'.
001320     05  FS-REISSUE-FILE         PIC XX.
001330     05  FS-RETURNS-REPORT-FILE  PIC XX.
001340     05  FS-PARAMETER-FILE       PIC XX.
001350         88  FS-PARM-OK          VALUE '00'.
001360     05  FS-AUDIT-LOG-FILE       PIC XX.
001370         88  FS-AUDIT-OK         VALUE '00'.
001380     05  FS-EXCEPTION-FILE       PIC XX.
001390         88  FS-EXC-OK           VALUE '00'.
001400     05  FS-SIGNON-FILE          PIC XX.
001410         88  FS-SGN-OK           VALUE '00'.
001420
001430 01  WS-RUN-DATE-NUM             PIC 9(08).
001440 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
001450     05  WS-RUN-DATE-YYYY        PIC 9(04).
001460     05  WS-RUN-DATE-MM          PIC 9(02).
001470     05  WS-RUN-DATE-DD          PIC 9(02).
001480 01  WS-RUN-DATE-DISPLAY.
001490     05  WD-MM                   PIC 9(02).
001500     05  FILLER                  PIC X(01) VALUE '/'.
001510     05  WD-DD                   PIC 9(02).
001520     05  FILLER                  PIC X(01) VALUE '/'.
001530     05  WD-YYYY                 PIC 9(04).
001540 01  WS-RUN-TIME                 PIC 9(08).
001550 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
001560 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001570
001580 01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
001590     88  WS-MODE-DEVOLUCION      VALUE 'DEVOLUCION'.
001600     88  WS-MODE-REEMISION       VALUE 'REEMISION'.
001610     88  WS-MODE-VALID           VALUE 'DEVOLUCION'
001620                                       'REEMISION'.
001630 01  WS-MODE-CHOICE              PIC X(01).
001640 01  WS-PARM-FOUND-SW            PIC X(01).
001650     88  WS-PARM-FOUND           VALUE 'Y'.
001660     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001670 01  WS-EMB-AVAIL-SW             PIC X(01) VALUE 'N'.
001680     88  WS-EMB-AVAILABLE        VALUE 'Y'.
001690 01  WS-BANK-AVAIL-SW            PIC X(01) VALUE 'N'.
001700     88  WS-BANK-AVAILABLE       VALUE 'Y'.
001710
001720*    BANKPAY VIEWS - THE SAME H/D/T RECORDS NOMINA01 WRITES
001730 01  WS-EXTRACT-REC.
001740     05  EX-RECORD-TYPE          PIC X(01).
001750         88  EX-HEADER           VALUE 'H'.
001760         88  EX-DETAIL           VALUE 'D'.
001770         88  EX-TRAILER          VALUE 'T'.
001780     05  FILLER                  PIC X(39).
001790 01  WS-EXTRACT-HEADER REDEFINES WS-EXTRACT-REC.
001800     05  FILLER                  PIC X(01).
001810     05  EH-COUNT                PIC 9(05).
001820     05  FILLER                  PIC X(34).
001830 01  WS-EXTRACT-DETAIL REDEFINES WS-EXTRACT-REC.
001840     05  FILLER                  PIC X(01).
001850     05  ED-EMP-ID               PIC X(06).
001860     05  ED-IBAN                 PIC X(24).
001870     05  ED-AMOUNT               PIC 9(09).
001880 01  WS-EXTRACT-TRAILER REDEFINES WS-EXTRACT-REC.
001890     05  FILLER                  PIC X(01).
001900     05  ET-TOTAL                PIC 9(11).
001910     05  FILLER                  PIC X(28).
001920
001930 01  WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
001940     88  WS-HEADER-SEEN          VALUE 'Y'.
001950 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
001960     88  WS-TRAILER-SEEN         VALUE 'Y'.
001970 01  WS-HEADER-COUNT             PIC 9(05) VALUE 0.
001980 01  WS-TRAILER-TOTAL            PIC 9(11) VALUE 0.
001990
002000 01  WS-PAY-TABLE.
002010     05  WS-PAY-COUNT            PIC 9(04) COMP VALUE 0.
002020     05  WS-PAY-ENTRY OCCURS 999 TIMES.
002030         10  WS-PAY-EMP-ID       PIC X(06).
002040         10  WS-PAY-IBAN         PIC X(24).
002050         10  WS-PAY-AMOUNT       PIC 9(09).
002060         10  WS-PAY-RETURNED-SW  PIC X(01).
002070             88  WS-PAY-RETURNED VALUE 'Y'.
002080 01  WS-PAY-INDEX                PIC 9(04) COMP.
002090 01  WS-PAY-TOTAL                PIC 9(11) VALUE 0.
002100
002110 01  WS-DEV-TABLE.
002120     05  WS-DEV-COUNT            PIC 9(03) COMP VALUE 0.
002130     05  WS-DEV-ENTRY OCCURS 200 TIMES.
002140         10  WS-DEV-EMP-ID       PIC X(06).
002150         10  WS-DEV-IBAN         PIC X(24).
002160         10  WS-DEV-AMOUNT       PIC 9(09).
002170         10  WS-DEV-REASON       PIC X(04).
002180         10  WS-DEV-DATE         PIC X(08).
002190         10  WS-DEV-NEW-IBAN     PIC X(24).
002200         10  WS-DEV-STATUS       PIC X(01).
002210             88  WS-DEV-MATCHED  VALUE 'M'.
002220             88  WS-DEV-UNMATCHED VALUE 'U'.
002230             88  WS-DEV-REISSUE  VALUE 'E'.
002240             88  WS-DEV-PENDING  VALUE 'P'.
002250             88  WS-DEV-CREDITOR VALUE 'A'.
002260             88  WS-DEV-DONE-BEFORE VALUE 'Y'.
002270 01  WS-DEV-INDEX                PIC 9(03) COMP.
002280 01  WS-DEV-OVERFLOW-SW          PIC X(01) VALUE 'N'.
002290     88  WS-DEV-OVERFLOW         VALUE 'Y'.
002300
002310*    RE-ISSUES ALREADY MADE BY EARLIER REEMISION RUNS, FROM THE
002320*    AUDIT LOG
002330 01  WS-DONE-TABLE.
002340     05  WS-DONE-COUNT           PIC 9(03) COMP VALUE 0.
002350     05  WS-DONE-KEY             PIC X(30) OCCURS 500 TIMES.
002360 01  WS-DONE-INDEX               PIC 9(03) COMP.
002370 01  WS-MATCH-SW                 PIC X(01).
002380     88  WS-MATCH-FOUND          VALUE 'Y'.
002390     88  WS-MATCH-NOT-FOUND      VALUE 'N'.
002400
002410 01  WS-RETURN-KEY.
002420     05  RK-EMP-ID               PIC X(06).
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  RK-AMOUNT               PIC 9(09).
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  RK-DATE                 PIC X(08).
002470     05  FILLER                  PIC X(05) VALUE SPACES.
002480
002490*    BANK REASON CODES KNOWN TO THE REPORT (SEPA R-TRANSACTION
002500*    CODES THE BANK USES FOR REJECTED TRANSFERS)
002510 01  WS-REASON-VALUES.
002520     05  FILLER  PIC X(21) VALUE 'AC01IBAN INCORRECTO  '.
002530     05  FILLER  PIC X(21) VALUE 'AC04CUENTA CANCELADA '.
002540     05  FILLER  PIC X(21) VALUE 'AC06CUENTA BLOQUEADA '.
002550     05  FILLER  PIC X(21) VALUE 'AG01OPERACION VETADA '.
002560     05  FILLER  PIC X(21) VALUE 'BE01TITULAR DISTINTO '.
002570     05  FILLER  PIC X(21) VALUE 'MD07TITULAR FALLECIDO'.
002580     05  FILLER  PIC X(21) VALUE 'MS02RECHAZO CLIENTE  '.
002590     05  FILLER  PIC X(21) VALUE 'MS03SIN MOTIVO       '.
002600 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
002610     05  WS-REASON-ENTRY OCCURS 8 TIMES.
002620         10  WS-REASON-CODE      PIC X(04).
002630         10  WS-REASON-DESC      PIC X(17).
002640 01  WS-REASON-INDEX             PIC 9(02) COMP.
002650 01  WS-REASON-TEXT              PIC X(17).
002660
002670 01  WS-DEV-MATCHED-COUNT        PIC 9(05) VALUE 0.
002680 01  WS-DEV-MATCHED-TOTAL        PIC 9(11) VALUE 0.
002690 01  WS-DEV-UNMATCHED-COUNT      PIC 9(05) VALUE 0.
002700 01  WS-DEV-UNMATCHED-TOTAL      PIC 9(11) VALUE 0.
002710 01  WS-REISSUE-COUNT            PIC 9(05) VALUE 0.
002720 01  WS-REISSUE-TOTAL            PIC 9(11) VALUE 0.
002730 01  WS-PENDING-COUNT            PIC 9(05) VALUE 0.
002740 01  WS-NET-PAID                 PIC 9(11) VALUE 0.
002750 01  WS-EUROS                    PIC 9(09)V99.
002760 01  WS-PRINT-CENTIMOS           PIC 9(11).
002770
002780 01  WS-EXC-FIELD                PIC X(15).
002790 01  WS-EXC-VALUE.
002800     05  XV-EMP-ID               PIC X(06).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  XV-AMOUNT               PIC 9(09).
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  XV-DATE                 PIC X(08).
002850 01  WS-EXC-REASON.
002860     05  XR-PREFIX               PIC X(09).
002870     05  XR-CODE                 PIC X(04).
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  XR-DESC                 PIC X(17).
002900     05  FILLER                  PIC X(09) VALUE SPACES.
002910
002920 01  WS-AUD-KEY-COMPOSED.
002930     05  AK-MODE                 PIC X(10).
002940     05  FILLER                  PIC X(05) VALUE ' DEV '.
002950     05  AK-RETURNS              PIC 9(05).
002960     05  FILLER                  PIC X(05) VALUE ' REE '.
002970     05  AK-REISSUED             PIC 9(05).
002980
002990*    BANKREEM RECORDS - SAME H/D/T FORMAT AS BANKPAY
003000 01  WS-BANK-HEADER-REC.
003010     05  FILLER                  PIC X(01) VALUE 'H'.
003020     05  BH-COUNT                PIC 9(05).
003030     05  FILLER                  PIC X(34) VALUE SPACES.
003040 01  WS-BANK-DETAIL-REC.
003050     05  FILLER                  PIC X(01) VALUE 'D'.
003060     05  BD-EMP-ID               PIC X(06).
003070     05  BD-IBAN                 PIC X(24).
003080     05  BD-AMOUNT               PIC 9(09).
003090 01  WS-BANK-TRAILER-REC.
003100     05  FILLER                  PIC X(01) VALUE 'T'.
003110     05  BT-TOTAL                PIC 9(11).
003120     05  FILLER                  PIC X(28) VALUE SPACES.
003130
003140*    BANKRRPT REPORT LINES
003150 01  WS-REPORT-HEADER.
003160     05  FILLER                  PIC X(30)
003170         VALUE 'BANKRET DEVOLUCIONES BANCARIAS'.
003180     05  FILLER                  PIC X(08) VALUE ' FECHA: '.
003190     05  RH-DATE                 PIC X(10).
003200     05  FILLER                  PIC X(08) VALUE '  MODO: '.
003210     05  RH-MODE                 PIC X(10).
003220     05  FILLER                  PIC X(14) VALUE SPACES.
003230
003240 01  WS-REPORT-COLUMNS.
003250     05  FILLER                  PIC X(32)
003260         VALUE 'EMP-ID IBAN                    '.
003270     05  FILLER                  PIC X(48)
003280         VALUE '      IMPORTE MOTV ESTADO       DESCRIPCION'.
003290
003300 01  WS-REPORT-DETAIL.
003310     05  RD-EMP-ID               PIC X(06).
003320     05  FILLER                  PIC X(01) VALUE SPACE.
003330     05  RD-IBAN                 PIC X(24).
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  RD-AMOUNT               PIC ZZZZ,ZZ9.99.
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  RD-REASON               PIC X(04).
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  RD-STATUS               PIC X(12).
003400     05  FILLER                  PIC X(01) VALUE SPACE.
003410     05  RD-DESC                 PIC X(17).
003420     05  FILLER                  PIC X(01) VALUE SPACE.
003430
003440 01  WS-REPORT-NEW-IBAN-LINE.
003450     05  FILLER                  PIC X(07) VALUE SPACES.
003460     05  FILLER                  PIC X(13)
003470         VALUE 'NUEVA CUENTA '.
003480     05  RN-IBAN                 PIC X(24).
003490     05  FILLER                  PIC X(36) VALUE SPACES.
003500
003510 01  WS-REPORT-TOTAL-LINE.
003520     05  RT-LABEL                PIC X(28).
003530     05  RT-COUNT                PIC ZZ,ZZ9.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  RT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003560     05  FILLER                  PIC X(30) VALUE SPACES.
003570
003580 PROCEDURE DIVISION.
003590
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003620     IF WS-RETURN-CODE < 12
003630         PERFORM 2000-LOAD-EXTRACT     THRU 2000-EXIT
003640     END-IF.
003650     IF WS-RETURN-CODE < 12
003660         PERFORM 3000-MATCH-RETURNS    THRU 3000-EXIT
003670         IF WS-MODE-DEVOLUCION
003680             PERFORM 4000-LOG-RETURNS      THRU 4000-EXIT
003690         ELSE
003700             PERFORM 5000-BUILD-REISSUE    THRU 5000-EXIT
003710         END-IF
003720         PERFORM 6000-WRITE-REPORT     THRU 6000-EXIT
003730     END-IF.
003740     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003750     MOVE WS-RETURN-CODE TO RETURN-CODE.
003760     GOBACK.
003770 0000-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------*
003810* 1000-INITIALIZE - PICK THE MODE, THE OPERATOR, AND OPEN THE *
003820* LOGS. REEMISION ALSO NEEDS BANKACCT FOR THE CORRECTED       *
003830* ACCOUNTS, EMBARGOS TO TELL CREDITOR PAYMENTS APART, AND THE *
003840* RE-ISSUES EARLIER RUNS ALREADY MADE                         *
003850*-----------------------------------------------------------*
003860 1000-INITIALIZE.
003870     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
003880     ACCEPT WS-RUN-TIME     FROM TIME.
003890     MOVE WS-RUN-DATE-MM   TO WD-MM.
003900     MOVE WS-RUN-DATE-DD   TO WD-DD.
003910     MOVE WS-RUN-DATE-YYYY TO WD-YYYY.
003920     MOVE 0 TO WS-RETURN-CODE.
003930     PERFORM 1100-READ-MODE-PARAMETER THRU 1100-EXIT.
003940     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
003950
003960     IF WS-MODE-REEMISION AND WS-RETURN-CODE = 0
003970         PERFORM 1300-LOAD-REISSUE-HISTORY THRU 1300-EXIT
003980         OPEN INPUT BANK-ACCOUNT-FILE
003990         IF FS-BNK-OK
004000             SET WS-BANK-AVAILABLE TO TRUE
004010         ELSE
004020             DISPLAY 'BANKRET - *** FICHERO BANKACCT NO '
004030                 'DISPONIBLE, STATUS: ' FS-BANK-ACCOUNT-FILE
004040                 ' - NADA PUEDE REEMITIRSE ***'
004050             MOVE 16 TO WS-RETURN-CODE
004060         END-IF
004070         OPEN INPUT EMBARGO-FILE
004080         IF FS-EMB-OK
004090             SET WS-EMB-AVAILABLE TO TRUE
004100         END-IF
004110     END-IF.
004120
004130     OPEN EXTEND AUDIT-LOG-FILE.
004140     IF NOT FS-AUDIT-OK
004150         CLOSE AUDIT-LOG-FILE
004160         OPEN OUTPUT AUDIT-LOG-FILE
004170     END-IF.
004180
004190     OPEN EXTEND EXCEPTION-FILE.
004200     IF NOT FS-EXC-OK
004210         CLOSE EXCEPTION-FILE
004220         OPEN OUTPUT EXCEPTION-FILE
004230     END-IF.
004240 1000-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------*
004280* 1100-READ-MODE-PARAMETER - THE BANKRET PARMFILE CARD NAMES  *
004290* THE MODE; NO CARD ASKS THE CONSOLE. ANYTHING ELSE FAILS THE *
004300* STEP (RC 16) RATHER THAN GUESSING                           *
004310*-----------------------------------------------------------*
004320 1100-READ-MODE-PARAMETER.
004330     SET WS-PARM-NOT-FOUND TO TRUE.
004340     OPEN INPUT PARAMETER-FILE.
004350     IF FS-PARM-OK
004360         PERFORM 1110-SCAN-ONE-PARAMETER THRU 1110-EXIT
004370             UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND
004380         CLOSE PARAMETER-FILE
004390     END-IF.
004400     IF WS-PARM-NOT-FOUND
004410         DISPLAY 'BANKRET - MODO: D=DEVOLUCION  R=REEMISION: '
004420             WITH NO ADVANCING
004430         ACCEPT WS-MODE-CHOICE FROM CONSOLE
004440         IF WS-MODE-CHOICE = 'D' OR 'd'
004450             SET WS-MODE-DEVOLUCION TO TRUE
004460         END-IF
004470         IF WS-MODE-CHOICE = 'R' OR 'r'
004480             SET WS-MODE-REEMISION TO TRUE
004490         END-IF
004500     END-IF.
004510     IF NOT WS-MODE-VALID
004520         DISPLAY 'BANKRET - *** MODO NO VALIDO: '
004530             WS-RUN-MODE ' ***'
004540         MOVE 16 TO WS-RETURN-CODE
004550     ELSE
004560         DISPLAY 'BANKRET - MODO: ' WS-RUN-MODE
004570     END-IF.
004580 1100-EXIT.
004590     EXIT.
004600
004610 1110-SCAN-ONE-PARAMETER.
004620     READ PARAMETER-FILE
004630         AT END
004640             GO TO 1110-EXIT
004650     END-READ.
004660     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
004670         MOVE PRM-VALUE TO WS-RUN-MODE
004680         SET WS-PARM-FOUND TO TRUE
004690     END-IF.
004700 1110-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------*
004740* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
004750* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
004760* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
004770*-----------------------------------------------------------*
004780 1200-READ-SIGNON.
004790     MOVE SPACES TO WS-SESSION-INITIALS.
004800     OPEN INPUT SIGNON-FILE.
004810     IF NOT FS-SGN-OK
004820         GO TO 1200-EXIT
004830     END-IF.
004840     READ SIGNON-FILE
004850         AT END
004860             CONTINUE
004870     END-READ.
004880     IF FS-SGN-OK
004890         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
004900     END-IF.
004910     CLOSE SIGNON-FILE.
004920 1200-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------*
004960* 1300-LOAD-REISSUE-HISTORY - EVERY PAYMENT A REEMISION RUN   *
004970* RE-ISSUED LEFT A REEMITE AUDIT ROW KEYED BY EMPLOYEE,       *
004980* AMOUNT AND RETURN DATE; THOSE ARE NEVER RE-ISSUED AGAIN     *
004990*-----------------------------------------------------------*
005000 1300-LOAD-REISSUE-HISTORY.
005010     MOVE 0 TO WS-DONE-COUNT.
005020     OPEN INPUT AUDIT-LOG-FILE.
005030     IF NOT FS-AUDIT-OK
005040         GO TO 1300-EXIT
005050     END-IF.
005060     PERFORM 1310-LOAD-ONE-AUDIT THRU 1310-EXIT
005070         UNTIL NOT FS-AUDIT-OK.
005080     CLOSE AUDIT-LOG-FILE.
005090 1300-EXIT.
005100     EXIT.
005110
005120 1310-LOAD-ONE-AUDIT.
005130     READ AUDIT-LOG-FILE
005140         AT END
005150             GO TO 1310-EXIT
005160     END-READ.
005170     IF AUD-PROGRAM-ID NOT = WS-PROGRAM-ID
005180             OR AUD-ACTION NOT = 'REEMITE'
005190         GO TO 1310-EXIT
005200     END-IF.
005210     IF WS-DONE-COUNT < 500
005220         ADD 1 TO WS-DONE-COUNT
005230         MOVE AUD-KEY-VALUE TO WS-DONE-KEY (WS-DONE-COUNT)
005240     ELSE
005250         DISPLAY 'BANKRET - *** MAS DE 500 REEMISIONES EN '
005260             'AUDITLOG, ARCHIVAR CON AUDARCHV ***'
005270         MOVE 12 TO WS-RETURN-CODE
005280     END-IF.
005290 1310-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------*
005330* 2000-LOAD-EXTRACT - LOAD THE D RECORDS OF THE BANKPAY        *
005340* EXTRACT THE RETURNS ANSWER, AND CHECK THE H COUNT AND THE T *
005350* TOTAL AGAINST THEM: AN EXTRACT THAT DOES NOT BALANCE CANNOT *
005360* BE RECONCILED AND STOPS THE RUN (RC 14)                     *
005370*-----------------------------------------------------------*
005380 2000-LOAD-EXTRACT.
005390     OPEN INPUT BANK-PAYMENT-FILE.
005400     IF NOT FS-BPAY-OK
005410         DISPLAY 'BANKRET - *** FICHERO BANKPAY NO DISPONIBLE, '
005420             'STATUS: ' FS-BANK-PAYMENT-FILE ' ***'
005430         MOVE 16 TO WS-RETURN-CODE
005440         GO TO 2000-EXIT
005450     END-IF.
005460     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
005470     PERFORM 2200-LOAD-ONE-PAYMENT THRU 2200-EXIT
005480         UNTIL NOT FS-BPAY-OK.
005490     CLOSE BANK-PAYMENT-FILE.
005500
005510     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
005520             OR WS-HEADER-COUNT NOT = WS-PAY-COUNT
005530             OR WS-TRAILER-TOTAL NOT = WS-PAY-TOTAL
005540         DISPLAY 'BANKRET - *** BANKPAY NO CUADRA - H: '
005550             WS-HEADER-COUNT ' D: ' WS-PAY-COUNT
005560             ' T: ' WS-TRAILER-TOTAL ' SUMA D: ' WS-PAY-TOTAL
005570             ' ***'
005580         MOVE 14 TO WS-RETURN-CODE
005590     END-IF.
005600 2000-EXIT.
005610     EXIT.
005620
005630 2100-READ-EXTRACT.
005640     READ BANK-PAYMENT-FILE
005650         AT END
005660             CONTINUE
005670     END-READ.
005680 2100-EXIT.
005690     EXIT.
005700
005710 2200-LOAD-ONE-PAYMENT.
005720     MOVE BANK-PAYMENT-RECORD TO WS-EXTRACT-REC.
005730     IF EX-HEADER
005740         SET WS-HEADER-SEEN TO TRUE
005750         MOVE EH-COUNT TO WS-HEADER-COUNT
005760     END-IF.
005770     IF EX-TRAILER
005780         SET WS-TRAILER-SEEN TO TRUE
005790         MOVE ET-TOTAL TO WS-TRAILER-TOTAL
005800     END-IF.
005810     IF EX-DETAIL
005820         IF WS-PAY-COUNT < 999
005830             ADD 1 TO WS-PAY-COUNT
005840             MOVE ED-EMP-ID TO WS-PAY-EMP-ID (WS-PAY-COUNT)
005850             MOVE ED-IBAN   TO WS-PAY-IBAN (WS-PAY-COUNT)
005860             MOVE ED-AMOUNT TO WS-PAY-AMOUNT (WS-PAY-COUNT)
005870             MOVE 'N' TO WS-PAY-RETURNED-SW (WS-PAY-COUNT)
005880             ADD ED-AMOUNT TO WS-PAY-TOTAL
005890         ELSE
005900             DISPLAY 'BANKRET - *** MAS DE 999 PAGOS EN '
005910                 'BANKPAY ***'
005920             MOVE 12 TO WS-RETURN-CODE
005930         END-IF
005940     END-IF.
005950     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
005960 2200-EXIT.
005970     EXIT.
005980
005990*-----------------------------------------------------------*
006000* 3000-MATCH-RETURNS - EACH BANK RETURN CLAIMS THE FIRST       *
006010* UNCLAIMED D RECORD WITH THE SAME EMPLOYEE ID AND AMOUNT, SO *
006020* TWO RETURNS NEVER CLAIM THE SAME PAYMENT                    *
006030*-----------------------------------------------------------*
006040 3000-MATCH-RETURNS.
006050     OPEN INPUT BANK-RETURN-FILE.
006060     IF NOT FS-BDEV-OK
006070         DISPLAY 'BANKRET - *** FICHERO BANKDEV NO DISPONIBLE, '
006080             'STATUS: ' FS-BANK-RETURN-FILE ' ***'
006090         MOVE 16 TO WS-RETURN-CODE
006100         GO TO 3000-EXIT
006110     END-IF.
006120     PERFORM 3100-READ-RETURN THRU 3100-EXIT.
006130     PERFORM 3200-MATCH-ONE-RETURN THRU 3200-EXIT
006140         UNTIL NOT FS-BDEV-OK.
006150     CLOSE BANK-RETURN-FILE.
006160     IF WS-DEV-OVERFLOW
006170         DISPLAY 'BANKRET - *** MAS DE 200 DEVOLUCIONES, SOLO '
006180             'LAS PRIMERAS 200 SE TRATAN ***'
006190         MOVE 12 TO WS-RETURN-CODE
006200     END-IF.
006210 3000-EXIT.
006220     EXIT.
006230
006240 3100-READ-RETURN.
006250     READ BANK-RETURN-FILE
006260         AT END
006270             CONTINUE
006280     END-READ.
006290 3100-EXIT.
006300     EXIT.
006310
006320 3200-MATCH-ONE-RETURN.
006330     IF NOT RET-DETAIL
006340         GO TO 3200-NEXT
006350     END-IF.
006360     IF WS-DEV-COUNT NOT < 200
006370         SET WS-DEV-OVERFLOW TO TRUE
006380         GO TO 3200-NEXT
006390     END-IF.
006400     ADD 1 TO WS-DEV-COUNT.
006410     MOVE RET-EMP-ID      TO WS-DEV-EMP-ID (WS-DEV-COUNT).
006420     MOVE RET-IBAN        TO WS-DEV-IBAN (WS-DEV-COUNT).
006430     MOVE RET-AMOUNT      TO WS-DEV-AMOUNT (WS-DEV-COUNT).
006440     MOVE RET-REASON-CODE TO WS-DEV-REASON (WS-DEV-COUNT).
006450     MOVE RET-RETURN-DATE TO WS-DEV-DATE (WS-DEV-COUNT).
006460     MOVE SPACES          TO WS-DEV-NEW-IBAN (WS-DEV-COUNT).
006470     SET WS-MATCH-NOT-FOUND TO TRUE.
006480     PERFORM 3250-COMPARE-ONE-PAYMENT THRU 3250-EXIT
006490         VARYING WS-PAY-INDEX FROM 1 BY 1
006500         UNTIL WS-PAY-INDEX > WS-PAY-COUNT
006510             OR WS-MATCH-FOUND.
006520     IF WS-MATCH-FOUND
006530         SET WS-DEV-MATCHED (WS-DEV-COUNT) TO TRUE
006540         ADD 1 TO WS-DEV-MATCHED-COUNT
006550         ADD RET-AMOUNT TO WS-DEV-MATCHED-TOTAL
006560     ELSE
006570         SET WS-DEV-UNMATCHED (WS-DEV-COUNT) TO TRUE
006580         ADD 1 TO WS-DEV-UNMATCHED-COUNT
006590         ADD RET-AMOUNT TO WS-DEV-UNMATCHED-TOTAL
006600     END-IF.
006610 3200-NEXT.
006620     PERFORM 3100-READ-RETURN THRU 3100-EXIT.
006630 3200-EXIT.
006640     EXIT.
006650
006660 3250-COMPARE-ONE-PAYMENT.
006670     IF WS-PAY-EMP-ID (WS-PAY-INDEX) = RET-EMP-ID
006680             AND WS-PAY-AMOUNT (WS-PAY-INDEX) = RET-AMOUNT
006690             AND NOT WS-PAY-RETURNED (WS-PAY-INDEX)
006700         SET WS-PAY-RETURNED (WS-PAY-INDEX) TO TRUE
006710         SET WS-MATCH-FOUND TO TRUE
006720     END-IF.
006730 3250-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------*
006770* 3300-LOOKUP-REASON - DESCRIPTION OF THE BANK'S REASON CODE  *
006780* FOR WS-DEV-INDEX; AN UNLISTED CODE IS PRINTED AS SUCH       *
006790*-----------------------------------------------------------*
006800 3300-LOOKUP-REASON.
006810     MOVE 'CODIGO NO LISTADO' TO WS-REASON-TEXT.
006820     PERFORM 3350-MATCH-ONE-REASON THRU 3350-EXIT
006830         VARYING WS-REASON-INDEX FROM 1 BY 1
006840         UNTIL WS-REASON-INDEX > 8.
006850 3300-EXIT.
006860     EXIT.
006870
006880 3350-MATCH-ONE-REASON.
006890     IF WS-REASON-CODE (WS-REASON-INDEX) =
006900             WS-DEV-REASON (WS-DEV-INDEX)
006910         MOVE WS-REASON-DESC (WS-REASON-INDEX) TO WS-REASON-TEXT
006920     END-IF.
006930 3350-EXIT.
006940     EXIT.
006950
006960*-----------------------------------------------------------*
006970* 4000-LOG-RETURNS - DEVOLUCION MODE: EVERY RETURN GOES TO    *
006980* THE EXCEPTION FILE WITH THE BANK'S REASON CODE. ONE THAT    *
006990* MATCHES NO PAYMENT ON BANKPAY IS LOGGED UNDER ITS OWN FIELD *
007000* NAME SO IT IS NOT MISTAKEN FOR AN ORDINARY RETURN           *
007010*-----------------------------------------------------------*
007020 4000-LOG-RETURNS.
007030     PERFORM 4100-LOG-ONE-RETURN THRU 4100-EXIT
007040         VARYING WS-DEV-INDEX FROM 1 BY 1
007050         UNTIL WS-DEV-INDEX > WS-DEV-COUNT.
007060 4000-EXIT.
007070     EXIT.
007080
007090 4100-LOG-ONE-RETURN.
007100     PERFORM 3300-LOOKUP-REASON THRU 3300-EXIT.
007110     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX) TO XV-EMP-ID.
007120     MOVE WS-DEV-AMOUNT (WS-DEV-INDEX) TO XV-AMOUNT.
007130     MOVE WS-DEV-DATE (WS-DEV-INDEX)   TO XV-DATE.
007140     MOVE WS-DEV-REASON (WS-DEV-INDEX) TO XR-CODE.
007150     MOVE WS-REASON-TEXT               TO XR-DESC.
007160     IF WS-DEV-MATCHED (WS-DEV-INDEX)
007170         MOVE 'BANKDEV'        TO WS-EXC-FIELD
007180         MOVE 'DEVUELTO '      TO XR-PREFIX
007190     ELSE
007200         MOVE 'BANKDEV-NOPAGO' TO WS-EXC-FIELD
007210         MOVE 'SIN PAGO '      TO XR-PREFIX
007220     END-IF.
007230     PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT.
007240 4100-EXIT.
007250     EXIT.
007260
007270*-----------------------------------------------------------*
007280* 5000-BUILD-REISSUE - REEMISION MODE: DECIDE FOR EACH        *
007290* MATCHED RETURN WHETHER IT CAN GO OUT AGAIN, THEN WRITE THE  *
007300* BANKREEM EXTRACT FOR THE ONES THAT CAN                      *
007310*-----------------------------------------------------------*
007320 5000-BUILD-REISSUE.
007330     PERFORM 5100-CHECK-ONE-RETURN THRU 5100-EXIT
007340         VARYING WS-DEV-INDEX FROM 1 BY 1
007350         UNTIL WS-DEV-INDEX > WS-DEV-COUNT.
007360     PERFORM 5500-WRITE-REISSUE-FILE THRU 5500-EXIT.
007370 5000-EXIT.
007380     EXIT.
007390
007400*-----------------------------------------------------------*
007410* 5100-CHECK-ONE-RETURN - ALREADY RE-ISSUED BY AN EARLIER RUN *
007420* IS LEFT ALONE; A CREDITOR PAYMENT IS RE-ISSUED BY HAND FROM *
007430* THE COURT ORDER; OTHERWISE THE EMPLOYEE'S ACCOUNT ON        *
007440* BANKACCT MUST NOW DIFFER FROM THE ONE THE BANK RETURNED     *
007450*-----------------------------------------------------------*
007460 5100-CHECK-ONE-RETURN.
007470     IF NOT WS-DEV-MATCHED (WS-DEV-INDEX)
007480         GO TO 5100-EXIT
007490     END-IF.
007500     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX) TO RK-EMP-ID.
007510     MOVE WS-DEV-AMOUNT (WS-DEV-INDEX) TO RK-AMOUNT.
007520     MOVE WS-DEV-DATE (WS-DEV-INDEX)   TO RK-DATE.
007530     SET WS-MATCH-NOT-FOUND TO TRUE.
007540     PERFORM 5150-FIND-PRIOR-REISSUE THRU 5150-EXIT
007550         VARYING WS-DONE-INDEX FROM 1 BY 1
007560         UNTIL WS-DONE-INDEX > WS-DONE-COUNT
007570             OR WS-MATCH-FOUND.
007580     IF WS-MATCH-FOUND
007590         SET WS-DEV-DONE-BEFORE (WS-DEV-INDEX) TO TRUE
007600         GO TO 5100-EXIT
007610     END-IF.
007620
007630     PERFORM 5200-CHECK-CREDITOR THRU 5200-EXIT.
007640     IF WS-MATCH-FOUND
007650         SET WS-DEV-CREDITOR (WS-DEV-INDEX) TO TRUE
007660         GO TO 5100-EXIT
007670     END-IF.
007680
007690     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX) TO BNK-EMP-ID.
007700     READ BANK-ACCOUNT-FILE
007710         INVALID KEY
007720             SET FS-BNK-NOTFND TO TRUE
007730     END-READ.
007740     IF FS-BNK-NOTFND
007750             OR BNK-IBAN = WS-DEV-IBAN (WS-DEV-INDEX)
007760         SET WS-DEV-PENDING (WS-DEV-INDEX) TO TRUE
007770         ADD 1 TO WS-PENDING-COUNT
007780         GO TO 5100-EXIT
007790     END-IF.
007800     MOVE BNK-IBAN TO WS-DEV-NEW-IBAN (WS-DEV-INDEX).
007810     SET WS-DEV-REISSUE (WS-DEV-INDEX) TO TRUE.
007820     ADD 1 TO WS-REISSUE-COUNT.
007830     ADD WS-DEV-AMOUNT (WS-DEV-INDEX) TO WS-REISSUE-TOTAL.
007840 5100-EXIT.
007850     EXIT.
007860
007870 5150-FIND-PRIOR-REISSUE.
007880     IF WS-DONE-KEY (WS-DONE-INDEX) = WS-RETURN-KEY
007890         SET WS-MATCH-FOUND TO TRUE
007900     END-IF.
007910 5150-EXIT.
007920     EXIT.
007930
007940*-----------------------------------------------------------*
007950* 5200-CHECK-CREDITOR - THE RETURN IS A CREDITOR PAYMENT WHEN *
007960* ITS IBAN IS THE CREDITOR IBAN OF ONE OF THE EMPLOYEE'S      *
007970* GARNISHMENT ORDERS                                          *
007980*-----------------------------------------------------------*
007990 5200-CHECK-CREDITOR.
008000     SET WS-MATCH-NOT-FOUND TO TRUE.
008010     IF NOT WS-EMB-AVAILABLE
008020         GO TO 5200-EXIT
008030     END-IF.
008040     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX) TO EMB-EMP-ID.
008050     MOVE LOW-VALUES                   TO EMB-ORDER-REF.
008060     START EMBARGO-FILE KEY IS NOT LESS THAN EMB-KEY
008070         INVALID KEY
008080             GO TO 5200-EXIT
008090     END-START.
008100     PERFORM 5210-READ-ONE-ORDER THRU 5210-EXIT
008110         UNTIL NOT FS-EMB-OK OR WS-MATCH-FOUND.
008120 5200-EXIT.
008130     EXIT.
008140
008150 5210-READ-ONE-ORDER.
008160     READ EMBARGO-FILE NEXT RECORD
008170         AT END
008180             GO TO 5210-EXIT
008190     END-READ.
008200     IF EMB-EMP-ID NOT = WS-DEV-EMP-ID (WS-DEV-INDEX)
008210         MOVE '10' TO FS-EMBARGO-FILE
008220         GO TO 5210-EXIT
008230     END-IF.
008240     IF EMB-CREDITOR-IBAN = WS-DEV-IBAN (WS-DEV-INDEX)
008250         SET WS-MATCH-FOUND TO TRUE
008260     END-IF.
008270 5210-EXIT.
008280     EXIT.
008290
008300*-----------------------------------------------------------*
008310* 5500-WRITE-REISSUE-FILE - H RECORD WITH THE COUNT, ONE D    *
008320* RECORD PER RE-ISSUE TO THE CORRECTED ACCOUNT, T RECORD WITH *
008330* THE TOTAL IN CENTIMOS. EACH RE-ISSUE IS AUDITED WITH THE    *
008340* OLD AND NEW ACCOUNT                                         *
008350*-----------------------------------------------------------*
008360 5500-WRITE-REISSUE-FILE.
008370     OPEN OUTPUT REISSUE-FILE.
008380     MOVE WS-REISSUE-COUNT TO BH-COUNT.
008390     MOVE WS-BANK-HEADER-REC TO REISSUE-RECORD.
008400     WRITE REISSUE-RECORD.
008410     PERFORM 5510-WRITE-ONE-REISSUE THRU 5510-EXIT
008420         VARYING WS-DEV-INDEX FROM 1 BY 1
008430         UNTIL WS-DEV-INDEX > WS-DEV-COUNT.
008440     MOVE WS-REISSUE-TOTAL TO BT-TOTAL.
008450     MOVE WS-BANK-TRAILER-REC TO REISSUE-RECORD.
008460     WRITE REISSUE-RECORD.
008470     CLOSE REISSUE-FILE.
008480     DISPLAY 'BANKRET - EXTRACTO DE REEMISION: '
008490         WS-REISSUE-COUNT ' PAGOS, TOTAL CENTIMOS: '
008500         WS-REISSUE-TOTAL.
008510 5500-EXIT.
008520     EXIT.
008530
008540 5510-WRITE-ONE-REISSUE.
008550     IF NOT WS-DEV-REISSUE (WS-DEV-INDEX)
008560         GO TO 5510-EXIT
008570     END-IF.
008580     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX)   TO BD-EMP-ID.
008590     MOVE WS-DEV-NEW-IBAN (WS-DEV-INDEX) TO BD-IBAN.
008600     MOVE WS-DEV-AMOUNT (WS-DEV-INDEX)   TO BD-AMOUNT.
008610     MOVE WS-BANK-DETAIL-REC TO REISSUE-RECORD.
008620     WRITE REISSUE-RECORD.
008630
008640     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX) TO RK-EMP-ID.
008650     MOVE WS-DEV-AMOUNT (WS-DEV-INDEX) TO RK-AMOUNT.
008660     MOVE WS-DEV-DATE (WS-DEV-INDEX)   TO RK-DATE.
008670     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
008680     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
008690     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
008700     MOVE WS-RETURN-KEY   TO AUD-KEY-VALUE.
008710     MOVE 'REEMITE'       TO AUD-ACTION.
008720     MOVE WS-DEV-IBAN (WS-DEV-INDEX)     TO AUD-BEFORE-IMAGE.
008730     MOVE WS-DEV-NEW-IBAN (WS-DEV-INDEX) TO AUD-AFTER-IMAGE.
008740     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
008750     WRITE AUDIT-LOG-RECORD.
008760 5510-EXIT.
008770     EXIT.
008780
008790*-----------------------------------------------------------*
008800* 6000-WRITE-REPORT - ONE LINE PER RETURN WITH ITS STATUS,     *
008810* THEN THE RECONCILIATION: EXTRACT TOTAL, LESS THE MATCHED    *
008820* RETURNS, IS NET PAID. A RETURN WITH NO PAYMENT IS SHOWN     *
008830* APART AND NOT DEDUCTED                                      *
008840*-----------------------------------------------------------*
008850 6000-WRITE-REPORT.
008860     OPEN OUTPUT RETURNS-REPORT-FILE.
008870     MOVE WS-RUN-DATE-DISPLAY TO RH-DATE.
008880     MOVE WS-RUN-MODE TO RH-MODE.
008890     MOVE WS-REPORT-HEADER TO RETURNS-REPORT-LINE.
008900     WRITE RETURNS-REPORT-LINE.
008910     MOVE WS-REPORT-COLUMNS TO RETURNS-REPORT-LINE.
008920     WRITE RETURNS-REPORT-LINE.
008930     PERFORM 6100-PRINT-ONE-RETURN THRU 6100-EXIT
008940         VARYING WS-DEV-INDEX FROM 1 BY 1
008950         UNTIL WS-DEV-INDEX > WS-DEV-COUNT.
008960
008970     MOVE SPACES TO RETURNS-REPORT-LINE.
008980     WRITE RETURNS-REPORT-LINE.
008990     COMPUTE WS-NET-PAID = WS-PAY-TOTAL - WS-DEV-MATCHED-TOTAL.
009000     MOVE 'PAGOS EN EXTRACTO BANKPAY:  ' TO RT-LABEL.
009010     MOVE WS-PAY-COUNT TO RT-COUNT.
009020     MOVE WS-PAY-TOTAL TO WS-PRINT-CENTIMOS.
009030     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
009040     MOVE 'MENOS DEVOLUCIONES:         ' TO RT-LABEL.
009050     MOVE WS-DEV-MATCHED-COUNT TO RT-COUNT.
009060     MOVE WS-DEV-MATCHED-TOTAL TO WS-PRINT-CENTIMOS.
009070     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
009080     MOVE 'NETO PAGADO:                ' TO RT-LABEL.
009090     COMPUTE RT-COUNT = WS-PAY-COUNT - WS-DEV-MATCHED-COUNT.
009100     MOVE WS-NET-PAID TO WS-PRINT-CENTIMOS.
009110     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
009120     IF WS-DEV-UNMATCHED-COUNT > 0
009130         MOVE 'DEVOLUCIONES SIN PAGO:      ' TO RT-LABEL
009140         MOVE WS-DEV-UNMATCHED-COUNT TO RT-COUNT
009150         MOVE WS-DEV-UNMATCHED-TOTAL TO WS-PRINT-CENTIMOS
009160         PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT
009170     END-IF.
009180     IF WS-MODE-REEMISION
009190         MOVE 'REEMITIDO EN BANKREEM:      ' TO RT-LABEL
009200         MOVE WS-REISSUE-COUNT TO RT-COUNT
009210         MOVE WS-REISSUE-TOTAL TO WS-PRINT-CENTIMOS
009220         PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT
009230         MOVE 'PENDIENTE DE CORREGIR:      ' TO RT-LABEL
009240         MOVE WS-PENDING-COUNT TO RT-COUNT
009250         MOVE 0 TO WS-PRINT-CENTIMOS
009260         PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT
009270     END-IF.
009280     CLOSE RETURNS-REPORT-FILE.
009290     DISPLAY 'BANKRET - DEVOLUCIONES: ' WS-DEV-COUNT
009300         ' CASADAS: ' WS-DEV-MATCHED-COUNT
009310         ' SIN PAGO: ' WS-DEV-UNMATCHED-COUNT
009320         ' NETO PAGADO CENTIMOS: ' WS-NET-PAID.
009330 6000-EXIT.
009340     EXIT.
009350
009360 6100-PRINT-ONE-RETURN.
009370     PERFORM 3300-LOOKUP-REASON THRU 3300-EXIT.
009380     MOVE WS-DEV-EMP-ID (WS-DEV-INDEX) TO RD-EMP-ID.
009390     MOVE WS-DEV-IBAN (WS-DEV-INDEX)   TO RD-IBAN.
009400     COMPUTE WS-EUROS = WS-DEV-AMOUNT (WS-DEV-INDEX) / 100.
009410     MOVE WS-EUROS                     TO RD-AMOUNT.
009420     MOVE WS-DEV-REASON (WS-DEV-INDEX) TO RD-REASON.
009430     MOVE WS-REASON-TEXT               TO RD-DESC.
009440     EVALUATE TRUE
009450         WHEN WS-DEV-UNMATCHED (WS-DEV-INDEX)
009460             MOVE 'SIN PAGO'     TO RD-STATUS
009470         WHEN WS-DEV-REISSUE (WS-DEV-INDEX)
009480             MOVE 'REEMITIDO'    TO RD-STATUS
009490         WHEN WS-DEV-PENDING (WS-DEV-INDEX)
009500             MOVE 'PENDIENTE'    TO RD-STATUS
009510         WHEN WS-DEV-CREDITOR (WS-DEV-INDEX)
009520             MOVE 'ACREEDOR'     TO RD-STATUS
009530         WHEN WS-DEV-DONE-BEFORE (WS-DEV-INDEX)
009540             MOVE 'YA REEMITIDO' TO RD-STATUS
009550         WHEN OTHER
009560             MOVE 'DEVUELTO'     TO RD-STATUS
009570     END-EVALUATE.
009580     MOVE WS-REPORT-DETAIL TO RETURNS-REPORT-LINE.
009590     WRITE RETURNS-REPORT-LINE.
009600     IF WS-DEV-REISSUE (WS-DEV-INDEX)
009610         MOVE WS-DEV-NEW-IBAN (WS-DEV-INDEX) TO RN-IBAN
009620         MOVE WS-REPORT-NEW-IBAN-LINE TO RETURNS-REPORT-LINE
009630         WRITE RETURNS-REPORT-LINE
009640     END-IF.
009650 6100-EXIT.
009660     EXIT.
009670
009680*    THE TOTALS ARE HELD IN CENTIMOS AND PRINTED IN EUROS
009690 6200-PRINT-TOTAL-LINE.
009700     COMPUTE RT-AMOUNT = WS-PRINT-CENTIMOS / 100.
009710     MOVE WS-REPORT-TOTAL-LINE TO RETURNS-REPORT-LINE.
009720     WRITE RETURNS-REPORT-LINE.
009730 6200-EXIT.
009740     EXIT.
009750
009760 6900-WRITE-EXCEPTION.
009770     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
009780     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
009790     MOVE WS-EXC-FIELD    TO EXC-FIELD-NAME.
009800     MOVE WS-EXC-VALUE    TO EXC-FIELD-VALUE.
009810     MOVE WS-EXC-REASON   TO EXC-REASON.
009820     SET  EXC-OPEN        TO TRUE.
009830     MOVE SPACES          TO EXC-RESOLVED-DATE
009840                             EXC-RESOLVED-BY.
009850     WRITE EXCEPTION-RECORD.
009860     IF WS-RETURN-CODE < 4
009870         MOVE 4 TO WS-RETURN-CODE
009880     END-IF.
009890 6900-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------*
009930* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH THE *
009940* MODE, THE RETURNS READ AND THE PAYMENTS RE-ISSUED           *
009950*-----------------------------------------------------------*
009960 9000-TERMINATE.
009970     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
009980     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
009990     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
010000     MOVE WS-RUN-MODE     TO AK-MODE.
010010     MOVE WS-DEV-COUNT    TO AK-RETURNS.
010020     MOVE WS-REISSUE-COUNT TO AK-REISSUED.
010030     MOVE WS-AUD-KEY-COMPOSED TO AUD-KEY-VALUE.
010040     MOVE 'DEVOLUC'       TO AUD-ACTION.
010050     MOVE SPACES          TO AUD-BEFORE-IMAGE
010060                             AUD-AFTER-IMAGE.
010070     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
010080     WRITE AUDIT-LOG-RECORD.
010090
010100     IF WS-BANK-AVAILABLE
010110         CLOSE BANK-ACCOUNT-FILE
010120     END-IF.
010130     IF WS-EMB-AVAILABLE
010140         CLOSE EMBARGO-FILE
010150     END-IF.
010160     CLOSE AUDIT-LOG-FILE.
010170     CLOSE EXCEPTION-FILE.
010180 9000-EXIT.
010190     EXIT.
