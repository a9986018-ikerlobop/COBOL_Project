000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     BNKMAINT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-23.
000160 DATE-COMPILED.  2026-09-23.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-23 ILP   ORIGINAL - OPERATOR MAINTENANCE FOR THE
000210*                  BANKACCT EMPLOYEE BANK-ACCOUNT FILE: ALTA,
000220*                  CAMBIO AND BAJA KEYED ON BNK-EMP-ID, ON THE
000230*                  SAME PATTERN AS EMPMAINT. ALTA REFUSES AN
000240*                  EMP-ID NOT ON EMPMAST. AN IBAN MUST BE
000250*                  SPANISH (ES, 24 CHARACTERS, ALL DIGITS AFTER
000260*                  THE COUNTRY) AND PASS THE ISO 7064 MOD-97
000270*                  CHECK DIGITS; A REFUSED IBAN GOES TO THE
000280*                  EXCEPTION FILE. EVERY CHANGE APPENDS AN
000290*                  AUDIT RECORD WITH THE BEFORE/AFTER IMAGES AND
000300*                  THE SIGNED-ON OPERATOR'S INITIALS. AT FIN THE
000310*                  BNKCAMB REPORT IS REBUILT FROM THE AUDIT LOG
000320*                  WITH EVERY ACCOUNT CHANGE SINCE THE START OF
000330*                  THE OPEN PAYPERD PERIOD, FOR A SECOND PERSON
000340*                  TO CHECK BEFORE PAYDAY
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS BNK-EMP-ID
000430         FILE STATUS IS FS-BANK-ACCOUNT-FILE.
000440
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EMP-ID
000490         FILE STATUS IS FS-EMPLOYEE-MASTER.
000500
000510     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-PAY-PERIOD-FILE.
000540
000550     SELECT CHANGES-REPORT-FILE ASSIGN TO "BNKCAMB"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-CHANGES-REPORT-FILE.
000580
000590     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-AUDIT-LOG-FILE.
000620
000630     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-EXCEPTION-FILE.
000660
000670     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-SIGNON-FILE.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  BANK-ACCOUNT-FILE.
000740     COPY BANKACCT.
000750
000760 FD  EMPLOYEE-MASTER.
000770     COPY EMPMAST.
000780
000790 FD  PAY-PERIOD-FILE.
000800     COPY PERIOREC.
000810
000820 FD  CHANGES-REPORT-FILE.
000830 01  CHANGES-REPORT-LINE             PIC X(80).
000840
000850 FD  AUDIT-LOG-FILE.
000860     COPY AUDITLOG.
000870
000880 FD  EXCEPTION-FILE.
000890     COPY EXCPREC.
000900
000910 FD  SIGNON-FILE.
000920     COPY SIGNONRC.
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-PROGRAM-ID               PIC X(08) VALUE 'BNKMAINT'.
000960
000970 01  WS-FILE-STATUSES.
000980     05  FS-BANK-ACCOUNT-FILE    PIC XX.
000990         88  FS-BNK-OK           VALUE '00'.
001000         88  FS-BNK-NOTFND       VALUE '23'.
001010         88  FS-BNK-NO-FILE      VALUE '35'.
001020     05  FS-EMPLOYEE-MASTER      PIC XX.
001030         88  FS-EMP-OK           VALUE '00'.
001040         88  FS-EMP-NOTFND       VALUE '23'.
001050     05  FS-PAY-PERIOD-FILE      PIC XX.
001060         88  FS-PER-OK           VALUE '00'.
001070     05  FS-CHANGES-REPORT-FILE  PIC XX.
001080     05  FS-AUDIT-LOG-FILE       PIC XX.
001090         88  FS-AUDIT-OK         VALUE '00'.
001100     05  FS-EXCEPTION-FILE       PIC XX.
001110         88  FS-EXC-OK           VALUE '00'.
001120     05  FS-SIGNON-FILE          PIC XX.
001130         88  FS-SGN-OK           VALUE '00'.
001140
001150 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
001160
001170 01  WS-RUN-DATE-NUM             PIC 9(08).
001180 01  WS-RUN-TIME                 PIC 9(08).
001190
001200 01  WS-ACTION-CHOICE            PIC X(01).
001210     88  WS-ACTION-ALTA          VALUE 'A' 'a'.
001220     88  WS-ACTION-CAMBIO        VALUE 'C' 'c'.
001230     88  WS-ACTION-BAJA          VALUE 'B' 'b'.
001240     88  WS-ACTION-FIN           VALUE 'F' 'f'.
001250
001260 01  WS-DONE-SW                  PIC X(01) VALUE 'N'.
001270     88  WS-DONE                 VALUE 'Y'.
001280 01  WS-EMP-AVAIL-SW             PIC X(01) VALUE 'N'.
001290     88  WS-EMP-AVAILABLE        VALUE 'Y'.
001300
001310 01  WS-EMP-ID-INPUT             PIC X(06).
001320     88  WS-EMP-ID-BLANK         VALUE SPACES.
001330
001340*    THE IBAN IS TAKEN WIDER THAN 24 SO AN OVERLONG ONE SHOWS UP
001350 01  WS-IBAN-INPUT               PIC X(34).
001360 01  WS-IBAN-SW                  PIC X(01).
001370     88  IBAN-IS-VALID           VALUE 'Y'.
001380     88  IBAN-IS-INVALID         VALUE 'N'.
001390 01  WS-IBAN-REASON              PIC X(40).
001400
001410*    MOD-97 WORK AREAS: THE IBAN WITH ITS FIRST FOUR CHARACTERS
001420*    MOVED TO THE END, READ ONE CHARACTER AT A TIME; LETTERS
001430*    COUNT AS TWO DIGITS (A=10 ... Z=35)
001440 01  WS-IBAN-REARRANGED.
001450     05  WS-IBAN-CHAR            PIC X(01) OCCURS 24 TIMES.
001460 01  WS-IBAN-INDEX               PIC 9(02) COMP.
001470 01  WS-ONE-CHAR                 PIC X(01).
001480 01  WS-ONE-DIGIT REDEFINES WS-ONE-CHAR
001490                                 PIC 9(01).
001500 01  WS-ALPHABET                 PIC X(26)
001510     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001520 01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABET.
001530     05  WS-ALPHA-CHAR           PIC X(01) OCCURS 26 TIMES.
001540 01  WS-ALPHA-INDEX              PIC 9(02) COMP.
001550 01  WS-LETTER-VALUE             PIC 9(02).
001560 01  WS-MOD-WORK                 PIC 9(05).
001570 01  WS-MOD-QUOTIENT             PIC 9(05).
001580 01  WS-MOD-REMAINDER            PIC 9(02).
001590
001600 01  WS-BEFORE-IMAGE             PIC X(60).
001610 01  WS-AUDIT-ACTION             PIC X(08).
001620 01  WS-CHANGE-COUNT             PIC 9(04) COMP VALUE 0.
001630 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001640 01  WS-EXC-FIELD                PIC X(15).
001650 01  WS-EXC-VALUE                PIC X(30).
001660 01  WS-EXC-REASON               PIC X(40).
001670
001680*    OPEN PERIOD AND THE AUDIT IMAGES READ BACK FOR THE REPORT
001690 01  WS-OPEN-PERIOD-SW           PIC X(01).
001700     88  WS-OPEN-PERIOD-FOUND    VALUE 'Y'.
001710     88  WS-OPEN-PERIOD-NONE     VALUE 'N'.
001720 01  WS-OPEN-PERIOD-ID           PIC X(06).
001730 01  WS-OPEN-PERIOD-START        PIC X(08).
001740 01  WS-REPORT-COUNT             PIC 9(05) VALUE 0.
001750 01  WS-AUDIT-IMAGE              PIC X(60).
001760 01  WS-AUDIT-ACCOUNT REDEFINES WS-AUDIT-IMAGE.
001770     05  WS-AUD-EMP-ID           PIC X(06).
001780     05  WS-AUD-IBAN             PIC X(24).
001790     05  FILLER                  PIC X(30).
001800
001810 01  WS-CHANGES-HEADER.
001820     05  FILLER                  PIC X(34)
001830         VALUE 'BNKMAINT CAMBIOS CUENTA BANCARIA '.
001840     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
001850     05  CH-PERIOD               PIC X(06).
001860     05  FILLER                  PIC X(08) VALUE '  DESDE '.
001870     05  CH-START                PIC X(08).
001880     05  FILLER                  PIC X(15) VALUE SPACES.
001890 01  WS-CHANGES-COLUMNS.
001900     05  FILLER                  PIC X(40)
001910         VALUE 'FECHA    OPE ACCION EMP-ID IBAN ANTERIOR'.
001920     05  FILLER                  PIC X(40)
001930         VALUE '              IBAN NUEVO                '.
001940 01  WS-CHANGES-DETAIL.
001950     05  CD-DATE                 PIC X(08).
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  CD-OPERATOR             PIC X(03).
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  CD-ACTION               PIC X(06).
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  CD-EMP-ID               PIC X(06).
002020     05  FILLER                  PIC X(01) VALUE SPACE.
002030     05  CD-OLD-IBAN             PIC X(24).
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  CD-NEW-IBAN             PIC X(24).
002060     05  FILLER                  PIC X(04) VALUE SPACES.
002070 01  WS-CHANGES-TOTAL.
002080     05  FILLER                  PIC X(25)
002090         VALUE 'CAMBIOS EN EL PERIODO:   '.
002100     05  CT-COUNT                PIC ZZ,ZZ9.
002110     05  FILLER                  PIC X(49) VALUE SPACES.
002120 01  WS-CHANGES-SIGNOFF.
002130     05  FILLER                  PIC X(40)
002140         VALUE 'REVISADO POR (DISTINTO DEL OPERADOR): __'.
002150     05  FILLER                  PIC X(40)
002160         VALUE '_____   FECHA: __________               '.
002170
002180 PROCEDURE DIVISION.
002190
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002220     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
002230         UNTIL WS-DONE.
002240     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002250     PERFORM 9500-WRITE-CHANGES-REPORT THRU 9500-EXIT.
002260     MOVE WS-RETURN-CODE TO RETURN-CODE.
002270     GOBACK.
002280 0000-EXIT.
002290     EXIT.
002300
002310*-----------------------------------------------------------*
002320* 1000-INITIALIZE - STAMP RUN DATE/TIME, OPEN BANKACCT FOR    *
002330* UPDATE (CREATING IT ON FIRST USE), EMPMAST TO CHECK IDS     *
002340* AGAINST, AUDIT + EXCEPTIONS                                 *
002350*-----------------------------------------------------------*
002360 1000-INITIALIZE.
002370     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002380     ACCEPT WS-RUN-TIME     FROM TIME.
002390     MOVE 0 TO WS-RETURN-CODE.
002400     MOVE 0 TO WS-CHANGE-COUNT.
002410     MOVE 'N' TO WS-DONE-SW.
002420
002430     OPEN I-O BANK-ACCOUNT-FILE.
002440     IF FS-BNK-NO-FILE
002450         OPEN OUTPUT BANK-ACCOUNT-FILE
002460         CLOSE BANK-ACCOUNT-FILE
002470         OPEN I-O BANK-ACCOUNT-FILE
002480     END-IF.
002490     IF NOT FS-BNK-OK
002500         DISPLAY 'BNKMAINT - *** FICHERO BANKACCT NO '
002510             'DISPONIBLE, STATUS: ' FS-BANK-ACCOUNT-FILE
002520         MOVE 16 TO WS-RETURN-CODE
002530         SET WS-DONE TO TRUE
002540     END-IF.
002550
002560*    WITHOUT THE MASTER NO NEW ACCOUNT CAN BE CHECKED, SO ALTA
002570*    IS REFUSED; CAMBIO AND BAJA STILL WORK ON EXISTING ROWS
002580     OPEN INPUT EMPLOYEE-MASTER.
002590     IF FS-EMP-OK
002600         SET WS-EMP-AVAILABLE TO TRUE
002610     ELSE
002620         DISPLAY 'BNKMAINT - *** EMPLOYEE MASTER FILE NOT '
002630             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002640             ' - ALTA NO PERMITIDA ***'
002650     END-IF.
002660
002670     OPEN EXTEND AUDIT-LOG-FILE.
002680     IF NOT FS-AUDIT-OK
002690         CLOSE AUDIT-LOG-FILE
002700         OPEN OUTPUT AUDIT-LOG-FILE
002710     END-IF.
002720
002730     OPEN EXTEND EXCEPTION-FILE.
002740     IF NOT FS-EXC-OK
002750         CLOSE EXCEPTION-FILE
002760         OPEN OUTPUT EXCEPTION-FILE
002770     END-IF.
002780
002790     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830*-----------------------------------------------------------*
002840* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
002850* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
002860* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
002870*-----------------------------------------------------------*
002880 1200-READ-SIGNON.
002890     MOVE SPACES TO WS-SESSION-INITIALS.
002900     OPEN INPUT SIGNON-FILE.
002910     IF NOT FS-SGN-OK
002920         GO TO 1200-EXIT
002930     END-IF.
002940     READ SIGNON-FILE
002950         AT END
002960             CONTINUE
002970     END-READ.
002980     IF FS-SGN-OK
002990         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
003000     END-IF.
003010     CLOSE SIGNON-FILE.
003020 1200-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------*
003060* 2000-PROCESS-ONE-ACTION - PROMPT FOR AN ACTION AND ROUTE    *
003070* IT, LOOPING UNTIL THE OPERATOR ASKS FOR FIN                 *
003080*-----------------------------------------------------------*
003090 2000-PROCESS-ONE-ACTION.
003100     DISPLAY ' '.
003110     DISPLAY 'BNKMAINT - ACCION (A=ALTA C=CAMBIO B=BAJA '
003120         'F=FIN): ' WITH NO ADVANCING.
003130     ACCEPT WS-ACTION-CHOICE FROM CONSOLE.
003140     EVALUATE TRUE
003150         WHEN WS-ACTION-ALTA
003160             PERFORM 3000-ADD-ACCOUNT     THRU 3000-EXIT
003170         WHEN WS-ACTION-CAMBIO
003180             PERFORM 4000-CHANGE-ACCOUNT  THRU 4000-EXIT
003190         WHEN WS-ACTION-BAJA
003200             PERFORM 5000-DELETE-ACCOUNT  THRU 5000-EXIT
003210         WHEN WS-ACTION-FIN
003220             SET WS-DONE TO TRUE
003230         WHEN OTHER
003240             DISPLAY 'BNKMAINT - ACCION NO VALIDA'
003250     END-EVALUATE.
003260 2000-EXIT.
003270     EXIT.
003280
003290*-----------------------------------------------------------*
003300* 2100-ACCEPT-EMP-ID - A BLANK ID IS REFUSED HERE SO NO       *
003310* ACTION CAN EVER TOUCH A RECORD KEYED ON SPACES              *
003320*-----------------------------------------------------------*
003330 2100-ACCEPT-EMP-ID.
003340     DISPLAY 'BNKMAINT - EMPLOYEE ID: ' WITH NO ADVANCING.
003350     ACCEPT WS-EMP-ID-INPUT FROM CONSOLE.
003360     IF WS-EMP-ID-BLANK
003370         DISPLAY 'BNKMAINT - EMPLOYEE ID EN BLANCO, ACCION '
003380             'DESCARTADA'
003390     END-IF.
003400 2100-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------*
003440* 3000-ADD-ACCOUNT - ALTA: THE EMPLOYEE MUST BE ON EMPMAST    *
003450* AND HAVE NO ACCOUNT YET; THE IBAN MUST PASS 6000            *
003460*-----------------------------------------------------------*
003470 3000-ADD-ACCOUNT.
003480     PERFORM 2100-ACCEPT-EMP-ID THRU 2100-EXIT.
003490     IF WS-EMP-ID-BLANK
003500         GO TO 3000-EXIT
003510     END-IF.
003520     IF NOT WS-EMP-AVAILABLE
003530         DISPLAY 'BNKMAINT - SIN EMPMAST NO HAY ALTAS'
003540         GO TO 3000-EXIT
003550     END-IF.
003560     MOVE WS-EMP-ID-INPUT TO EMP-ID.
003570     READ EMPLOYEE-MASTER
003580         INVALID KEY
003590             SET FS-EMP-NOTFND TO TRUE
003600     END-READ.
003610     IF FS-EMP-NOTFND
003620         DISPLAY 'BNKMAINT - EMPLEADO NO ESTA EN EMPMAST: '
003630             WS-EMP-ID-INPUT
003640         MOVE 'BNK-EMP-ID'      TO WS-EXC-FIELD
003650         MOVE WS-EMP-ID-INPUT   TO WS-EXC-VALUE
003660         MOVE 'EMPLEADO NO ESTA EN EMPMAST' TO WS-EXC-REASON
003670         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
003680         GO TO 3000-EXIT
003690     END-IF.
003700     MOVE WS-EMP-ID-INPUT TO BNK-EMP-ID.
003710     READ BANK-ACCOUNT-FILE
003720         INVALID KEY
003730             SET FS-BNK-NOTFND TO TRUE
003740     END-READ.
003750     IF NOT FS-BNK-NOTFND
003760         DISPLAY 'BNKMAINT - EL EMPLEADO YA TIENE CUENTA: '
003770             WS-EMP-ID-INPUT ' (USE CAMBIO)'
003780         GO TO 3000-EXIT
003790     END-IF.
003800     DISPLAY 'BNKMAINT - EMPLEADO: ' EMP-NOMBRE.
003810     DISPLAY 'BNKMAINT - IBAN (24 CARACTERES, SIN ESPACIOS): '
003820         WITH NO ADVANCING.
003830     ACCEPT WS-IBAN-INPUT FROM CONSOLE.
003840     PERFORM 6000-VALIDATE-IBAN THRU 6000-EXIT.
003850     IF IBAN-IS-INVALID
003860         GO TO 3000-EXIT
003870     END-IF.
003880     MOVE WS-EMP-ID-INPUT      TO BNK-EMP-ID.
003890     MOVE WS-IBAN-INPUT (1:24) TO BNK-IBAN.
003900     MOVE SPACES               TO WS-BEFORE-IMAGE.
003910     WRITE BANK-ACCOUNT-RECORD
003920         INVALID KEY
003930             DISPLAY 'BNKMAINT - *** ALTA FALLIDA, '
003940                 'STATUS: ' FS-BANK-ACCOUNT-FILE
003950             MOVE 12 TO WS-RETURN-CODE
003960         NOT INVALID KEY
003970             MOVE 'ALTA' TO WS-AUDIT-ACTION
003980             PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT
003990             DISPLAY 'BNKMAINT - ALTA REGISTRADA: '
004000                 WS-EMP-ID-INPUT
004010     END-WRITE.
004020 3000-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------*
004060* 4000-CHANGE-ACCOUNT - CAMBIO: THE NEW IBAN REPLACES THE OLD *
004070* ONE ONLY IF IT PASSES 6000; BLANK LEAVES THE ACCOUNT AS IT  *
004080* IS                                                          *
004090*-----------------------------------------------------------*
004100 4000-CHANGE-ACCOUNT.
004110     PERFORM 2100-ACCEPT-EMP-ID THRU 2100-EXIT.
004120     IF WS-EMP-ID-BLANK
004130         GO TO 4000-EXIT
004140     END-IF.
004150     MOVE WS-EMP-ID-INPUT TO BNK-EMP-ID.
004160     READ BANK-ACCOUNT-FILE
004170         INVALID KEY
004180             SET FS-BNK-NOTFND TO TRUE
004190     END-READ.
004200     IF FS-BNK-NOTFND
004210         DISPLAY 'BNKMAINT - EMPLEADO SIN CUENTA: '
004220             WS-EMP-ID-INPUT ' (USE ALTA)'
004230         GO TO 4000-EXIT
004240     END-IF.
004250     MOVE BANK-ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
004260     DISPLAY 'BNKMAINT - IBAN ACTUAL: ' BNK-IBAN.
004270     DISPLAY 'BNKMAINT - NUEVO IBAN (BLANCO=IGUAL): '
004280         WITH NO ADVANCING.
004290     ACCEPT WS-IBAN-INPUT FROM CONSOLE.
004300     IF WS-IBAN-INPUT = SPACES
004310         DISPLAY 'BNKMAINT - SIN CAMBIOS'
004320         GO TO 4000-EXIT
004330     END-IF.
004340     PERFORM 6000-VALIDATE-IBAN THRU 6000-EXIT.
004350     IF IBAN-IS-INVALID
004360         GO TO 4000-EXIT
004370     END-IF.
004380     MOVE WS-IBAN-INPUT (1:24) TO BNK-IBAN.
004390     REWRITE BANK-ACCOUNT-RECORD
004400         INVALID KEY
004410             DISPLAY 'BNKMAINT - *** CAMBIO FALLIDO, '
004420                 'STATUS: ' FS-BANK-ACCOUNT-FILE
004430             MOVE 12 TO WS-RETURN-CODE
004440         NOT INVALID KEY
004450             MOVE 'CAMBIO' TO WS-AUDIT-ACTION
004460             PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT
004470             DISPLAY 'BNKMAINT - CAMBIO REGISTRADO: '
004480                 WS-EMP-ID-INPUT
004490     END-REWRITE.
004500 4000-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------*
004540* 5000-DELETE-ACCOUNT - BAJA: THE BEFORE IMAGE IS KEPT ON THE *
004550* AUDIT RECORD, THE AFTER IMAGE IS SPACES. THE EMPLOYEE IS    *
004560* THEN UNPAID BY THE EXTRACT UNTIL A NEW ALTA                 *
004570*-----------------------------------------------------------*
004580 5000-DELETE-ACCOUNT.
004590     PERFORM 2100-ACCEPT-EMP-ID THRU 2100-EXIT.
004600     IF WS-EMP-ID-BLANK
004610         GO TO 5000-EXIT
004620     END-IF.
004630     MOVE WS-EMP-ID-INPUT TO BNK-EMP-ID.
004640     READ BANK-ACCOUNT-FILE
004650         INVALID KEY
004660             SET FS-BNK-NOTFND TO TRUE
004670     END-READ.
004680     IF FS-BNK-NOTFND
004690         DISPLAY 'BNKMAINT - EMPLEADO SIN CUENTA: '
004700             WS-EMP-ID-INPUT
004710         GO TO 5000-EXIT
004720     END-IF.
004730     MOVE BANK-ACCOUNT-RECORD TO WS-BEFORE-IMAGE.
004740     DELETE BANK-ACCOUNT-FILE
004750         INVALID KEY
004760             DISPLAY 'BNKMAINT - *** BAJA FALLIDA, '
004770                 'STATUS: ' FS-BANK-ACCOUNT-FILE
004780             MOVE 12 TO WS-RETURN-CODE
004790         NOT INVALID KEY
004800             MOVE SPACES TO BANK-ACCOUNT-RECORD
004810             MOVE 'BAJA' TO WS-AUDIT-ACTION
004820             PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT
004830             DISPLAY 'BNKMAINT - BAJA REGISTRADA: '
004840                 WS-EMP-ID-INPUT
004850     END-DELETE.
004860 5000-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------*
004900* 6000-VALIDATE-IBAN - SPANISH RULES FIRST (NOTHING PAST 24   *
004910* CHARACTERS, COUNTRY ES, 22 DIGITS AFTER IT - WHICH ALSO     *
004920* CATCHES ONE TYPED SHORT), THEN THE ISO 7064 MOD-97 CHECK:   *
004930* FIRST FOUR CHARACTERS MOVED TO THE END, LETTERS AS TWO      *
004940* DIGITS, THE WHOLE NUMBER MOD 97 MUST BE 1. THE REMAINDER IS *
004950* CARRIED A CHARACTER AT A TIME SO NO 50-DIGIT FIELD IS NEEDED*
004960*-----------------------------------------------------------*
004970 6000-VALIDATE-IBAN.
004980     SET IBAN-IS-VALID TO TRUE.
004990     INSPECT WS-IBAN-INPUT CONVERTING
005000         'abcdefghijklmnopqrstuvwxyz'
005010         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005020     IF WS-IBAN-INPUT (25:10) NOT = SPACES
005030         MOVE 'IBAN ES DE MAS DE 24 CARACTERES' TO WS-IBAN-REASON
005040         GO TO 6000-REJECT
005050     END-IF.
005060     IF WS-IBAN-INPUT (1:2) NOT = 'ES'
005070         MOVE 'IBAN NO ESPANOL (PAIS DISTINTO DE ES)'
005080             TO WS-IBAN-REASON
005090         GO TO 6000-REJECT
005100     END-IF.
005110     IF WS-IBAN-INPUT (3:22) IS NOT NUMERIC
005120         MOVE 'IBAN ES CORTO O CON CARACTERES NO NUMERICOS'
005130             TO WS-IBAN-REASON
005140         GO TO 6000-REJECT
005150     END-IF.
005160
005170     MOVE WS-IBAN-INPUT (5:20) TO WS-IBAN-REARRANGED (1:20).
005180     MOVE WS-IBAN-INPUT (1:4)  TO WS-IBAN-REARRANGED (21:4).
005190     MOVE 0 TO WS-MOD-REMAINDER.
005200     PERFORM 6010-ADD-ONE-CHARACTER THRU 6010-EXIT
005210         VARYING WS-IBAN-INDEX FROM 1 BY 1
005220         UNTIL WS-IBAN-INDEX > 24.
005230     IF WS-MOD-REMAINDER NOT = 1
005240         MOVE 'DIGITOS DE CONTROL IBAN INCORRECTOS'
005250             TO WS-IBAN-REASON
005260         GO TO 6000-REJECT
005270     END-IF.
005280     GO TO 6000-EXIT.
005290 6000-REJECT.
005300     SET IBAN-IS-INVALID TO TRUE.
005310     DISPLAY 'BNKMAINT - *** IBAN RECHAZADO *** ' WS-IBAN-REASON.
005320     MOVE 'BNK-IBAN'          TO WS-EXC-FIELD.
005330     MOVE WS-IBAN-INPUT (1:30) TO WS-EXC-VALUE.
005340     MOVE WS-IBAN-REASON      TO WS-EXC-REASON.
005350     PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT.
005360 6000-EXIT.
005370     EXIT.
005380
005390 6010-ADD-ONE-CHARACTER.
005400     MOVE WS-IBAN-CHAR (WS-IBAN-INDEX) TO WS-ONE-CHAR.
005410     IF WS-ONE-CHAR IS NUMERIC
005420         COMPUTE WS-MOD-WORK = WS-MOD-REMAINDER * 10
005430             + WS-ONE-DIGIT
005440     ELSE
005450         MOVE 0 TO WS-LETTER-VALUE
005460         PERFORM 6020-FIND-ONE-LETTER THRU 6020-EXIT
005470             VARYING WS-ALPHA-INDEX FROM 1 BY 1
005480             UNTIL WS-ALPHA-INDEX > 26
005490                 OR WS-LETTER-VALUE > 0
005500         COMPUTE WS-MOD-WORK = WS-MOD-REMAINDER * 100
005510             + WS-LETTER-VALUE
005520     END-IF.
005530     DIVIDE WS-MOD-WORK BY 97 GIVING WS-MOD-QUOTIENT
005540         REMAINDER WS-MOD-REMAINDER.
005550 6010-EXIT.
005560     EXIT.
005570
005580 6020-FIND-ONE-LETTER.
005590     IF WS-ALPHA-CHAR (WS-ALPHA-INDEX) = WS-ONE-CHAR
005600         COMPUTE WS-LETTER-VALUE = WS-ALPHA-INDEX + 9
005610     END-IF.
005620 6020-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------*
005660* 6900-WRITE-EXCEPTION - LOG A REFUSED ACCOUNT OR IBAN        *
005670*-----------------------------------------------------------*
005680 6900-WRITE-EXCEPTION.
005690     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
005700     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
005710     MOVE WS-EXC-FIELD    TO EXC-FIELD-NAME.
005720     MOVE WS-EXC-VALUE    TO EXC-FIELD-VALUE.
005730     MOVE WS-EXC-REASON   TO EXC-REASON.
005740     SET  EXC-OPEN        TO TRUE.
005750     MOVE SPACES          TO EXC-RESOLVED-DATE
005760                             EXC-RESOLVED-BY.
005770     WRITE EXCEPTION-RECORD.
005780     IF WS-RETURN-CODE < 4
005790         MOVE 4 TO WS-RETURN-CODE
005800     END-IF.
005810 6900-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------*
005850* 8000-WRITE-CHANGE-AUDIT - ONE AUDIT RECORD PER DATA CHANGE, *
005860* CARRYING THE ACTION AND THE BEFORE/AFTER RECORD IMAGES      *
005870*-----------------------------------------------------------*
005880 8000-WRITE-CHANGE-AUDIT.
005890     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
005900     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
005910     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
005920     MOVE WS-EMP-ID-INPUT  TO AUD-KEY-VALUE.
005930     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
005940     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
005950     MOVE BANK-ACCOUNT-RECORD TO AUD-AFTER-IMAGE.
005960     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005970     WRITE AUDIT-LOG-RECORD.
005980     ADD 1 TO WS-CHANGE-COUNT.
005990 8000-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------*
006030* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH THE *
006040* NUMBER OF CHANGES APPLIED, CLOSE EVERYTHING                 *
006050*-----------------------------------------------------------*
006060 9000-TERMINATE.
006070     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
006080     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006090     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
006100     MOVE WS-CHANGE-COUNT TO AUD-KEY-VALUE.
006110     MOVE 'FIN'           TO AUD-ACTION.
006120     MOVE SPACES          TO AUD-BEFORE-IMAGE
006130                             AUD-AFTER-IMAGE.
006140     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
006150     WRITE AUDIT-LOG-RECORD.
006160
006170     CLOSE BANK-ACCOUNT-FILE.
006180     IF WS-EMP-AVAILABLE
006190         CLOSE EMPLOYEE-MASTER
006200     END-IF.
006210     CLOSE AUDIT-LOG-FILE.
006220     CLOSE EXCEPTION-FILE.
006230 9000-EXIT.
006240     EXIT.
006250
006260*-----------------------------------------------------------*
006270* 9500-WRITE-CHANGES-REPORT - EVERY ALTA, CAMBIO AND BAJA     *
006280* THIS PROGRAM LOGGED SINCE THE START OF THE OPEN PAYPERD     *
006290* PERIOD (ANY SESSION, NOT JUST THIS ONE), WITH THE OLD AND   *
006300* NEW IBAN, FOR A SECOND PERSON TO CHECK BEFORE PAYDAY. THE   *
006310* PERIOD STAYS OPEN UNTIL NOMINA01 CLOSES IT, SO A CHANGE     *
006320* AFTER ITS END DATE STILL COUNTS                             *
006330*-----------------------------------------------------------*
006340 9500-WRITE-CHANGES-REPORT.
006350     SET WS-OPEN-PERIOD-NONE TO TRUE.
006360     OPEN INPUT PAY-PERIOD-FILE.
006370     IF FS-PER-OK
006380         PERFORM 9510-FIND-OPEN-PERIOD THRU 9510-EXIT
006390             UNTIL NOT FS-PER-OK OR WS-OPEN-PERIOD-FOUND
006400         CLOSE PAY-PERIOD-FILE
006410     END-IF.
006420     IF WS-OPEN-PERIOD-NONE
006430         DISPLAY 'BNKMAINT - SIN PERIODO ABIERTO EN PAYPERD, '
006440             'INFORME BNKCAMB NO GENERADO'
006450         GO TO 9500-EXIT
006460     END-IF.
006470
006480     OPEN OUTPUT CHANGES-REPORT-FILE.
006490     MOVE WS-OPEN-PERIOD-ID    TO CH-PERIOD.
006500     MOVE WS-OPEN-PERIOD-START TO CH-START.
006510     MOVE WS-CHANGES-HEADER TO CHANGES-REPORT-LINE.
006520     WRITE CHANGES-REPORT-LINE.
006530     MOVE WS-CHANGES-COLUMNS TO CHANGES-REPORT-LINE.
006540     WRITE CHANGES-REPORT-LINE.
006550     MOVE 0 TO WS-REPORT-COUNT.
006560     OPEN INPUT AUDIT-LOG-FILE.
006570     IF FS-AUDIT-OK
006580         PERFORM 9520-LIST-ONE-CHANGE THRU 9520-EXIT
006590             UNTIL NOT FS-AUDIT-OK
006600         CLOSE AUDIT-LOG-FILE
006610     END-IF.
006620     MOVE WS-REPORT-COUNT TO CT-COUNT.
006630     MOVE WS-CHANGES-TOTAL TO CHANGES-REPORT-LINE.
006640     WRITE CHANGES-REPORT-LINE.
006650     MOVE SPACES TO CHANGES-REPORT-LINE.
006660     WRITE CHANGES-REPORT-LINE.
006670     MOVE WS-CHANGES-SIGNOFF TO CHANGES-REPORT-LINE.
006680     WRITE CHANGES-REPORT-LINE.
006690     CLOSE CHANGES-REPORT-FILE.
006700     DISPLAY 'BNKMAINT - CAMBIOS DE CUENTA EN EL PERIODO '
006710         WS-OPEN-PERIOD-ID ': ' WS-REPORT-COUNT
006720         ' (INFORME BNKCAMB)'.
006730 9500-EXIT.
006740     EXIT.
006750
006760 9510-FIND-OPEN-PERIOD.
006770     READ PAY-PERIOD-FILE
006780         AT END
006790             GO TO 9510-EXIT
006800     END-READ.
006810     IF FS-PER-OK AND PER-OPEN
006820         MOVE PER-ID         TO WS-OPEN-PERIOD-ID
006830         MOVE PER-START-DATE TO WS-OPEN-PERIOD-START
006840         SET WS-OPEN-PERIOD-FOUND TO TRUE
006850     END-IF.
006860 9510-EXIT.
006870     EXIT.
006880
006890 9520-LIST-ONE-CHANGE.
006900     READ AUDIT-LOG-FILE
006910         AT END
006920             GO TO 9520-EXIT
006930     END-READ.
006940     IF AUD-PROGRAM-ID NOT = WS-PROGRAM-ID
006950             OR AUD-ACTION = 'FIN'
006960             OR AUD-RUN-DATE < WS-OPEN-PERIOD-START
006970         GO TO 9520-EXIT
006980     END-IF.
006990     MOVE AUD-RUN-DATE  TO CD-DATE.
007000     MOVE AUD-OPERATOR  TO CD-OPERATOR.
007010     MOVE AUD-ACTION    TO CD-ACTION.
007020     MOVE AUD-KEY-VALUE TO CD-EMP-ID.
007030     MOVE AUD-BEFORE-IMAGE TO WS-AUDIT-IMAGE.
007040     MOVE WS-AUD-IBAN   TO CD-OLD-IBAN.
007050     MOVE AUD-AFTER-IMAGE TO WS-AUDIT-IMAGE.
007060     MOVE WS-AUD-IBAN   TO CD-NEW-IBAN.
007070     MOVE WS-CHANGES-DETAIL TO CHANGES-REPORT-LINE.
007080     WRITE CHANGES-REPORT-LINE.
007090     ADD 1 TO WS-REPORT-COUNT.
007100 9520-EXIT.
007110     EXIT.
