000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     EMBMAINT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-16.
000160 DATE-COMPILED.  2026-09-16.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-16 ILP   ORIGINAL - OPERATOR MAINTENANCE FOR THE
000210*                  EMBARGOS COURT-ORDER FILE: ALTA (REGISTER A
000220*                  NEW ORDER AGAINST AN EMPLOYEE ON EMPMAST),
000230*                  LISTA (THE EMPLOYEE'S ORDERS WITH THEIR
000240*                  BALANCES) AND BAJA (CLOSE AN ORDER THE COURT
000250*                  HAS LIFTED). AN ORDER IS NEVER DELETED - A
000260*                  BAJA MARKS IT CLOSED SO THE WITHHELD FIGURE
000270*                  STAYS ON FILE. EVERY CHANGE APPENDS ONE
000280*                  AUDIT RECORD WITH THE BEFORE/AFTER IMAGES
000290*                  AND THE SIGNED-ON OPERATOR'S INITIALS
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMBARGO-FILE    ASSIGN TO "EMBARGOS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EMB-KEY
000380         FILE STATUS IS FS-EMBARGO-FILE.
000390
000400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS EMP-ID
000440         FILE STATUS IS FS-EMPLOYEE-MASTER.
000450
000460     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-AUDIT-LOG-FILE.
000490
000500     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-EXCEPTION-FILE.
000530
000540     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-SIGNON-FILE.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EMBARGO-FILE.
000610     COPY EMBARGO.
000620
000630 FD  EMPLOYEE-MASTER.
000640     COPY EMPMAST.
000650
000660 FD  AUDIT-LOG-FILE.
000670     COPY AUDITLOG.
000680
000690 FD  EXCEPTION-FILE.
000700     COPY EXCPREC.
000710
000720 FD  SIGNON-FILE.
000730     COPY SIGNONRC.
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-PROGRAM-ID               PIC X(08) VALUE 'EMBMAINT'.
000770
000780 01  WS-FILE-STATUSES.
000790     05  FS-EMBARGO-FILE         PIC XX.
000800         88  FS-EMB-OK           VALUE '00'.
000810         88  FS-EMB-NOTFND       VALUE '23'.
000820         88  FS-EMB-NO-FILE      VALUE '35'.
000830     05  FS-EMPLOYEE-MASTER      PIC XX.
000840         88  FS-EMP-OK           VALUE '00'.
000850         88  FS-EMP-NOTFND       VALUE '23'.
000860     05  FS-AUDIT-LOG-FILE       PIC XX.
000870         88  FS-AUDIT-OK         VALUE '00'.
000880     05  FS-EXCEPTION-FILE       PIC XX.
000890         88  FS-EXC-OK           VALUE '00'.
000900     05  FS-SIGNON-FILE          PIC XX.
000910         88  FS-SGN-OK           VALUE '00'.
000920
000930 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
000940
000950 01  WS-RUN-DATE-NUM             PIC 9(08).
000960 01  WS-RUN-TIME                 PIC 9(08).
000970
000980 01  WS-ACTION-CHOICE            PIC X(01).
000990     88  WS-ACTION-ALTA          VALUE 'A' 'a'.
001000     88  WS-ACTION-LISTA         VALUE 'L' 'l'.
001010     88  WS-ACTION-BAJA          VALUE 'B' 'b'.
001020     88  WS-ACTION-FIN           VALUE 'F' 'f'.
001030
001040 01  WS-DONE-SW                  PIC X(01) VALUE 'N'.
001050     88  WS-DONE                 VALUE 'Y'.
001060
001070 01  WS-EMP-ID-INPUT             PIC X(06).
001080     88  WS-EMP-ID-BLANK         VALUE SPACES.
001090 01  WS-REF-INPUT                PIC X(10).
001100     88  WS-REF-BLANK            VALUE SPACES.
001110 01  WS-IBAN-INPUT               PIC X(24).
001120 01  WS-IBAN-CHECK REDEFINES WS-IBAN-INPUT.
001130     05  WS-IBAN-COUNTRY         PIC X(02).
001140     05  WS-IBAN-DIGITS          PIC X(02).
001150     05  FILLER                  PIC X(20).
001160 01  WS-OWED-INPUT               PIC X(08).
001170 01  WS-OWED-INPUT-N REDEFINES WS-OWED-INPUT
001180                                 PIC 9(06)V99.
001190 01  WS-HELD-INPUT               PIC X(08).
001200 01  WS-HELD-INPUT-N REDEFINES WS-HELD-INPUT
001210                                 PIC 9(06)V99.
001220 01  WS-PRIORITY-INPUT           PIC X(02).
001230 01  WS-PRIORITY-INPUT-N REDEFINES WS-PRIORITY-INPUT
001240                                 PIC 9(02).
001250 01  WS-CONFIRM-INPUT            PIC X(01).
001260     88  WS-CONFIRMED            VALUE 'S' 's'.
001270
001280 01  WS-ORDER-SW                 PIC X(01).
001290     88  ORDER-IS-VALID          VALUE 'Y'.
001300     88  ORDER-IS-INVALID        VALUE 'N'.
001310 01  WS-EXC-FIELD                PIC X(15).
001320 01  WS-EXC-VALUE                PIC X(30).
001330 01  WS-EXC-REASON               PIC X(40).
001340
001350 01  WS-LIST-EOF-SW              PIC X(01).
001360     88  WS-LIST-EOF             VALUE 'Y'.
001370 01  WS-LIST-COUNT               PIC 9(03) COMP.
001380 01  WS-LIST-LINE.
001390     05  LL-REF                  PIC X(10).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  LL-STATUS               PIC X(01).
001420     05  FILLER                  PIC X(03) VALUE ' P '.
001430     05  LL-PRIORITY             PIC 9(02).
001440     05  FILLER                  PIC X(07) VALUE ' TOTAL '.
001450     05  LL-OWED                 PIC ZZZ,ZZ9.99.
001460     05  FILLER                  PIC X(09) VALUE ' RETENIDO'.
001470     05  LL-HELD                 PIC ZZZ,ZZ9.99.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  LL-IBAN                 PIC X(24).
001500
001510 01  WS-BEFORE-IMAGE             PIC X(60).
001520 01  WS-AUDIT-ACTION             PIC X(08).
001530 01  WS-CHANGE-COUNT             PIC 9(04) COMP VALUE 0.
001540 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001550
001560 PROCEDURE DIVISION.
001570
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001600     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
001610         UNTIL WS-DONE.
001620     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001630     MOVE WS-RETURN-CODE TO RETURN-CODE.
001640     GOBACK.
001650 0000-EXIT.
001660     EXIT.
001670
001680*-----------------------------------------------------------*
001690* 1000-INITIALIZE - OPEN THE ORDERS FILE FOR UPDATE (CREATING *
001700* IT ON FIRST USE) AND THE MASTER FOR THE EMPLOYEE CHECK      *
001710*-----------------------------------------------------------*
001720 1000-INITIALIZE.
001730     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001740     ACCEPT WS-RUN-TIME     FROM TIME.
001750     MOVE 0 TO WS-RETURN-CODE.
001760     MOVE 0 TO WS-CHANGE-COUNT.
001770     MOVE 'N' TO WS-DONE-SW.
001780
001790     OPEN I-O EMBARGO-FILE.
001800     IF FS-EMB-NO-FILE
001810         OPEN OUTPUT EMBARGO-FILE
001820         CLOSE EMBARGO-FILE
001830         OPEN I-O EMBARGO-FILE
001840     END-IF.
001850     IF NOT FS-EMB-OK
001860         DISPLAY 'EMBMAINT - *** FICHERO EMBARGOS NO '
001870             'DISPONIBLE, STATUS: ' FS-EMBARGO-FILE
001880         MOVE 16 TO WS-RETURN-CODE
001890         SET WS-DONE TO TRUE
001900     END-IF.
001910
001920     OPEN INPUT EMPLOYEE-MASTER.
001930     IF NOT FS-EMP-OK
001940         DISPLAY 'EMBMAINT - *** EMPLOYEE MASTER FILE NOT '
001950             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
001960         MOVE 16 TO WS-RETURN-CODE
001970         SET WS-DONE TO TRUE
001980     END-IF.
001990
002000     OPEN EXTEND AUDIT-LOG-FILE.
002010     IF NOT FS-AUDIT-OK
002020         CLOSE AUDIT-LOG-FILE
002030         OPEN OUTPUT AUDIT-LOG-FILE
002040     END-IF.
002050
002060     OPEN EXTEND EXCEPTION-FILE.
002070     IF NOT FS-EXC-OK
002080         CLOSE EXCEPTION-FILE
002090         OPEN OUTPUT EXCEPTION-FILE
002100     END-IF.
002110
002120     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150
002160*-----------------------------------------------------------*
002170* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
002180* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
002190* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
002200*-----------------------------------------------------------*
002210 1200-READ-SIGNON.
002220     MOVE SPACES TO WS-SESSION-INITIALS.
002230     OPEN INPUT SIGNON-FILE.
002240     IF NOT FS-SGN-OK
002250         GO TO 1200-EXIT
002260     END-IF.
002270     READ SIGNON-FILE
002280         AT END
002290             CONTINUE
002300     END-READ.
002310     IF FS-SGN-OK
002320         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
002330     END-IF.
002340     CLOSE SIGNON-FILE.
002350 1200-EXIT.
002360     EXIT.
002370
002380*-----------------------------------------------------------*
002390* 2000-PROCESS-ONE-ACTION - PROMPT FOR AN ACTION AND ROUTE    *
002400* IT, LOOPING UNTIL THE OPERATOR ASKS FOR FIN                 *
002410*-----------------------------------------------------------*
002420 2000-PROCESS-ONE-ACTION.
002430     DISPLAY ' '.
002440     DISPLAY 'EMBMAINT - ACCION (A=ALTA L=LISTA B=BAJA '
002450         'F=FIN): ' WITH NO ADVANCING.
002460     ACCEPT WS-ACTION-CHOICE FROM CONSOLE.
002470     EVALUATE TRUE
002480         WHEN WS-ACTION-ALTA
002490             PERFORM 3000-ADD-ORDER       THRU 3000-EXIT
002500         WHEN WS-ACTION-LISTA
002510             PERFORM 4000-LIST-ORDERS     THRU 4000-EXIT
002520         WHEN WS-ACTION-BAJA
002530             PERFORM 5000-CLOSE-ORDER     THRU 5000-EXIT
002540         WHEN WS-ACTION-FIN
002550             SET WS-DONE TO TRUE
002560         WHEN OTHER
002570             DISPLAY 'EMBMAINT - ACCION NO VALIDA'
002580     END-EVALUATE.
002590 2000-EXIT.
002600     EXIT.
002610
002620*-----------------------------------------------------------*
002630* 2100-ACCEPT-EMP-ID - A BLANK ID IS REFUSED HERE SO NO       *
002640* ACTION CAN EVER TOUCH A RECORD KEYED ON SPACES              *
002650*-----------------------------------------------------------*
002660 2100-ACCEPT-EMP-ID.
002670     DISPLAY 'EMBMAINT - EMPLOYEE ID: ' WITH NO ADVANCING.
002680     ACCEPT WS-EMP-ID-INPUT FROM CONSOLE.
002690     IF WS-EMP-ID-BLANK
002700         DISPLAY 'EMBMAINT - EMPLOYEE ID EN BLANCO, ACCION '
002710             'DESCARTADA'
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750
002760 2200-ACCEPT-ORDER-REF.
002770     DISPLAY 'EMBMAINT - REFERENCIA DEL EMBARGO (10): '
002780         WITH NO ADVANCING.
002790     ACCEPT WS-REF-INPUT FROM CONSOLE.
002800     IF WS-REF-BLANK
002810         DISPLAY 'EMBMAINT - REFERENCIA EN BLANCO, ACCION '
002820             'DESCARTADA'
002830     END-IF.
002840 2200-EXIT.
002850     EXIT.
002860
002870*-----------------------------------------------------------*
002880* 3000-ADD-ORDER - ALTA: THE EMPLOYEE MUST BE ON EMPMAST AND  *
002890* THE REFERENCE NEW FOR THEM; IBAN, TOTAL, AMOUNT ALREADY     *
002900* WITHHELD (AN ORDER TAKEN OVER PART-PAID) AND PRIORITY ARE   *
002910* VALIDATED BEFORE THE WRITE                                  *
002920*-----------------------------------------------------------*
002930 3000-ADD-ORDER.
002940     PERFORM 2100-ACCEPT-EMP-ID THRU 2100-EXIT.
002950     IF WS-EMP-ID-BLANK
002960         GO TO 3000-EXIT
002970     END-IF.
002980     MOVE WS-EMP-ID-INPUT TO EMP-ID.
002990     READ EMPLOYEE-MASTER
003000         INVALID KEY
003010             SET FS-EMP-NOTFND TO TRUE
003020     END-READ.
003030     IF FS-EMP-NOTFND
003040         DISPLAY 'EMBMAINT - EMPLEADO NO ESTA EN EMPMAST: '
003050             WS-EMP-ID-INPUT
003060         MOVE 'EMB-EMP-ID'    TO WS-EXC-FIELD
003070         MOVE WS-EMP-ID-INPUT TO WS-EXC-VALUE
003080         MOVE 'EMPLEADO NO ESTA EN EMPMAST' TO WS-EXC-REASON
003090         PERFORM 6900-WRITE-INPUT-EXCEPTION THRU 6900-EXIT
003100         GO TO 3000-EXIT
003110     END-IF.
003120     DISPLAY 'EMBMAINT - EMPLEADO: ' EMP-NOMBRE.
003130     PERFORM 2200-ACCEPT-ORDER-REF THRU 2200-EXIT.
003140     IF WS-REF-BLANK
003150         GO TO 3000-EXIT
003160     END-IF.
003170     MOVE WS-EMP-ID-INPUT TO EMB-EMP-ID.
003180     MOVE WS-REF-INPUT    TO EMB-ORDER-REF.
003190     READ EMBARGO-FILE
003200         INVALID KEY
003210             SET FS-EMB-NOTFND TO TRUE
003220     END-READ.
003230     IF NOT FS-EMB-NOTFND
003240         DISPLAY 'EMBMAINT - EL EMBARGO YA EXISTE: '
003250             WS-EMP-ID-INPUT ' ' WS-REF-INPUT
003260         GO TO 3000-EXIT
003270     END-IF.
003280
003290     DISPLAY 'EMBMAINT - IBAN DEL ACREEDOR: ' WITH NO ADVANCING.
003300     ACCEPT WS-IBAN-INPUT FROM CONSOLE.
003310     DISPLAY 'EMBMAINT - TOTAL ADEUDADO (8 DIGITOS, 2 '
003320         'DECIMALES IMPLICITOS): ' WITH NO ADVANCING.
003330     ACCEPT WS-OWED-INPUT FROM CONSOLE.
003340     DISPLAY 'EMBMAINT - YA RETENIDO (8 DIGITOS, BLANCO=0): '
003350         WITH NO ADVANCING.
003360     ACCEPT WS-HELD-INPUT FROM CONSOLE.
003370     DISPLAY 'EMBMAINT - PRIORIDAD (01=PRIMERA): '
003380         WITH NO ADVANCING.
003390     ACCEPT WS-PRIORITY-INPUT FROM CONSOLE.
003400     PERFORM 6000-VALIDATE-ORDER THRU 6000-EXIT.
003410     IF ORDER-IS-INVALID
003420         GO TO 3000-EXIT
003430     END-IF.
003440
003450     MOVE SPACES TO EMBARGO-RECORD.
003460     MOVE WS-EMP-ID-INPUT     TO EMB-EMP-ID.
003470     MOVE WS-REF-INPUT        TO EMB-ORDER-REF.
003480     SET EMB-ACTIVE           TO TRUE.
003490     MOVE WS-PRIORITY-INPUT-N TO EMB-PRIORITY.
003500     MOVE WS-OWED-INPUT-N     TO EMB-TOTAL-OWED.
003510     MOVE WS-HELD-INPUT-N     TO EMB-WITHHELD.
003520     MOVE WS-IBAN-INPUT       TO EMB-CREDITOR-IBAN.
003530     MOVE WS-RUN-DATE-NUM     TO EMB-OPEN-DATE.
003540     MOVE 0                   TO EMB-LAST-AMOUNT.
003550     MOVE SPACES              TO WS-BEFORE-IMAGE.
003560     WRITE EMBARGO-RECORD
003570         INVALID KEY
003580             DISPLAY 'EMBMAINT - *** ALTA FALLIDA, '
003590                 'STATUS: ' FS-EMBARGO-FILE
003600             MOVE 12 TO WS-RETURN-CODE
003610         NOT INVALID KEY
003620             MOVE 'ALTA' TO WS-AUDIT-ACTION
003630             PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT
003640             DISPLAY 'EMBMAINT - ALTA REGISTRADA: '
003650                 WS-EMP-ID-INPUT ' ' WS-REF-INPUT
003660     END-WRITE.
003670 3000-EXIT.
003680     EXIT.
003690
003700*-----------------------------------------------------------*
003710* 4000-LIST-ORDERS - EVERY ORDER ON FILE FOR ONE EMPLOYEE,    *
003720* OPEN AND CLOSED, WITH TOTAL AND AMOUNT WITHHELD SO FAR      *
003730*-----------------------------------------------------------*
003740 4000-LIST-ORDERS.
003750     PERFORM 2100-ACCEPT-EMP-ID THRU 2100-EXIT.
003760     IF WS-EMP-ID-BLANK
003770         GO TO 4000-EXIT
003780     END-IF.
003790     MOVE 0 TO WS-LIST-COUNT.
003800     MOVE 'N' TO WS-LIST-EOF-SW.
003810     MOVE WS-EMP-ID-INPUT TO EMB-EMP-ID.
003820     MOVE LOW-VALUES      TO EMB-ORDER-REF.
003830     START EMBARGO-FILE KEY IS NOT LESS THAN EMB-KEY
003840         INVALID KEY
003850             SET WS-LIST-EOF TO TRUE
003860     END-START.
003870     IF NOT WS-LIST-EOF
003880         PERFORM 4100-LIST-NEXT-ORDER THRU 4100-EXIT
003890             UNTIL WS-LIST-EOF
003900     END-IF.
003910     DISPLAY 'EMBMAINT - EMBARGOS DE ' WS-EMP-ID-INPUT ': '
003920         WS-LIST-COUNT.
003930 4000-EXIT.
003940     EXIT.
003950
003960 4100-LIST-NEXT-ORDER.
003970     READ EMBARGO-FILE NEXT RECORD
003980         AT END
003990             SET WS-LIST-EOF TO TRUE
004000             GO TO 4100-EXIT
004010     END-READ.
004020     IF EMB-EMP-ID NOT = WS-EMP-ID-INPUT
004030         SET WS-LIST-EOF TO TRUE
004040         GO TO 4100-EXIT
004050     END-IF.
004060     ADD 1 TO WS-LIST-COUNT.
004070     MOVE EMB-ORDER-REF     TO LL-REF.
004080     MOVE EMB-STATUS        TO LL-STATUS.
004090     MOVE EMB-PRIORITY      TO LL-PRIORITY.
004100     MOVE EMB-TOTAL-OWED    TO LL-OWED.
004110     MOVE EMB-WITHHELD      TO LL-HELD.
004120     MOVE EMB-CREDITOR-IBAN TO LL-IBAN.
004130     DISPLAY WS-LIST-LINE.
004140 4100-EXIT.
004150     EXIT.
004160
004170*-----------------------------------------------------------*
004180* 5000-CLOSE-ORDER - BAJA: THE ORDER IS MARKED CLOSED WITH    *
004190* TODAY'S DATE, NOT DELETED, AFTER THE OPERATOR CONFIRMS      *
004200*-----------------------------------------------------------*
004210 5000-CLOSE-ORDER.
004220     PERFORM 2100-ACCEPT-EMP-ID THRU 2100-EXIT.
004230     IF WS-EMP-ID-BLANK
004240         GO TO 5000-EXIT
004250     END-IF.
004260     PERFORM 2200-ACCEPT-ORDER-REF THRU 2200-EXIT.
004270     IF WS-REF-BLANK
004280         GO TO 5000-EXIT
004290     END-IF.
004300     MOVE WS-EMP-ID-INPUT TO EMB-EMP-ID.
004310     MOVE WS-REF-INPUT    TO EMB-ORDER-REF.
004320     READ EMBARGO-FILE
004330         INVALID KEY
004340             SET FS-EMB-NOTFND TO TRUE
004350     END-READ.
004360     IF FS-EMB-NOTFND
004370         DISPLAY 'EMBMAINT - EMBARGO NO ENCONTRADO: '
004380             WS-EMP-ID-INPUT ' ' WS-REF-INPUT
004390         GO TO 5000-EXIT
004400     END-IF.
004410     IF EMB-CLOSED
004420         DISPLAY 'EMBMAINT - EL EMBARGO YA ESTA CERRADO DESDE '
004430             EMB-CLOSE-DATE
004440         GO TO 5000-EXIT
004450     END-IF.
004460     DISPLAY 'EMBMAINT - TOTAL: ' EMB-TOTAL-OWED
004470         ' RETENIDO: ' EMB-WITHHELD.
004480     DISPLAY 'EMBMAINT - CONFIRMA EL CIERRE (S/N): '
004490         WITH NO ADVANCING.
004500     ACCEPT WS-CONFIRM-INPUT FROM CONSOLE.
004510     IF NOT WS-CONFIRMED
004520         DISPLAY 'EMBMAINT - CIERRE DESCARTADO'
004530         GO TO 5000-EXIT
004540     END-IF.
004550     MOVE EMBARGO-RECORD  TO WS-BEFORE-IMAGE.
004560     SET EMB-CLOSED       TO TRUE.
004570     MOVE WS-RUN-DATE-NUM TO EMB-CLOSE-DATE.
004580     REWRITE EMBARGO-RECORD
004590         INVALID KEY
004600             DISPLAY 'EMBMAINT - *** BAJA FALLIDA, '
004610                 'STATUS: ' FS-EMBARGO-FILE
004620             MOVE 12 TO WS-RETURN-CODE
004630         NOT INVALID KEY
004640             MOVE 'BAJA' TO WS-AUDIT-ACTION
004650             PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT
004660             DISPLAY 'EMBMAINT - EMBARGO CERRADO: '
004670                 WS-EMP-ID-INPUT ' ' WS-REF-INPUT
004680     END-REWRITE.
004690 5000-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------*
004730* 6000-VALIDATE-ORDER - IBAN PRESENT WITH A TWO-LETTER        *
004740* COUNTRY AND TWO CHECK DIGITS, TOTAL OWED NUMERIC AND ABOVE  *
004750* ZERO, AMOUNT WITHHELD NUMERIC AND BELOW THE TOTAL, PRIORITY *
004760* 01-99. THE FIRST BAD FIELD IS THE ONE LOGGED                *
004770*-----------------------------------------------------------*
004780 6000-VALIDATE-ORDER.
004790     SET ORDER-IS-VALID TO TRUE.
004800     IF WS-HELD-INPUT = SPACES
004810         MOVE 0 TO WS-HELD-INPUT-N
004820     END-IF.
004830     IF WS-IBAN-INPUT = SPACES
004840             OR WS-IBAN-COUNTRY IS NOT ALPHABETIC
004850             OR WS-IBAN-DIGITS IS NOT NUMERIC
004860         MOVE 'EMB-CREDITOR-IBAN' TO WS-EXC-FIELD
004870         MOVE WS-IBAN-INPUT       TO WS-EXC-VALUE
004880         MOVE 'IBAN DEL ACREEDOR NO VALIDO' TO WS-EXC-REASON
004890         GO TO 6000-REJECT
004900     END-IF.
004910     IF WS-OWED-INPUT IS NOT NUMERIC
004920             OR WS-OWED-INPUT-N = 0
004930         MOVE 'EMB-TOTAL-OWED'    TO WS-EXC-FIELD
004940         MOVE WS-OWED-INPUT       TO WS-EXC-VALUE
004950         MOVE 'TOTAL ADEUDADO NO NUMERICO O CERO'
004960             TO WS-EXC-REASON
004970         GO TO 6000-REJECT
004980     END-IF.
004990     IF WS-HELD-INPUT IS NOT NUMERIC
005000             OR WS-HELD-INPUT-N NOT < WS-OWED-INPUT-N
005010         MOVE 'EMB-WITHHELD'      TO WS-EXC-FIELD
005020         MOVE WS-HELD-INPUT       TO WS-EXC-VALUE
005030         MOVE 'RETENIDO NO NUMERICO O NO MENOR AL TOTAL'
005040             TO WS-EXC-REASON
005050         GO TO 6000-REJECT
005060     END-IF.
005070     IF WS-PRIORITY-INPUT IS NOT NUMERIC
005080             OR WS-PRIORITY-INPUT-N = 0
005090         MOVE 'EMB-PRIORITY'      TO WS-EXC-FIELD
005100         MOVE WS-PRIORITY-INPUT   TO WS-EXC-VALUE
005110         MOVE 'PRIORIDAD NO ES 01-99' TO WS-EXC-REASON
005120         GO TO 6000-REJECT
005130     END-IF.
005140     GO TO 6000-EXIT.
005150 6000-REJECT.
005160     SET ORDER-IS-INVALID TO TRUE.
005170     DISPLAY 'EMBMAINT - *** ' WS-EXC-REASON ' ***'.
005180     PERFORM 6900-WRITE-INPUT-EXCEPTION THRU 6900-EXIT.
005190 6000-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------*
005230* 6900-WRITE-INPUT-EXCEPTION - LOG A REFUSED ORDER FIELD      *
005240*-----------------------------------------------------------*
005250 6900-WRITE-INPUT-EXCEPTION.
005260     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
005270     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
005280     MOVE WS-EXC-FIELD    TO EXC-FIELD-NAME.
005290     MOVE WS-EXC-VALUE    TO EXC-FIELD-VALUE.
005300     MOVE WS-EXC-REASON   TO EXC-REASON.
005310     SET  EXC-OPEN        TO TRUE.
005320     MOVE SPACES          TO EXC-RESOLVED-DATE
005330                             EXC-RESOLVED-BY.
005340     WRITE EXCEPTION-RECORD.
005350     IF WS-RETURN-CODE < 4
005360         MOVE 4 TO WS-RETURN-CODE
005370     END-IF.
005380 6900-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------*
005420* 8000-WRITE-CHANGE-AUDIT - ONE AUDIT RECORD PER DATA CHANGE, *
005430* KEYED ON EMPLOYEE AND ORDER REFERENCE, CARRYING THE ACTION  *
005440* AND THE BEFORE/AFTER RECORD IMAGES                          *
005450*-----------------------------------------------------------*
005460 8000-WRITE-CHANGE-AUDIT.
005470     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
005480     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
005490     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
005500     MOVE EMB-KEY          TO AUD-KEY-VALUE.
005510     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
005520     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
005530     MOVE EMBARGO-RECORD   TO AUD-AFTER-IMAGE.
005540     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005550     WRITE AUDIT-LOG-RECORD.
005560     ADD 1 TO WS-CHANGE-COUNT.
005570 8000-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------*
005610* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH THE *
005620* NUMBER OF CHANGES APPLIED, CLOSE EVERYTHING                 *
005630*-----------------------------------------------------------*
005640 9000-TERMINATE.
005650     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
005660     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005670     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
005680     MOVE WS-CHANGE-COUNT TO AUD-KEY-VALUE.
005690     MOVE 'FIN'           TO AUD-ACTION.
005700     MOVE SPACES          TO AUD-BEFORE-IMAGE
005710                             AUD-AFTER-IMAGE.
005720     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005730     WRITE AUDIT-LOG-RECORD.
005740
005750     CLOSE EMBARGO-FILE.
005760     CLOSE EMPLOYEE-MASTER.
005770     CLOSE AUDIT-LOG-FILE.
005780     CLOSE EXCEPTION-FILE.
005790 9000-EXIT.
005800     EXIT.
