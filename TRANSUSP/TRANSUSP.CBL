000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     TRANSUSP.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-12.
000160 DATE-COMPILED.  2026-10-12.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-12 ILP   ORIGINAL - WORKS THE SUSPENSO FILE OF TRANFILE
000210*                  BATCHES EJEMPLO2 SET ASIDE. THE SUSPTRAN
000220*                  TRANSACTIONS CORRECT A DETAIL AMOUNT (C),
000230*                  DELETE A DETAIL (B), ADD ONE (A) OR RELEASE
000240*                  THE BATCH (L) SO TRANEDIT TAKES ITS ACTIVE
000250*                  DETAILS INTO THE NEXT TRANFILE; ONLY A BATCH
000260*                  STILL IN SUSPENSE CAN BE TOUCHED. EVERY CHANGE
000270*                  APPENDS AN AUDIT ROW WITH THE BEFORE AND AFTER
000280*                  IMAGES AND THE SIGNED-ON OPERATOR. NO SUSPTRAN
000290*                  MEANS A LISTING RUN. THE SUSPRPT REPORT LISTS
000300*                  EVERY BATCH WITH ITS DETAILS, DECLARED AND
000310*                  CURRENT FIGURES AND DAYS IN SUSPENSE; A BATCH
000320*                  PENDING LONGER THAN THE TRANSUSP PARMFILE DAYS
000330*                  (DEFAULT 005) IS FLAGGED ANTIGUO, LOGGED ONCE
000340*                  TO EXCPFILE AND ENDS THE RUN AT RC 4. BATCHES
000350*                  TRANEDIT HAS INCORPORATED ARE LISTED ONE LAST
000360*                  TIME AND DROPPED FROM THE FILE
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SUSPENSE-TRAN-FILE ASSIGN TO "SUSPTRAN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-SUSPENSE-TRAN-FILE.
000440
000450     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSO"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-SUSPENSE-FILE.
000480
000490     SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-SUSPENSE-REPORT-FILE.
000520
000530     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-PARAMETER-FILE.
000560
000570     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-AUDIT-LOG-FILE.
000600
000610     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-EXCEPTION-FILE.
000640
000650     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-SIGNON-FILE.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SUSPENSE-TRAN-FILE.
000720 01  SUSPENSE-TRAN-RECORD.
000730     05  STR-ACTION                  PIC X(01).
000740         88  STR-CORRIGE             VALUE 'C'.
000750         88  STR-BAJA                VALUE 'B'.
000760         88  STR-ALTA                VALUE 'A'.
000770         88  STR-LIBERA              VALUE 'L'.
000780     05  STR-BATCH-KEY.
000790         10  STR-RUN-DATE            PIC X(08).
000800         10  STR-RUN-TIME            PIC X(08).
000810         10  STR-BATCH-NUMBER        PIC X(03).
000820     05  STR-DETAIL-SEQ              PIC X(05).
000830     05  STR-DETAIL-SEQ-N REDEFINES STR-DETAIL-SEQ
000840                                     PIC 9(05).
000850     05  STR-AMOUNT                  PIC X(09).
000860     05  STR-AMOUNT-N REDEFINES STR-AMOUNT
000870                                     PIC 9(09).
000880     05  FILLER                      PIC X(46).
000890
000900 FD  SUSPENSE-FILE.
000910 01  SUSPENSE-FILE-RECORD            PIC X(100).
000920
000930 FD  SUSPENSE-REPORT-FILE.
000940 01  SUSPENSE-REPORT-LINE            PIC X(80).
000950
000960 FD  PARAMETER-FILE.
000970     COPY PARMCARD.
000980
000990 FD  AUDIT-LOG-FILE.
001000     COPY AUDITLOG.
001010
001020 FD  EXCEPTION-FILE.
001030     COPY EXCPREC.
001040
001050 FD  SIGNON-FILE.
001060     COPY SIGNONRC.
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-PROGRAM-ID               PIC X(08) VALUE 'TRANSUSP'.
001100
001110 01  WS-FILE-STATUSES.
001120     05  FS-SUSPENSE-TRAN-FILE   PIC XX.
001130         88  FS-STR-OK           VALUE '00'.
001140     05  FS-SUSPENSE-FILE        PIC XX.
001150         88  FS-SUS-OK           VALUE '00'.
001160     05  FS-SUSPENSE-REPORT-FILE PIC XX.
001170     05  FS-PARAMETER-FILE       PIC XX.
001180         88  FS-PARM-OK          VALUE '00'.
001190     05  FS-AUDIT-LOG-FILE       PIC XX.
001200         88  FS-AUDIT-OK         VALUE '00'.
001210     05  FS-EXCEPTION-FILE       PIC XX.
001220         88  FS-EXC-OK           VALUE '00'.
001230     05  FS-SIGNON-FILE          PIC XX.
001240         88  FS-SGN-OK           VALUE '00'.
001250
001260 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
001270
001280 01  WS-RUN-DATE-NUM             PIC 9(08).
001290 01  WS-RUN-TIME                 PIC 9(08).
001300
001310*    AGEING THRESHOLD FROM THE TRANSUSP PARMFILE CARD
001320 01  WS-PARM-FOUND-SW            PIC X(01).
001330     88  WS-PARM-FOUND           VALUE 'Y'.
001340     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001350 01  WS-AGE-INPUT                PIC X(03).
001360 01  WS-AGE-INPUT-N REDEFINES WS-AGE-INPUT
001370                                 PIC 9(03).
001380 01  WS-AGE-LIMIT                PIC 9(03) VALUE 5.
001390
001400*    DAY NUMBERS FOR THE DAYS-IN-SUSPENSE COUNT (365 A YEAR PLUS
001410*    THE LEAP CORRECTIONS AND A MARCH-BASED MONTH OFFSET)
001420 01  WS-DATE-WORK                PIC 9(08).
001430 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
001440     05  WS-DATE-YYYY            PIC 9(04).
001450     05  WS-DATE-MM              PIC 9(02).
001460     05  WS-DATE-DD              PIC 9(02).
001470 01  WS-CAL-YEAR                 PIC 9(05) COMP.
001480 01  WS-CAL-MONTH                PIC 9(02) COMP.
001490 01  WS-LEAP4                    PIC 9(04) COMP.
001500 01  WS-LEAP100                  PIC 9(03) COMP.
001510 01  WS-LEAP400                  PIC 9(02) COMP.
001520 01  WS-MONTH-OFFSET             PIC 9(03) COMP.
001530 01  WS-DAY-NUMBER               PIC 9(07) COMP.
001540 01  WS-TODAY-DAY-NUMBER         PIC 9(07) COMP.
001550 01  WS-DAYS-SUSPENDED           PIC 9(04) COMP.
001560
001570*    THE SUSPENSO FILE, HELD WHOLE AND WRITTEN BACK AT THE END
001580     COPY SUSPREC.
001590 01  WS-SUSPENSE-TABLE.
001600     05  WS-SUS-COUNT            PIC 9(05) COMP VALUE 0.
001610     05  WS-SUS-ENTRY OCCURS 3000 TIMES.
001620         10  WS-SUS-ROW          PIC X(100).
001630         10  WS-SUS-DROP-SW      PIC X(01).
001640             88  WS-SUS-DROPPED  VALUE 'Y'.
001650 01  WS-SUS-INDEX                PIC 9(05) COMP.
001660 01  WS-SUS-SCAN                 PIC 9(05) COMP.
001670 01  WS-BATCH-INDEX              PIC 9(05) COMP.
001680 01  WS-DETAIL-INDEX             PIC 9(05) COMP.
001690 01  WS-SEARCH-KEY               PIC X(19).
001700 01  WS-HIGH-SEQ                 PIC 9(05) COMP.
001710 01  WS-ACTIVE-COUNT             PIC 9(05) COMP.
001720 01  WS-ACTIVE-TOTAL             PIC 9(12) COMP-3.
001730 01  WS-SUS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001740     88  WS-SUS-OVERFLOWED       VALUE 'Y'.
001750 01  WS-DIRTY-SW                 PIC X(01) VALUE 'N'.
001760     88  WS-FILE-DIRTY           VALUE 'Y'.
001770 01  WS-TRAN-AVAIL-SW            PIC X(01) VALUE 'N'.
001780     88  WS-TRAN-AVAILABLE       VALUE 'Y'.
001790
001800 01  WS-TRAN-SW                  PIC X(01).
001810     88  TRAN-IS-VALID           VALUE 'Y'.
001820     88  TRAN-IS-INVALID         VALUE 'N'.
001830 01  WS-REJECT-FIELD             PIC X(15).
001840 01  WS-REJECT-REASON            PIC X(40).
001850 01  WS-REJECT-VALUE.
001860     05  RV-BATCH-KEY            PIC X(19).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  RV-DETAIL               PIC X(10).
001890
001900 01  WS-BEFORE-IMAGE             PIC X(60).
001910 01  WS-AUDIT-ACTION             PIC X(08).
001920
001930 01  WS-READ-COUNT               PIC 9(05) COMP VALUE 0.
001940 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001950 01  WS-CORRECT-COUNT            PIC 9(05) COMP VALUE 0.
001960 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE 0.
001970 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE 0.
001980 01  WS-RELEASE-COUNT            PIC 9(05) COMP VALUE 0.
001990 01  WS-AUDIT-COUNT              PIC 9(05) COMP VALUE 0.
002000 01  WS-PENDING-COUNT            PIC 9(05) COMP VALUE 0.
002010 01  WS-PENDING-TOTAL            PIC 9(12) COMP-3 VALUE 0.
002020 01  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE 0.
002030 01  WS-AGED-COUNT               PIC 9(05) COMP VALUE 0.
002040 01  WS-PURGE-COUNT              PIC 9(05) COMP VALUE 0.
002050 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
002060
002070 01  WS-REPORT-HEADER.
002080     05  FILLER                  PIC X(28)
002090         VALUE 'TRANSUSP LOTES EN SUSPENSO  '.
002100     05  FILLER                  PIC X(07) VALUE 'FECHA: '.
002110     05  RH-DATE                 PIC X(08).
002120     05  FILLER                  PIC X(10) VALUE '  UMBRAL: '.
002130     05  RH-AGE-LIMIT            PIC ZZ9.
002140     05  FILLER                  PIC X(05) VALUE ' DIAS'.
002150     05  FILLER                  PIC X(19) VALUE SPACES.
002160
002170 01  WS-COLUMN-HEADER.
002180     05  FILLER                  PIC X(40)
002190         VALUE 'FECHA    HORA     LOTE ESTADO   DIAS DEC'.
002200     05  FILLER                  PIC X(40)
002210         VALUE 'L   TOTAL DECL ACTIV TOTAL ACTIV        '.
002220
002230 01  WS-BATCH-LINE.
002240     05  BL-RUN-DATE             PIC X(08).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  BL-RUN-TIME             PIC X(08).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  BL-BATCH-NUMBER         PIC 9(03).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  BL-STATUS               PIC X(09).
002310     05  BL-DAYS                 PIC ZZZ9.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  BL-DECLARED-COUNT       PIC ZZZZ9.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  BL-DECLARED-TOTAL       PIC ZZZ,ZZZ,ZZ9.
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  BL-ACTIVE-COUNT         PIC ZZZZ9.
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  BL-ACTIVE-TOTAL         PIC ZZZ,ZZZ,ZZ9.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  BL-FLAG                 PIC X(07).
002420
002430 01  WS-REASON-LINE.
002440     05  FILLER                  PIC X(12) VALUE '    MOTIVO: '.
002450     05  RL-REASON               PIC X(40).
002460     05  FILLER                  PIC X(04) VALUE ' ** '.
002470     05  RL-STATUS-DATE          PIC X(08).
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  RL-STATUS-BY            PIC X(03).
002500     05  FILLER                  PIC X(12) VALUE SPACES.
002510
002520 01  WS-DETAIL-LINE.
002530     05  FILLER                  PIC X(10) VALUE SPACES.
002540     05  DL-SEQ                  PIC ZZZZ9.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  DL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  DL-STATUS               PIC X(06).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  DL-ORIGIN               PIC X(08).
002610     05  FILLER                  PIC X(34) VALUE SPACES.
002620
002630 01  WS-COUNT-LINE.
002640     05  CL-LABEL                PIC X(30).
002650     05  CL-COUNT                PIC ZZZZ9.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  CL-TOTAL                PIC ZZZ,ZZZ,ZZZ,ZZ9.
002680     05  FILLER                  PIC X(28) VALUE SPACES.
002690
002700 PROCEDURE DIVISION.
002710
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002740     IF WS-RETURN-CODE = 0
002750         IF WS-TRAN-AVAILABLE
002760             PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
002770                 UNTIL NOT FS-STR-OK
002780             CLOSE SUSPENSE-TRAN-FILE
002790         END-IF
002800         PERFORM 3000-LIST-BATCHES THRU 3000-EXIT
002810         PERFORM 5000-REWRITE-SUSPENSE THRU 5000-EXIT
002820     END-IF.
002830     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002840     MOVE WS-RETURN-CODE TO RETURN-CODE.
002850     GOBACK.
002860 0000-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------*
002900* 1000-INITIALIZE - OPEN AUDIT + EXCEPTIONS, PICK UP THE     *
002910* OPERATOR AND THE AGEING CARD, LOAD THE SUSPENSO FILE (A    *
002920* FILE TOO BIG FOR THE TABLE IS RC 12 - IT COULD NOT BE      *
002930* WRITTEN BACK WHOLE) AND PRIME THE TRANSACTIONS IF ANY      *
002940*-----------------------------------------------------------*
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002970     ACCEPT WS-RUN-TIME     FROM TIME.
002980     MOVE 0 TO WS-RETURN-CODE
002990               WS-SUS-COUNT.
003000
003010     OPEN EXTEND AUDIT-LOG-FILE.
003020     IF NOT FS-AUDIT-OK
003030         CLOSE AUDIT-LOG-FILE
003040         OPEN OUTPUT AUDIT-LOG-FILE
003050     END-IF.
003060
003070     OPEN EXTEND EXCEPTION-FILE.
003080     IF NOT FS-EXC-OK
003090         CLOSE EXCEPTION-FILE
003100         OPEN OUTPUT EXCEPTION-FILE
003110     END-IF.
003120
003130     PERFORM 1100-READ-SIGNON THRU 1100-EXIT.
003140     PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
003150     IF WS-RETURN-CODE NOT = 0
003160         GO TO 1000-EXIT
003170     END-IF.
003180
003190     MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK.
003200     PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT.
003210     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
003220
003230     OPEN INPUT SUSPENSE-FILE.
003240     IF FS-SUS-OK
003250         PERFORM 1300-LOAD-ONE-ROW THRU 1300-EXIT
003260             UNTIL NOT FS-SUS-OK
003270         CLOSE SUSPENSE-FILE
003280     ELSE
003290         DISPLAY 'TRANSUSP - SIN FICHERO SUSPENSO, NINGUN LOTE '
003300             'EN SUSPENSO'
003310     END-IF.
003320     IF WS-SUS-OVERFLOWED
003330         DISPLAY 'TRANSUSP - *** SUSPENSO DESBORDA LA TABLA DE '
003340             '3000 FILAS ***'
003350         MOVE 12 TO WS-RETURN-CODE
003360         GO TO 1000-EXIT
003370     END-IF.
003380     DISPLAY 'TRANSUSP - FILAS DE SUSPENSO CARGADAS: '
003390         WS-SUS-COUNT.
003400
003410     OPEN INPUT SUSPENSE-TRAN-FILE.
003420     IF FS-STR-OK
003430         SET WS-TRAN-AVAILABLE TO TRUE
003440         PERFORM 1400-READ-TRANSACTION THRU 1400-EXIT
003450     ELSE
003460         DISPLAY 'TRANSUSP - SIN SUSPTRAN, SOLO LISTADO Y '
003470             'ANTIGUEDAD'
003480     END-IF.
003490 1000-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------*
003530* 1100-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
003540* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
003550* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
003560*-----------------------------------------------------------*
003570 1100-READ-SIGNON.
003580     MOVE SPACES TO WS-SESSION-INITIALS.
003590     OPEN INPUT SIGNON-FILE.
003600     IF NOT FS-SGN-OK
003610         GO TO 1100-EXIT
003620     END-IF.
003630     READ SIGNON-FILE
003640         AT END
003650             CONTINUE
003660     END-READ.
003670     IF FS-SGN-OK
003680         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
003690     END-IF.
003700     CLOSE SIGNON-FILE.
003710 1100-EXIT.
003720     EXIT.
003730
003740*-----------------------------------------------------------*
003750* 1200-READ-PARAMETERS - THE TRANSUSP PARMFILE CARD CARRIES  *
003760* THE DAYS A BATCH MAY SIT IN SUSPENSE BEFORE IT IS FLAGGED  *
003770* (3 DIGITS). NO CARD KEEPS THE 005 DEFAULT; A NON-NUMERIC   *
003780* OR ZERO VALUE FAILS THE STEP (RC 16)                       *
003790*-----------------------------------------------------------*
003800 1200-READ-PARAMETERS.
003810     SET WS-PARM-NOT-FOUND TO TRUE.
003820     OPEN INPUT PARAMETER-FILE.
003830     IF NOT FS-PARM-OK
003840         GO TO 1200-EXIT
003850     END-IF.
003860     PERFORM 1210-SCAN-ONE-PARAMETER THRU 1210-EXIT
003870         UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND.
003880     CLOSE PARAMETER-FILE.
003890     IF WS-PARM-NOT-FOUND
003900         GO TO 1200-EXIT
003910     END-IF.
003920     IF WS-AGE-INPUT IS NOT NUMERIC OR WS-AGE-INPUT-N = 0
003930         DISPLAY 'TRANSUSP - *** DIAS NO VALIDOS EN PARMFILE: '
003940             WS-AGE-INPUT ' ***'
003950         MOVE 16 TO WS-RETURN-CODE
003960         GO TO 1200-EXIT
003970     END-IF.
003980     MOVE WS-AGE-INPUT-N TO WS-AGE-LIMIT.
003990 1200-EXIT.
004000     EXIT.
004010
004020 1210-SCAN-ONE-PARAMETER.
004030     READ PARAMETER-FILE
004040         AT END
004050             GO TO 1210-EXIT
004060     END-READ.
004070     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
004080         MOVE PRM-VALUE (1:3) TO WS-AGE-INPUT
004090         SET WS-PARM-FOUND TO TRUE
004100     END-IF.
004110 1210-EXIT.
004120     EXIT.
004130
004140 1300-LOAD-ONE-ROW.
004150     READ SUSPENSE-FILE
004160         AT END
004170             GO TO 1300-EXIT
004180     END-READ.
004190     IF WS-SUS-COUNT < 3000
004200         ADD 1 TO WS-SUS-COUNT
004210         MOVE SUSPENSE-FILE-RECORD TO WS-SUS-ROW (WS-SUS-COUNT)
004220         MOVE 'N' TO WS-SUS-DROP-SW (WS-SUS-COUNT)
004230     ELSE
004240         SET WS-SUS-OVERFLOWED TO TRUE
004250     END-IF.
004260 1300-EXIT.
004270     EXIT.
004280
004290 1400-READ-TRANSACTION.
004300     READ SUSPENSE-TRAN-FILE
004310         AT END
004320             CONTINUE
004330     END-READ.
004340     IF FS-STR-OK
004350         ADD 1 TO WS-READ-COUNT
004360     END-IF.
004370 1400-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------*
004410* 2000-PROCESS-ONE-TRANSACTION - VALIDATE, THEN CORRECT,     *
004420* DELETE OR ADD A DETAIL, OR RELEASE THE BATCH               *
004430*-----------------------------------------------------------*
004440 2000-PROCESS-ONE-TRANSACTION.
004450     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
004460     IF TRAN-IS-INVALID
004470         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004480     ELSE
004490         EVALUATE TRUE
004500             WHEN STR-CORRIGE
004510                 PERFORM 2300-CORRECT-DETAIL THRU 2300-EXIT
004520             WHEN STR-BAJA
004530                 PERFORM 2400-DELETE-DETAIL THRU 2400-EXIT
004540             WHEN STR-ALTA
004550                 PERFORM 2500-ADD-DETAIL THRU 2500-EXIT
004560             WHEN STR-LIBERA
004570                 PERFORM 2600-RELEASE-BATCH THRU 2600-EXIT
004580         END-EVALUATE
004590     END-IF.
004600     PERFORM 1400-READ-TRANSACTION THRU 1400-EXIT.
004610 2000-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------*
004650* 2100-VALIDATE-TRANSACTION - KNOWN ACTION, A BATCH ON THE   *
004660* FILE THAT IS STILL IN SUSPENSE; FOR C AND B AN ACTIVE      *
004670* DETAIL OF THAT BATCH; FOR C AND A A NUMERIC NON-ZERO       *
004680* AMOUNT. THE FIRST FAILING CHECK IS THE ONE LOGGED          *
004690*-----------------------------------------------------------*
004700 2100-VALIDATE-TRANSACTION.
004710     SET TRAN-IS-VALID TO TRUE.
004720     MOVE STR-BATCH-KEY TO RV-BATCH-KEY.
004730     MOVE SPACES        TO RV-DETAIL.
004740
004750     IF NOT STR-CORRIGE AND NOT STR-BAJA AND NOT STR-ALTA
004760             AND NOT STR-LIBERA
004770         MOVE 'STR-ACTION'  TO WS-REJECT-FIELD
004780         MOVE STR-ACTION    TO RV-DETAIL
004790         MOVE 'ACCION NO VALIDA (C, B, A O L)'
004800             TO WS-REJECT-REASON
004810         GO TO 2100-REJECT
004820     END-IF.
004830
004840     IF STR-BATCH-NUMBER IS NOT NUMERIC
004850         MOVE 'STR-BATCH-NUMBER' TO WS-REJECT-FIELD
004860         MOVE 'NUMERO DE LOTE NO NUMERICO' TO WS-REJECT-REASON
004870         GO TO 2100-REJECT
004880     END-IF.
004890     MOVE STR-BATCH-KEY TO WS-SEARCH-KEY.
004900     PERFORM 2200-FIND-BATCH THRU 2200-EXIT.
004910     IF WS-BATCH-INDEX = 0
004920         MOVE 'STR-BATCH-KEY' TO WS-REJECT-FIELD
004930         MOVE 'LOTE NO ESTA EN SUSPENSO' TO WS-REJECT-REASON
004940         GO TO 2100-REJECT
004950     END-IF.
004960     MOVE WS-SUS-ROW (WS-BATCH-INDEX) TO SUSPENSE-RECORD.
004970     IF NOT SUS-PENDIENTE
004980         MOVE 'SUS-STATUS'  TO WS-REJECT-FIELD
004990         MOVE SUS-STATUS    TO RV-DETAIL
005000         MOVE 'LOTE YA LIBERADO, NO SE PUEDE TOCAR'
005010             TO WS-REJECT-REASON
005020         GO TO 2100-REJECT
005030     END-IF.
005040
005050     IF STR-CORRIGE OR STR-BAJA
005060         MOVE STR-DETAIL-SEQ TO RV-DETAIL
005070         IF STR-DETAIL-SEQ IS NOT NUMERIC
005080             MOVE 'STR-DETAIL-SEQ' TO WS-REJECT-FIELD
005090             MOVE 'NUMERO DE DETALLE NO NUMERICO'
005100                 TO WS-REJECT-REASON
005110             GO TO 2100-REJECT
005120         END-IF
005130         PERFORM 2250-FIND-DETAIL THRU 2250-EXIT
005140         IF WS-DETAIL-INDEX = 0
005150             MOVE 'STR-DETAIL-SEQ' TO WS-REJECT-FIELD
005160             MOVE 'DETALLE NO EXISTE O YA DADO DE BAJA'
005170                 TO WS-REJECT-REASON
005180             GO TO 2100-REJECT
005190         END-IF
005200     END-IF.
005210
005220     IF STR-CORRIGE OR STR-ALTA
005230         IF STR-AMOUNT IS NOT NUMERIC OR STR-AMOUNT-N = 0
005240             MOVE 'STR-AMOUNT'  TO WS-REJECT-FIELD
005250             MOVE STR-AMOUNT    TO RV-DETAIL
005260             MOVE 'IMPORTE NO NUMERICO O CERO (9 DIGITOS)'
005270                 TO WS-REJECT-REASON
005280             GO TO 2100-REJECT
005290         END-IF
005300     END-IF.
005310     GO TO 2100-EXIT.
005320 2100-REJECT.
005330     SET TRAN-IS-INVALID TO TRUE.
005340 2100-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------*
005380* 2200-FIND-BATCH - INDEX OF THE BATCH ROW FOR WS-SEARCH-KEY *
005390* (ZERO WHEN NOT ON FILE)                                    *
005400*-----------------------------------------------------------*
005410 2200-FIND-BATCH.
005420     MOVE 0 TO WS-BATCH-INDEX.
005430     PERFORM 2210-CHECK-ONE-BATCH THRU 2210-EXIT
005440         VARYING WS-SUS-SCAN FROM 1 BY 1
005450         UNTIL WS-SUS-SCAN > WS-SUS-COUNT
005460            OR WS-BATCH-INDEX NOT = 0.
005470 2200-EXIT.
005480     EXIT.
005490
005500 2210-CHECK-ONE-BATCH.
005510     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
005520     IF SUS-KEY = WS-SEARCH-KEY AND SUS-BATCH-ROW
005530         MOVE WS-SUS-SCAN TO WS-BATCH-INDEX
005540     END-IF.
005550 2210-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------------*
005590* 2250-FIND-DETAIL - INDEX OF THE ACTIVE DETAIL ROW WITH THE *
005600* TRANSACTION'S SEQUENCE IN THE BATCH (ZERO WHEN NONE)       *
005610*-----------------------------------------------------------*
005620 2250-FIND-DETAIL.
005630     MOVE 0 TO WS-DETAIL-INDEX.
005640     PERFORM 2260-CHECK-ONE-DETAIL THRU 2260-EXIT
005650         VARYING WS-SUS-SCAN FROM 1 BY 1
005660         UNTIL WS-SUS-SCAN > WS-SUS-COUNT
005670            OR WS-DETAIL-INDEX NOT = 0.
005680 2250-EXIT.
005690     EXIT.
005700
005710 2260-CHECK-ONE-DETAIL.
005720     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
005730     IF SUS-KEY = WS-SEARCH-KEY AND SUS-DETAIL-ROW
005740             AND SUS-DETAIL-SEQ = STR-DETAIL-SEQ-N
005750             AND SUS-DETAIL-ACTIVE
005760         MOVE WS-SUS-SCAN TO WS-DETAIL-INDEX
005770     END-IF.
005780 2260-EXIT.
005790     EXIT.
005800
005810*-----------------------------------------------------------*
005820* 2300-CORRECT-DETAIL - NEW AMOUNT ON AN ACTIVE DETAIL       *
005830*-----------------------------------------------------------*
005840 2300-CORRECT-DETAIL.
005850     MOVE WS-SUS-ROW (WS-DETAIL-INDEX) TO SUSPENSE-RECORD.
005860     MOVE SUSPENSE-RECORD TO WS-BEFORE-IMAGE.
005870     MOVE STR-AMOUNT-N    TO SUS-AMOUNT.
005880     MOVE SUSPENSE-RECORD TO WS-SUS-ROW (WS-DETAIL-INDEX).
005890     ADD 1 TO WS-CORRECT-COUNT.
005900     MOVE 'CORRIGE' TO WS-AUDIT-ACTION.
005910     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
005920 2300-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------*
005960* 2400-DELETE-DETAIL - THE DETAIL STAYS ON FILE MARKED B SO  *
005970* THE LISTING STILL SHOWS WHAT ARRIVED ON TRANFILE           *
005980*-----------------------------------------------------------*
005990 2400-DELETE-DETAIL.
006000     MOVE WS-SUS-ROW (WS-DETAIL-INDEX) TO SUSPENSE-RECORD.
006010     MOVE SUSPENSE-RECORD TO WS-BEFORE-IMAGE.
006020     SET  SUS-DETAIL-DELETED TO TRUE.
006030     MOVE SUSPENSE-RECORD TO WS-SUS-ROW (WS-DETAIL-INDEX).
006040     ADD 1 TO WS-DELETE-COUNT.
006050     MOVE 'BAJA' TO WS-AUDIT-ACTION.
006060     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
006070 2400-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------*
006110* 2500-ADD-DETAIL - A DETAIL KEYED BY HAND, NUMBERED AFTER   *
006120* THE HIGHEST SEQUENCE OF THE BATCH AND APPENDED TO THE      *
006130* TABLE                                                      *
006140*-----------------------------------------------------------*
006150 2500-ADD-DETAIL.
006160     IF WS-SUS-COUNT NOT < 3000
006170         MOVE 'STR-BATCH-KEY' TO WS-REJECT-FIELD
006180         MOVE 'FICHERO SUSPENSO LLENO (3000 FILAS)'
006190             TO WS-REJECT-REASON
006200         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006210         GO TO 2500-EXIT
006220     END-IF.
006230     MOVE 0 TO WS-HIGH-SEQ.
006240     PERFORM 2510-NOTE-ONE-SEQ THRU 2510-EXIT
006250         VARYING WS-SUS-SCAN FROM 1 BY 1
006260         UNTIL WS-SUS-SCAN > WS-SUS-COUNT.
006270
006280     MOVE SPACES            TO SUSPENSE-RECORD.
006290     MOVE WS-SEARCH-KEY     TO SUS-KEY.
006300     SET  SUS-DETAIL-ROW    TO TRUE.
006310     ADD 1 TO WS-HIGH-SEQ.
006320     MOVE WS-HIGH-SEQ       TO SUS-DETAIL-SEQ.
006330     SET  SUS-DETAIL-ACTIVE TO TRUE.
006340     MOVE STR-AMOUNT-N      TO SUS-AMOUNT.
006350     SET  SUS-ADDED-BY-HAND TO TRUE.
006360     ADD 1 TO WS-SUS-COUNT.
006370     MOVE SUSPENSE-RECORD   TO WS-SUS-ROW (WS-SUS-COUNT).
006380     MOVE 'N'               TO WS-SUS-DROP-SW (WS-SUS-COUNT).
006390     ADD 1 TO WS-ADD-COUNT.
006400     MOVE SPACES TO WS-BEFORE-IMAGE.
006410     MOVE 'ALTA' TO WS-AUDIT-ACTION.
006420     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
006430 2500-EXIT.
006440     EXIT.
006450
006460 2510-NOTE-ONE-SEQ.
006470     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
006480     IF SUS-KEY = WS-SEARCH-KEY AND SUS-DETAIL-ROW
006490             AND SUS-DETAIL-SEQ > WS-HIGH-SEQ
006500         MOVE SUS-DETAIL-SEQ TO WS-HIGH-SEQ
006510     END-IF.
006520 2510-EXIT.
006530     EXIT.
006540
006550*-----------------------------------------------------------*
006560* 2600-RELEASE-BATCH - THE BATCH MUST STILL HAVE ACTIVE      *
006570* DETAILS AND FIT ONE TRANEDIT BATCH (1000 DETAILS, 9-DIGIT  *
006580* TOTAL). RELEASED, TRANEDIT TAKES IT INTO THE NEXT TRANFILE *
006590*-----------------------------------------------------------*
006600 2600-RELEASE-BATCH.
006610     PERFORM 2700-SUM-ACTIVE-DETAILS THRU 2700-EXIT.
006620     IF WS-ACTIVE-COUNT = 0
006630         MOVE 'STR-BATCH-KEY' TO WS-REJECT-FIELD
006640         MOVE 'LOTE SIN DETALLES ACTIVOS' TO WS-REJECT-REASON
006650         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006660         GO TO 2600-EXIT
006670     END-IF.
006680     IF WS-ACTIVE-COUNT > 1000 OR WS-ACTIVE-TOTAL > 999999999
006690         MOVE 'STR-BATCH-KEY' TO WS-REJECT-FIELD
006700         MOVE 'LOTE NO CABE EN UN LOTE DE TRANEDIT'
006710             TO WS-REJECT-REASON
006720         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006730         GO TO 2600-EXIT
006740     END-IF.
006750
006760     MOVE WS-SUS-ROW (WS-BATCH-INDEX) TO SUSPENSE-RECORD.
006770     MOVE SUSPENSE-RECORD     TO WS-BEFORE-IMAGE.
006780     SET  SUS-LIBERADO        TO TRUE.
006790     MOVE WS-RUN-DATE-NUM     TO SUS-STATUS-DATE.
006800     MOVE WS-SESSION-INITIALS TO SUS-STATUS-BY.
006810     MOVE SUSPENSE-RECORD     TO WS-SUS-ROW (WS-BATCH-INDEX).
006820     ADD 1 TO WS-RELEASE-COUNT.
006830     MOVE 'LIBERA' TO WS-AUDIT-ACTION.
006840     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
006850     DISPLAY 'TRANSUSP - LOTE ' SUS-KEY ' LIBERADO: '
006860         WS-ACTIVE-COUNT ' DETALLES, IMPORTE ' WS-ACTIVE-TOTAL.
006870     DISPLAY 'TRANSUSP - ENTRA EN EL PROXIMO TRANFILE DE '
006880         'TRANEDIT; AJUSTE EL CTLTOTAL DE ESE EJEMPLO2'.
006890 2600-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------*
006930* 2700-SUM-ACTIVE-DETAILS - COUNT AND TOTAL OF THE ACTIVE    *
006940* DETAILS OF THE BATCH IN WS-SEARCH-KEY                      *
006950*-----------------------------------------------------------*
006960 2700-SUM-ACTIVE-DETAILS.
006970     MOVE 0 TO WS-ACTIVE-COUNT
006980               WS-ACTIVE-TOTAL.
006990     PERFORM 2710-SUM-ONE-DETAIL THRU 2710-EXIT
007000         VARYING WS-SUS-SCAN FROM 1 BY 1
007010         UNTIL WS-SUS-SCAN > WS-SUS-COUNT.
007020 2700-EXIT.
007030     EXIT.
007040
007050 2710-SUM-ONE-DETAIL.
007060     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
007070     IF SUS-KEY = WS-SEARCH-KEY AND SUS-DETAIL-ROW
007080             AND SUS-DETAIL-ACTIVE
007090         ADD 1 TO WS-ACTIVE-COUNT
007100         ADD SUS-AMOUNT TO WS-ACTIVE-TOTAL
007110     END-IF.
007120 2710-EXIT.
007130     EXIT.
007140
007150*-----------------------------------------------------------*
007160* 2900-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER REFUSED    *
007170* TRANSACTION                                                *
007180*-----------------------------------------------------------*
007190 2900-WRITE-EXCEPTION.
007200     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
007210     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
007220     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
007230     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
007240     MOVE WS-REJECT-REASON TO EXC-REASON.
007250     SET  EXC-OPEN         TO TRUE.
007260     MOVE SPACES           TO EXC-RESOLVED-DATE
007270                              EXC-RESOLVED-BY.
007280     WRITE EXCEPTION-RECORD.
007290     ADD 1 TO WS-REJECT-COUNT.
007300     IF WS-RETURN-CODE < 4
007310         MOVE 4 TO WS-RETURN-CODE
007320     END-IF.
007330 2900-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------*
007370* 3000-LIST-BATCHES - ONE BLOCK PER BATCH ROW ON THE SUSPRPT *
007380* REPORT, THEN THE TOTALS                                    *
007390*-----------------------------------------------------------*
007400 3000-LIST-BATCHES.
007410     OPEN OUTPUT SUSPENSE-REPORT-FILE.
007420     MOVE WS-RUN-DATE-NUM  TO RH-DATE.
007430     MOVE WS-AGE-LIMIT     TO RH-AGE-LIMIT.
007440     MOVE WS-REPORT-HEADER TO SUSPENSE-REPORT-LINE.
007450     WRITE SUSPENSE-REPORT-LINE.
007460     MOVE WS-COLUMN-HEADER TO SUSPENSE-REPORT-LINE.
007470     WRITE SUSPENSE-REPORT-LINE.
007480     PERFORM 3100-LIST-ONE-BATCH THRU 3100-EXIT
007490         VARYING WS-BATCH-INDEX FROM 1 BY 1
007500         UNTIL WS-BATCH-INDEX > WS-SUS-COUNT.
007510
007520     MOVE SPACES TO SUSPENSE-REPORT-LINE.
007530     WRITE SUSPENSE-REPORT-LINE.
007540     MOVE 'LOTES EN SUSPENSO:            ' TO CL-LABEL.
007550     MOVE WS-PENDING-COUNT TO CL-COUNT.
007560     MOVE WS-PENDING-TOTAL TO CL-TOTAL.
007570     MOVE WS-COUNT-LINE TO SUSPENSE-REPORT-LINE.
007580     WRITE SUSPENSE-REPORT-LINE.
007590     MOVE 0 TO CL-TOTAL.
007600     MOVE 'LOTES ANTIGUOS:               ' TO CL-LABEL.
007610     MOVE WS-AGED-COUNT TO CL-COUNT.
007620     MOVE WS-COUNT-LINE TO SUSPENSE-REPORT-LINE.
007630     WRITE SUSPENSE-REPORT-LINE.
007640     MOVE 'LIBERADOS PENDIENTES TRANEDIT:' TO CL-LABEL.
007650     MOVE WS-RELEASED-COUNT TO CL-COUNT.
007660     MOVE WS-COUNT-LINE TO SUSPENSE-REPORT-LINE.
007670     WRITE SUSPENSE-REPORT-LINE.
007680     MOVE 'INCORPORADOS Y DEPURADOS:     ' TO CL-LABEL.
007690     MOVE WS-PURGE-COUNT TO CL-COUNT.
007700     MOVE WS-COUNT-LINE TO SUSPENSE-REPORT-LINE.
007710     WRITE SUSPENSE-REPORT-LINE.
007720     CLOSE SUSPENSE-REPORT-FILE.
007730     IF WS-AGED-COUNT > 0
007740         DISPLAY 'TRANSUSP - *** ' WS-AGED-COUNT ' LOTES MAS DE '
007750             WS-AGE-LIMIT ' DIAS EN SUSPENSO ***'
007760         IF WS-RETURN-CODE < 4
007770             MOVE 4 TO WS-RETURN-CODE
007780         END-IF
007790     END-IF.
007800 3000-EXIT.
007810     EXIT.
007820
007830*-----------------------------------------------------------*
007840* 3100-LIST-ONE-BATCH - A PENDING BATCH IS AGED AGAINST THE  *
007850* THRESHOLD; A RELEASED ONE WAITS FOR TRANEDIT; AN           *
007860* INCORPORATED ONE IS LISTED AND MARKED, WITH ITS DETAILS,   *
007870* TO BE DROPPED WHEN THE FILE IS WRITTEN BACK                *
007880*-----------------------------------------------------------*
007890 3100-LIST-ONE-BATCH.
007900     MOVE WS-SUS-ROW (WS-BATCH-INDEX) TO SUSPENSE-RECORD.
007910     IF NOT SUS-BATCH-ROW
007920         GO TO 3100-EXIT
007930     END-IF.
007940     MOVE SUS-KEY TO WS-SEARCH-KEY.
007950     PERFORM 2700-SUM-ACTIVE-DETAILS THRU 2700-EXIT.
007960     MOVE WS-SUS-ROW (WS-BATCH-INDEX) TO SUSPENSE-RECORD.
007970
007980     MOVE SUS-RUN-DATE       TO BL-RUN-DATE.
007990     MOVE SUS-RUN-TIME       TO BL-RUN-TIME.
008000     MOVE SUS-BATCH-NUMBER   TO BL-BATCH-NUMBER.
008010     MOVE SUS-DECLARED-COUNT TO BL-DECLARED-COUNT.
008020     MOVE SUS-DECLARED-TOTAL TO BL-DECLARED-TOTAL.
008030     MOVE WS-ACTIVE-COUNT    TO BL-ACTIVE-COUNT.
008040     MOVE WS-ACTIVE-TOTAL    TO BL-ACTIVE-TOTAL.
008050     MOVE SPACES             TO BL-FLAG.
008060     MOVE 0 TO WS-DAYS-SUSPENDED.
008070     IF SUS-RUN-DATE IS NUMERIC
008080         MOVE SUS-RUN-DATE TO WS-DATE-WORK
008090         PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
008100         IF WS-TODAY-DAY-NUMBER > WS-DAY-NUMBER
008110             COMPUTE WS-DAYS-SUSPENDED =
008120                 WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
008130         END-IF
008140     END-IF.
008150     MOVE WS-DAYS-SUSPENDED TO BL-DAYS.
008160
008170     EVALUATE TRUE
008180         WHEN SUS-PENDIENTE
008190             MOVE 'SUSPENSO ' TO BL-STATUS
008200             ADD 1 TO WS-PENDING-COUNT
008210             ADD WS-ACTIVE-TOTAL TO WS-PENDING-TOTAL
008220             IF WS-DAYS-SUSPENDED > WS-AGE-LIMIT
008230                 MOVE 'ANTIGUO' TO BL-FLAG
008240                 ADD 1 TO WS-AGED-COUNT
008250                 IF NOT SUS-AGED
008260                     PERFORM 3300-FLAG-AGED-BATCH THRU 3300-EXIT
008270                 END-IF
008280             END-IF
008290         WHEN SUS-LIBERADO
008300             MOVE 'LIBERADO ' TO BL-STATUS
008310             ADD 1 TO WS-RELEASED-COUNT
008320         WHEN OTHER
008330             MOVE 'INCORPOR.' TO BL-STATUS
008340             PERFORM 3400-DROP-BATCH THRU 3400-EXIT
008350     END-EVALUATE.
008360     MOVE WS-BATCH-LINE TO SUSPENSE-REPORT-LINE.
008370     WRITE SUSPENSE-REPORT-LINE.
008380     MOVE SUS-REASON      TO RL-REASON.
008390     MOVE SUS-STATUS-DATE TO RL-STATUS-DATE.
008400     MOVE SUS-STATUS-BY   TO RL-STATUS-BY.
008410     MOVE WS-REASON-LINE  TO SUSPENSE-REPORT-LINE.
008420     WRITE SUSPENSE-REPORT-LINE.
008430     IF NOT SUS-INCORPORADO
008440         PERFORM 3200-LIST-ONE-DETAIL THRU 3200-EXIT
008450             VARYING WS-SUS-SCAN FROM 1 BY 1
008460             UNTIL WS-SUS-SCAN > WS-SUS-COUNT
008470     END-IF.
008480 3100-EXIT.
008490     EXIT.
008500
008510 3200-LIST-ONE-DETAIL.
008520     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
008530     IF SUS-KEY NOT = WS-SEARCH-KEY OR NOT SUS-DETAIL-ROW
008540         GO TO 3200-EXIT
008550     END-IF.
008560     MOVE SUS-DETAIL-SEQ TO DL-SEQ.
008570     MOVE SUS-AMOUNT     TO DL-AMOUNT.
008580     IF SUS-DETAIL-ACTIVE
008590         MOVE 'ACTIVO' TO DL-STATUS
008600     ELSE
008610         MOVE 'BAJA  ' TO DL-STATUS
008620     END-IF.
008630     IF SUS-ADDED-BY-HAND
008640         MOVE 'MANUAL  ' TO DL-ORIGIN
008650     ELSE
008660         MOVE 'TRANFILE' TO DL-ORIGIN
008670     END-IF.
008680     MOVE WS-DETAIL-LINE TO SUSPENSE-REPORT-LINE.
008690     WRITE SUSPENSE-REPORT-LINE.
008700 3200-EXIT.
008710     EXIT.
008720
008730*-----------------------------------------------------------*
008740* 3300-FLAG-AGED-BATCH - THE FIRST RUN THAT FINDS A BATCH    *
008750* PAST THE THRESHOLD LOGS IT TO EXCPFILE AND MARKS THE ROW,  *
008760* SO THE WORKBENCH GETS ONE ENTRY PER BATCH, NOT ONE A DAY   *
008770*-----------------------------------------------------------*
008780 3300-FLAG-AGED-BATCH.
008790     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
008800     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
008810     MOVE 'SUS-KEY'        TO EXC-FIELD-NAME.
008820     MOVE SUS-KEY          TO EXC-FIELD-VALUE.
008830     MOVE 'LOTE EN SUSPENSO PASADO EL PLAZO'
008840                           TO EXC-REASON.
008850     SET  EXC-OPEN         TO TRUE.
008860     MOVE SPACES           TO EXC-RESOLVED-DATE
008870                              EXC-RESOLVED-BY.
008880     WRITE EXCEPTION-RECORD.
008890     MOVE 'Y' TO SUS-AGED-SW.
008900     MOVE SUSPENSE-RECORD TO WS-SUS-ROW (WS-BATCH-INDEX).
008910     SET WS-FILE-DIRTY TO TRUE.
008920 3300-EXIT.
008930     EXIT.
008940
008950*-----------------------------------------------------------*
008960* 3400-DROP-BATCH - AN INCORPORATED BATCH IS ALREADY IN A    *
008970* TRANFILE; ITS ROWS LEAVE THE FILE WITH A PURGA AUDIT ROW   *
008980* CARRYING THE BATCH ROW AS IT WAS                           *
008990*-----------------------------------------------------------*
009000 3400-DROP-BATCH.
009010     PERFORM 3410-DROP-ONE-ROW THRU 3410-EXIT
009020         VARYING WS-SUS-SCAN FROM 1 BY 1
009030         UNTIL WS-SUS-SCAN > WS-SUS-COUNT.
009040     MOVE WS-SUS-ROW (WS-BATCH-INDEX) TO SUSPENSE-RECORD.
009050     ADD 1 TO WS-PURGE-COUNT.
009060     MOVE SUSPENSE-RECORD TO WS-BEFORE-IMAGE.
009070     MOVE SPACES          TO SUSPENSE-RECORD.
009080     MOVE 'PURGA'         TO WS-AUDIT-ACTION.
009090     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
009100     MOVE WS-SUS-ROW (WS-BATCH-INDEX) TO SUSPENSE-RECORD.
009110 3400-EXIT.
009120     EXIT.
009130
009140 3410-DROP-ONE-ROW.
009150     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
009160     IF SUS-KEY = WS-SEARCH-KEY
009170         MOVE 'Y' TO WS-SUS-DROP-SW (WS-SUS-SCAN)
009180     END-IF.
009190 3410-EXIT.
009200     EXIT.
009210
009220*-----------------------------------------------------------*
009230* 5000-REWRITE-SUSPENSE - WRITE THE TABLE BACK, LESS THE     *
009240* DROPPED ROWS, WHEN ANYTHING CHANGED                        *
009250*-----------------------------------------------------------*
009260 5000-REWRITE-SUSPENSE.
009270     IF NOT WS-FILE-DIRTY
009280         GO TO 5000-EXIT
009290     END-IF.
009300     OPEN OUTPUT SUSPENSE-FILE.
009310     IF NOT FS-SUS-OK
009320         DISPLAY 'TRANSUSP - *** SUSPENSO NO GRABABLE, STATUS: '
009330             FS-SUSPENSE-FILE ' ***'
009340         MOVE 12 TO WS-RETURN-CODE
009350         GO TO 5000-EXIT
009360     END-IF.
009370     PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT
009380         VARYING WS-SUS-INDEX FROM 1 BY 1
009390         UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
009400     CLOSE SUSPENSE-FILE.
009410 5000-EXIT.
009420     EXIT.
009430
009440 5100-WRITE-ONE-ROW.
009450     IF NOT WS-SUS-DROPPED (WS-SUS-INDEX)
009460         MOVE WS-SUS-ROW (WS-SUS-INDEX) TO SUSPENSE-FILE-RECORD
009470         WRITE SUSPENSE-FILE-RECORD
009480     END-IF.
009490 5100-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------*
009530* 6000-COMPUTE-DAY-NUMBER - A FIXED DAY NUMBER FOR THE DATE  *
009540* IN WS-DATE-WORK; ONLY THE DIFFERENCE BETWEEN TWO OF THEM   *
009550* MATTERS, SO IT ONLY HAS TO GROW ONE A DAY                  *
009560*-----------------------------------------------------------*
009570 6000-COMPUTE-DAY-NUMBER.
009580     MOVE WS-DATE-YYYY TO WS-CAL-YEAR.
009590     MOVE WS-DATE-MM   TO WS-CAL-MONTH.
009600     IF WS-CAL-MONTH < 3
009610         SUBTRACT 1 FROM WS-CAL-YEAR
009620         ADD 12 TO WS-CAL-MONTH
009630     END-IF.
009640     DIVIDE WS-CAL-YEAR BY 4   GIVING WS-LEAP4.
009650     DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP100.
009660     DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP400.
009670     COMPUTE WS-MONTH-OFFSET =
009680         (153 * (WS-CAL-MONTH + 1)) / 5.
009690     COMPUTE WS-DAY-NUMBER = 365 * WS-CAL-YEAR
009700         + WS-LEAP4 - WS-LEAP100 + WS-LEAP400
009710         + WS-MONTH-OFFSET + WS-DATE-DD.
009720 6000-EXIT.
009730     EXIT.
009740
009750*-----------------------------------------------------------*
009760* 8000-WRITE-AUDIT - ONE AUDIT RECORD PER ROW CHANGED, KEYED *
009770* ON THE BATCH KEY PLUS THE DETAIL SEQUENCE FOR A DETAIL;    *
009780* ANY CHANGE MEANS THE FILE IS WRITTEN BACK                  *
009790*-----------------------------------------------------------*
009800 8000-WRITE-AUDIT.
009810     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
009820     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
009830     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
009840     MOVE SPACES           TO AUD-KEY-VALUE.
009850     MOVE WS-SEARCH-KEY    TO AUD-KEY-VALUE (1:19).
009860     IF SUS-DETAIL-ROW
009870         MOVE SUS-DETAIL-SEQ TO AUD-KEY-VALUE (21:5)
009880     END-IF.
009890     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
009900     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
009910     MOVE SUSPENSE-RECORD  TO AUD-AFTER-IMAGE.
009920     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
009930     WRITE AUDIT-LOG-RECORD.
009940     ADD 1 TO WS-AUDIT-COUNT.
009950     SET WS-FILE-DIRTY TO TRUE.
009960 8000-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------*
010000* 9000-TERMINATE - COUNTS TO THE CONSOLE, THE END-OF-RUN     *
010010* AUDIT STAMP WITH THE NUMBER OF ROWS TOUCHED, CLOSE         *
010020*-----------------------------------------------------------*
010030 9000-TERMINATE.
010040     DISPLAY 'TRANSUSP - LEIDAS: '    WS-READ-COUNT
010050         ' CORREGIDOS: ' WS-CORRECT-COUNT
010060         ' BAJAS: '      WS-DELETE-COUNT
010070         ' ALTAS: '      WS-ADD-COUNT
010080         ' LIBERADOS: '  WS-RELEASE-COUNT
010090         ' RECHAZADAS: ' WS-REJECT-COUNT.
010100
010110     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
010120     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
010130     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
010140     MOVE WS-AUDIT-COUNT  TO AUD-KEY-VALUE.
010150     MOVE 'FIN'           TO AUD-ACTION.
010160     MOVE SPACES          TO AUD-BEFORE-IMAGE
010170                             AUD-AFTER-IMAGE.
010180     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
010190     WRITE AUDIT-LOG-RECORD.
010200
010210     CLOSE AUDIT-LOG-FILE.
010220     CLOSE EXCEPTION-FILE.
010230 9000-EXIT.
010240     EXIT.
