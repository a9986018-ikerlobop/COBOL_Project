000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     AUSMAINT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-02.
000160 DATE-COMPILED.  2026-10-02.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-02 ILP   ORIGINAL - LEAVE REQUESTS AND APPROVALS. READS
000210*                  THE AUSTRAN TRANSACTIONS AGAINST THE AUSENCIA
000220*                  LEAVE REGISTER AND THE SALDOVAC VACATION
000230*                  BALANCES: S ENTERS A REQUEST (FIRST AND LAST
000240*                  DAY, TYPE V/E/P/N), A APPROVES IT, D DENIES
000250*                  IT, X CANCELS A REQUESTED OR APPROVED LEAVE, T
000260*                  SETS THE DAYS AN EMPLOYEE ACCRUES PER PERIOD.
000270*                  A REQUEST COUNTS ITS WORKING DAYS (ROTA REST
000280*                  DAYS LEFT OUT) AND MAY NOT OVERLAP ANOTHER LIVE
000290*                  REQUEST. A VACATION REQUEST BEYOND THE BALANCE
000300*                  IS TAKEN BUT FLAGGED TO EXCPFILE; IT CANNOT BE
000310*                  APPROVED UNTIL THE BALANCE COVERS IT. APPROVAL
000320*                  NEEDS A SIGNED-ON OPERATOR, WHOSE INITIALS ARE
000330*                  THE APPROVER. APPROVED VACATION IS DRAWN FROM
000340*                  THE BALANCE, AND GIVEN BACK IF CANCELLED. EVERY
000350*                  CHANGE APPENDS AN AUDIT RECORD
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LEAVE-TRAN-FILE ASSIGN TO "AUSTRAN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-LEAVE-TRAN-FILE.
000430
000440     SELECT LEAVE-FILE ASSIGN TO "AUSENCIA"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AUS-KEY
000480         FILE STATUS IS FS-LEAVE-FILE.
000490
000500     SELECT LEAVE-BALANCE-FILE ASSIGN TO "SALDOVAC"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SVC-EMP-ID
000540         FILE STATUS IS FS-LEAVE-BALANCE-FILE.
000550
000560     SELECT ROTA-FILE ASSIGN TO "ROTAFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS ROT-KEY
000600         FILE STATUS IS FS-ROTA-FILE.
000610
000620     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS EMP-ID
000660         FILE STATUS IS FS-EMPLOYEE-MASTER.
000670
000680     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-AUDIT-LOG-FILE.
000710
000720     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-EXCEPTION-FILE.
000750
000760     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-SIGNON-FILE.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  LEAVE-TRAN-FILE.
000830 01  LEAVE-TRAN-RECORD.
000840     05  ATR-ACTION                  PIC X(01).
000850         88  ATR-SOLICITUD           VALUE 'S'.
000860         88  ATR-APROBAR             VALUE 'A'.
000870         88  ATR-DENEGAR             VALUE 'D'.
000880         88  ATR-ANULAR              VALUE 'X'.
000890         88  ATR-TASA                VALUE 'T'.
000900     05  ATR-EMP-ID                  PIC X(06).
000910     05  ATR-START-DATE              PIC X(08).
000920     05  ATR-END-DATE                PIC X(08).
000930     05  ATR-TYPE                    PIC X(01).
000940     05  ATR-RATE                    PIC X(03).
000950     05  ATR-RATE-N REDEFINES ATR-RATE
000960                                     PIC 9(01)V99.
000970     05  FILLER                      PIC X(53).
000980
000990 FD  LEAVE-FILE.
001000     COPY AUSENREC.
001010
001020 FD  LEAVE-BALANCE-FILE.
001030     COPY SALDOVAC.
001040
001050 FD  ROTA-FILE.
001060     COPY ROTAREC.
001070
001080 FD  EMPLOYEE-MASTER.
001090     COPY EMPMAST.
001100
001110 FD  AUDIT-LOG-FILE.
001120     COPY AUDITLOG.
001130
001140 FD  EXCEPTION-FILE.
001150     COPY EXCPREC.
001160
001170 FD  SIGNON-FILE.
001180     COPY SIGNONRC.
001190
001200 WORKING-STORAGE SECTION.
001210 01  WS-PROGRAM-ID               PIC X(08) VALUE 'AUSMAINT'.
001220
001230 01  WS-FILE-STATUSES.
001240     05  FS-LEAVE-TRAN-FILE      PIC XX.
001250         88  FS-ATR-OK           VALUE '00'.
001260     05  FS-LEAVE-FILE           PIC XX.
001270         88  FS-AUS-OK           VALUE '00'.
001280         88  FS-AUS-NOTFND       VALUE '23'.
001290         88  FS-AUS-NO-FILE      VALUE '35'.
001300     05  FS-LEAVE-BALANCE-FILE   PIC XX.
001310         88  FS-SVC-OK           VALUE '00'.
001320         88  FS-SVC-NOTFND       VALUE '23'.
001330         88  FS-SVC-NO-FILE      VALUE '35'.
001340     05  FS-ROTA-FILE            PIC XX.
001350         88  FS-ROT-OK           VALUE '00'.
001360         88  FS-ROT-NOTFND       VALUE '23'.
001370     05  FS-EMPLOYEE-MASTER      PIC XX.
001380         88  FS-EMP-OK           VALUE '00'.
001390         88  FS-EMP-NOTFND       VALUE '23'.
001400     05  FS-AUDIT-LOG-FILE       PIC XX.
001410         88  FS-AUDIT-OK         VALUE '00'.
001420     05  FS-EXCEPTION-FILE       PIC XX.
001430         88  FS-EXC-OK           VALUE '00'.
001440     05  FS-SIGNON-FILE          PIC XX.
001450         88  FS-SGN-OK           VALUE '00'.
001460
001470 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
001480
001490 01  WS-RUN-DATE-NUM             PIC 9(08).
001500 01  WS-RUN-TIME                 PIC 9(08).
001510
001520 01  WS-ROTA-AVAIL-SW            PIC X(01) VALUE 'N'.
001530     88  WS-ROTA-AVAILABLE       VALUE 'Y'.
001540
001550*    THE DAY BEING CHECKED OR COUNTED, WALKED FORWARD ACROSS
001560*    MONTH AND YEAR ENDS
001570 01  WS-WORK-DATE                PIC X(08).
001580 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
001590     05  WS-WORK-YYYY            PIC 9(04).
001600     05  WS-WORK-MM              PIC 9(02).
001610     05  WS-WORK-DD              PIC 9(02).
001620 01  WS-MONTH-LENGTHS            PIC X(24)
001630     VALUE '312831303130313130313031'.
001640 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001650     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001660 01  WS-MONTH-LENGTH             PIC 9(02).
001670 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001680 01  WS-LEAP-REM-4               PIC 9(03) COMP.
001690 01  WS-LEAP-REM-100             PIC 9(03) COMP.
001700 01  WS-LEAP-REM-400             PIC 9(03) COMP.
001710 01  WS-DATE-OK-SW               PIC X(01).
001720     88  WS-DATE-OK              VALUE 'Y'.
001730     88  WS-DATE-BAD             VALUE 'N'.
001740
001750*    A REQUEST MAY SPAN AT MOST A YEAR
001760 01  WS-RANGE-DAYS               PIC 9(03) COMP.
001770 01  WS-WORKING-DAYS             PIC 9(03) COMP.
001780 01  WS-OVERLAP-SW               PIC X(01).
001790     88  WS-OVERLAP-FOUND        VALUE 'Y'.
001800     88  WS-OVERLAP-NOT-FOUND    VALUE 'N'.
001810 01  WS-SCAN-END-SW              PIC X(01).
001820     88  WS-SCAN-ENDED           VALUE 'Y'.
001830
001840 01  WS-BALANCE-SW               PIC X(01).
001850     88  WS-BALANCE-FOUND        VALUE 'Y'.
001860     88  WS-BALANCE-NOT-FOUND    VALUE 'N'.
001870 01  WS-AVAILABLE-DAYS           PIC S9(03)V99.
001880 01  WS-SHORT-DISPLAY            PIC -ZZ9.99.
001890
001900 01  WS-TRAN-SW                  PIC X(01).
001910     88  TRAN-IS-VALID           VALUE 'Y'.
001920     88  TRAN-IS-INVALID         VALUE 'N'.
001930 01  WS-REJECT-FIELD             PIC X(15).
001940 01  WS-REJECT-REASON            PIC X(40).
001950 01  WS-REJECT-VALUE.
001960     05  RV-EMP-ID               PIC X(06).
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  RV-DATE                 PIC X(08).
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  RV-DETAIL               PIC X(14).
002010
002020 01  WS-BEFORE-IMAGE             PIC X(60).
002030 01  WS-AFTER-IMAGE              PIC X(60).
002040 01  WS-AUDIT-ACTION             PIC X(08).
002050
002060 01  WS-READ-COUNT               PIC 9(05) COMP VALUE 0.
002070 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
002080 01  WS-REQUEST-COUNT            PIC 9(05) COMP VALUE 0.
002090 01  WS-APPROVE-COUNT            PIC 9(05) COMP VALUE 0.
002100 01  WS-DENY-COUNT               PIC 9(05) COMP VALUE 0.
002110 01  WS-CANCEL-COUNT             PIC 9(05) COMP VALUE 0.
002120 01  WS-RATE-COUNT               PIC 9(05) COMP VALUE 0.
002130 01  WS-FLAG-COUNT               PIC 9(05) COMP VALUE 0.
002140 01  WS-AUDIT-COUNT              PIC 9(05) COMP VALUE 0.
002150 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
002160
002170 PROCEDURE DIVISION.
002180
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002210     IF WS-RETURN-CODE = 0
002220         PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
002230             UNTIL NOT FS-ATR-OK
002240     END-IF.
002250     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002260     MOVE WS-RETURN-CODE TO RETURN-CODE.
002270     GOBACK.
002280 0000-EXIT.
002290     EXIT.
002300
002310*-----------------------------------------------------------*
002320* 1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE MASTER     *
002330* (EITHER MISSING IS RC 16), THE LEAVE REGISTER AND THE      *
002340* BALANCES FOR UPDATE (CREATED ON FIRST USE), THE ROTA       *
002350* (OPTIONAL), AUDIT + EXCEPTIONS, AND PRIME THE READ         *
002360*-----------------------------------------------------------*
002370 1000-INITIALIZE.
002380     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002390     ACCEPT WS-RUN-TIME     FROM TIME.
002400     MOVE 0 TO WS-RETURN-CODE.
002410
002420     OPEN EXTEND AUDIT-LOG-FILE.
002430     IF NOT FS-AUDIT-OK
002440         CLOSE AUDIT-LOG-FILE
002450         OPEN OUTPUT AUDIT-LOG-FILE
002460     END-IF.
002470
002480     OPEN EXTEND EXCEPTION-FILE.
002490     IF NOT FS-EXC-OK
002500         CLOSE EXCEPTION-FILE
002510         OPEN OUTPUT EXCEPTION-FILE
002520     END-IF.
002530
002540     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002550
002560     OPEN INPUT LEAVE-TRAN-FILE.
002570     IF NOT FS-ATR-OK
002580         DISPLAY 'AUSMAINT - *** FICHERO AUSTRAN NO '
002590             'DISPONIBLE, STATUS: ' FS-LEAVE-TRAN-FILE
002600         MOVE 16 TO WS-RETURN-CODE
002610         GO TO 1000-EXIT
002620     END-IF.
002630
002640     OPEN INPUT EMPLOYEE-MASTER.
002650     IF NOT FS-EMP-OK
002660         DISPLAY 'AUSMAINT - *** EMPLOYEE MASTER FILE NOT '
002670             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002680         CLOSE LEAVE-TRAN-FILE
002690         MOVE 16 TO WS-RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF.
002720
002730     OPEN I-O LEAVE-FILE.
002740     IF FS-AUS-NO-FILE
002750         OPEN OUTPUT LEAVE-FILE
002760         CLOSE LEAVE-FILE
002770         OPEN I-O LEAVE-FILE
002780     END-IF.
002790     IF NOT FS-AUS-OK
002800         DISPLAY 'AUSMAINT - *** FICHERO AUSENCIA NO '
002810             'DISPONIBLE, STATUS: ' FS-LEAVE-FILE
002820         CLOSE LEAVE-TRAN-FILE
002830         CLOSE EMPLOYEE-MASTER
002840         MOVE 16 TO WS-RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF.
002870
002880     OPEN I-O LEAVE-BALANCE-FILE.
002890     IF FS-SVC-NO-FILE
002900         OPEN OUTPUT LEAVE-BALANCE-FILE
002910         CLOSE LEAVE-BALANCE-FILE
002920         OPEN I-O LEAVE-BALANCE-FILE
002930     END-IF.
002940     IF NOT FS-SVC-OK
002950         DISPLAY 'AUSMAINT - *** FICHERO SALDOVAC NO '
002960             'DISPONIBLE, STATUS: ' FS-LEAVE-BALANCE-FILE
002970         CLOSE LEAVE-TRAN-FILE
002980         CLOSE EMPLOYEE-MASTER
002990         CLOSE LEAVE-FILE
003000         MOVE 16 TO WS-RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF.
003030
003040*    WITHOUT THE ROTA EVERY DAY OF A REQUEST COUNTS AS WORKING
003050     OPEN INPUT ROTA-FILE.
003060     IF FS-ROT-OK
003070         SET WS-ROTA-AVAILABLE TO TRUE
003080     ELSE
003090         DISPLAY 'AUSMAINT - FICHERO ROTAFILE NO DISPONIBLE, '
003100             'STATUS: ' FS-ROTA-FILE
003110             ', SE CUENTAN TODOS LOS DIAS'
003120     END-IF.
003130
003140     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
003150 1000-EXIT.
003160     EXIT.
003170
003180 1100-READ-TRANSACTION.
003190     READ LEAVE-TRAN-FILE
003200         AT END
003210             CONTINUE
003220     END-READ.
003230     IF FS-ATR-OK
003240         ADD 1 TO WS-READ-COUNT
003250     END-IF.
003260 1100-EXIT.
003270     EXIT.
003280
003290*-----------------------------------------------------------*
003300* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
003310* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
003320* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
003330*-----------------------------------------------------------*
003340 1200-READ-SIGNON.
003350     MOVE SPACES TO WS-SESSION-INITIALS.
003360     OPEN INPUT SIGNON-FILE.
003370     IF NOT FS-SGN-OK
003380         GO TO 1200-EXIT
003390     END-IF.
003400     READ SIGNON-FILE
003410         AT END
003420             CONTINUE
003430     END-READ.
003440     IF FS-SGN-OK
003450         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
003460     END-IF.
003470     CLOSE SIGNON-FILE.
003480 1200-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------*
003520* 2000-PROCESS-ONE-TRANSACTION - VALIDATE WHAT EVERY ACTION  *
003530* NEEDS, THEN HAND THE TRANSACTION TO ITS ACTION             *
003540*-----------------------------------------------------------*
003550 2000-PROCESS-ONE-TRANSACTION.
003560     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
003570     IF TRAN-IS-INVALID
003580         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003590     ELSE
003600         EVALUATE TRUE
003610             WHEN ATR-SOLICITUD
003620                 PERFORM 3000-ENTER-REQUEST THRU 3000-EXIT
003630             WHEN ATR-APROBAR
003640                 PERFORM 4000-APPROVE-REQUEST THRU 4000-EXIT
003650             WHEN ATR-DENEGAR
003660                 PERFORM 4500-DENY-REQUEST THRU 4500-EXIT
003670             WHEN ATR-ANULAR
003680                 PERFORM 4700-CANCEL-LEAVE THRU 4700-EXIT
003690             WHEN ATR-TASA
003700                 PERFORM 5000-SET-ACCRUAL-RATE THRU 5000-EXIT
003710         END-EVALUATE
003720     END-IF.
003730     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
003740 2000-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------*
003780* 2100-VALIDATE-TRANSACTION - KNOWN ACTION AND EMPLOYEE ON   *
003790* THE MASTER; A NUMERIC RATE FOR T, A REAL FIRST DAY FOR THE *
003800* REST. THE FIRST FAILING CHECK IS THE ONE LOGGED            *
003810*-----------------------------------------------------------*
003820 2100-VALIDATE-TRANSACTION.
003830     SET TRAN-IS-VALID TO TRUE.
003840     MOVE ATR-EMP-ID     TO RV-EMP-ID.
003850     MOVE ATR-START-DATE TO RV-DATE.
003860     MOVE SPACES         TO RV-DETAIL.
003870
003880     IF NOT ATR-SOLICITUD AND NOT ATR-APROBAR
003890             AND NOT ATR-DENEGAR AND NOT ATR-ANULAR
003900             AND NOT ATR-TASA
003910         MOVE 'ATR-ACTION'  TO WS-REJECT-FIELD
003920         MOVE ATR-ACTION    TO RV-DETAIL
003930         MOVE 'ACCION NO VALIDA (S, A, D, X O T)'
003940             TO WS-REJECT-REASON
003950         GO TO 2100-REJECT
003960     END-IF.
003970
003980     MOVE ATR-EMP-ID TO EMP-ID.
003990     READ EMPLOYEE-MASTER
004000         INVALID KEY
004010             SET FS-EMP-NOTFND TO TRUE
004020     END-READ.
004030     IF NOT FS-EMP-OK
004040         MOVE 'ATR-EMP-ID'  TO WS-REJECT-FIELD
004050         MOVE 'EMPLEADO NO ESTA EN EL MAESTRO'
004060             TO WS-REJECT-REASON
004070         GO TO 2100-REJECT
004080     END-IF.
004090
004100     IF ATR-TASA
004110         IF ATR-RATE IS NOT NUMERIC
004120             MOVE 'ATR-RATE'    TO WS-REJECT-FIELD
004130             MOVE ATR-RATE      TO RV-DETAIL
004140             MOVE 'DIAS POR PERIODO NO NUMERICOS (9V99)'
004150                 TO WS-REJECT-REASON
004160             GO TO 2100-REJECT
004170         END-IF
004180         GO TO 2100-EXIT
004190     END-IF.
004200
004210     MOVE ATR-START-DATE TO WS-WORK-DATE.
004220     PERFORM 6000-CHECK-DATE THRU 6000-EXIT.
004230     IF WS-DATE-BAD
004240         MOVE 'ATR-START-DATE' TO WS-REJECT-FIELD
004250         MOVE 'FECHA DE INICIO NO VALIDA' TO WS-REJECT-REASON
004260         GO TO 2100-REJECT
004270     END-IF.
004280     GO TO 2100-EXIT.
004290 2100-REJECT.
004300     SET TRAN-IS-INVALID TO TRUE.
004310 2100-EXIT.
004320     EXIT.
004330
004340*-----------------------------------------------------------*
004350* 2900-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER REFUSED    *
004360* TRANSACTION OR FLAGGED REQUEST                             *
004370*-----------------------------------------------------------*
004380 2900-WRITE-EXCEPTION.
004390     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
004400     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
004410     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
004420     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
004430     MOVE WS-REJECT-REASON TO EXC-REASON.
004440     SET  EXC-OPEN         TO TRUE.
004450     MOVE SPACES           TO EXC-RESOLVED-DATE
004460                              EXC-RESOLVED-BY.
004470     WRITE EXCEPTION-RECORD.
004480     ADD 1 TO WS-REJECT-COUNT.
004490     IF WS-RETURN-CODE < 4
004500         MOVE 4 TO WS-RETURN-CODE
004510     END-IF.
004520 2900-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------*
004560* 3000-ENTER-REQUEST - A REAL LAST DAY NOT BEFORE THE FIRST, *
004570* A KNOWN TYPE, AT LEAST ONE WORKING DAY IN THE RANGE AND NO *
004580* OVERLAP WITH A LIVE REQUEST. A VACATION BEYOND THE BALANCE *
004590* IS STILL ENTERED, BUT FLAGGED                              *
004600*-----------------------------------------------------------*
004610 3000-ENTER-REQUEST.
004620     MOVE ATR-END-DATE TO WS-WORK-DATE.
004630     PERFORM 6000-CHECK-DATE THRU 6000-EXIT.
004640     IF WS-DATE-BAD OR ATR-END-DATE < ATR-START-DATE
004650         MOVE 'ATR-END-DATE' TO WS-REJECT-FIELD
004660         MOVE ATR-END-DATE   TO RV-DETAIL
004670         MOVE 'FECHA FINAL NO VALIDA O ANTERIOR AL INICIO'
004680             TO WS-REJECT-REASON
004690         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004700         GO TO 3000-EXIT
004710     END-IF.
004720     MOVE ATR-TYPE TO AUS-TYPE.
004730     IF NOT AUS-TYPE-VALID
004740         MOVE 'ATR-TYPE'     TO WS-REJECT-FIELD
004750         MOVE ATR-TYPE       TO RV-DETAIL
004760         MOVE 'TIPO DE AUSENCIA NO VALIDO (V, E, P O N)'
004770             TO WS-REJECT-REASON
004780         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004790         GO TO 3000-EXIT
004800     END-IF.
004810
004820     PERFORM 3100-COUNT-WORKING-DAYS THRU 3100-EXIT.
004830     IF WS-RANGE-DAYS > 366
004840         MOVE 'ATR-END-DATE' TO WS-REJECT-FIELD
004850         MOVE ATR-END-DATE   TO RV-DETAIL
004860         MOVE 'AUSENCIA DE MAS DE UN ANO' TO WS-REJECT-REASON
004870         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004880         GO TO 3000-EXIT
004890     END-IF.
004900     IF WS-WORKING-DAYS = 0
004910         MOVE 'ATR-END-DATE' TO WS-REJECT-FIELD
004920         MOVE ATR-END-DATE   TO RV-DETAIL
004930         MOVE 'SOLO DIAS DE DESCANSO EN EL CUADRANTE'
004940             TO WS-REJECT-REASON
004950         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004960         GO TO 3000-EXIT
004970     END-IF.
004980
004990     PERFORM 3200-CHECK-OVERLAP THRU 3200-EXIT.
005000     IF WS-OVERLAP-FOUND
005010         MOVE 'ATR-START-DATE' TO WS-REJECT-FIELD
005020         MOVE 'SOLAPA CON OTRA AUSENCIA DEL EMPLEADO'
005030             TO WS-REJECT-REASON
005040         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005050         GO TO 3000-EXIT
005060     END-IF.
005070
005080     MOVE ATR-EMP-ID          TO AUS-EMP-ID.
005090     MOVE ATR-START-DATE      TO AUS-START-DATE.
005100     MOVE ATR-END-DATE        TO AUS-END-DATE.
005110     MOVE ATR-TYPE            TO AUS-TYPE.
005120     SET  AUS-SOLICITADA      TO TRUE.
005130     MOVE WS-WORKING-DAYS     TO AUS-DAYS.
005140     MOVE WS-RUN-DATE-NUM     TO AUS-REQUEST-DATE.
005150     MOVE WS-SESSION-INITIALS TO AUS-REQUESTED-BY.
005160     MOVE SPACES              TO AUS-DECISION-DATE
005170                                 AUS-DECIDED-BY.
005180     WRITE LEAVE-RECORD
005190         INVALID KEY
005200             DISPLAY 'AUSMAINT - *** ALTA FALLIDA PARA: '
005210                 AUS-KEY ' STATUS: ' FS-LEAVE-FILE
005220             MOVE 12 TO WS-RETURN-CODE
005230             GO TO 3000-EXIT
005240     END-WRITE.
005250     ADD 1 TO WS-REQUEST-COUNT.
005260     MOVE SPACES       TO WS-BEFORE-IMAGE.
005270     MOVE 'SOLICITA'   TO WS-AUDIT-ACTION.
005280     PERFORM 8000-WRITE-LEAVE-AUDIT THRU 8000-EXIT.
005290
005300     IF AUS-VACACIONES
005310         PERFORM 7000-READ-BALANCE THRU 7000-EXIT
005320         IF AUS-DAYS > WS-AVAILABLE-DAYS
005330             MOVE 'AUS-DAYS'     TO WS-REJECT-FIELD
005340             MOVE WS-AVAILABLE-DAYS TO WS-SHORT-DISPLAY
005350             MOVE WS-SHORT-DISPLAY  TO RV-DETAIL
005360             MOVE 'SOLICITUD DEJA EL SALDO NEGATIVO'
005370                 TO WS-REJECT-REASON
005380             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005390             SUBTRACT 1 FROM WS-REJECT-COUNT
005400             ADD 1 TO WS-FLAG-COUNT
005410         END-IF
005420     END-IF.
005430 3000-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------*
005470* 3100-COUNT-WORKING-DAYS - WALK THE RANGE A DAY AT A TIME,  *
005480* COUNTING EVERY DAY THE ROTA DOES NOT HAVE AS A REST DAY.   *
005490* THE WALK STOPS PAST A YEAR SO A BAD RANGE CANNOT RUN AWAY  *
005500*-----------------------------------------------------------*
005510 3100-COUNT-WORKING-DAYS.
005520     MOVE 0 TO WS-RANGE-DAYS
005530               WS-WORKING-DAYS.
005540     MOVE ATR-START-DATE TO WS-WORK-DATE.
005550     PERFORM 3110-COUNT-ONE-DAY THRU 3110-EXIT
005560         UNTIL WS-WORK-DATE > ATR-END-DATE
005570             OR WS-RANGE-DAYS > 366.
005580 3100-EXIT.
005590     EXIT.
005600
005610 3110-COUNT-ONE-DAY.
005620     ADD 1 TO WS-RANGE-DAYS.
005630     ADD 1 TO WS-WORKING-DAYS.
005640     IF WS-ROTA-AVAILABLE
005650         MOVE ATR-EMP-ID   TO ROT-EMP-ID
005660         MOVE WS-WORK-DATE TO ROT-DATE
005670         READ ROTA-FILE
005680             INVALID KEY
005690                 SET FS-ROT-NOTFND TO TRUE
005700         END-READ
005710         IF FS-ROT-OK AND ROT-DESCANSO
005720             SUBTRACT 1 FROM WS-WORKING-DAYS
005730         END-IF
005740     END-IF.
005750     PERFORM 6200-NEXT-DATE THRU 6200-EXIT.
005760 3110-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------*
005800* 3200-CHECK-OVERLAP - BROWSE THE EMPLOYEE'S LEAVE ROWS; ONE *
005810* STILL REQUESTED OR APPROVED THAT SHARES A DAY WITH THE NEW *
005820* RANGE IS AN OVERLAP                                        *
005830*-----------------------------------------------------------*
005840 3200-CHECK-OVERLAP.
005850     SET WS-OVERLAP-NOT-FOUND TO TRUE.
005860     MOVE 'N' TO WS-SCAN-END-SW.
005870     MOVE ATR-EMP-ID TO AUS-EMP-ID.
005880     MOVE LOW-VALUES TO AUS-START-DATE.
005890     START LEAVE-FILE KEY IS NOT LESS THAN AUS-KEY
005900         INVALID KEY
005910             GO TO 3200-EXIT
005920     END-START.
005930     PERFORM 3210-CHECK-ONE-LEAVE THRU 3210-EXIT
005940         UNTIL WS-SCAN-ENDED OR WS-OVERLAP-FOUND.
005950 3200-EXIT.
005960     EXIT.
005970
005980 3210-CHECK-ONE-LEAVE.
005990     READ LEAVE-FILE NEXT RECORD
006000         AT END
006010             SET WS-SCAN-ENDED TO TRUE
006020             GO TO 3210-EXIT
006030     END-READ.
006040     IF AUS-EMP-ID NOT = ATR-EMP-ID
006050             OR AUS-START-DATE > ATR-END-DATE
006060         SET WS-SCAN-ENDED TO TRUE
006070         GO TO 3210-EXIT
006080     END-IF.
006090     IF (AUS-SOLICITADA OR AUS-APROBADA)
006100             AND AUS-END-DATE NOT < ATR-START-DATE
006110         SET WS-OVERLAP-FOUND TO TRUE
006120         MOVE AUS-START-DATE TO RV-DETAIL
006130     END-IF.
006140 3210-EXIT.
006150     EXIT.
006160
006170*-----------------------------------------------------------*
006180* 4000-APPROVE-REQUEST - ONLY A REQUESTED LEAVE, ONLY BY A   *
006190* SIGNED-ON OPERATOR, AND A VACATION ONLY WHILE THE BALANCE  *
006200* COVERS IT; THE VACATION DAYS ARE THEN DRAWN FROM THE       *
006210* BALANCE                                                    *
006220*-----------------------------------------------------------*
006230 4000-APPROVE-REQUEST.
006240     PERFORM 4900-READ-LEAVE THRU 4900-EXIT.
006250     IF TRAN-IS-INVALID
006260         GO TO 4000-EXIT
006270     END-IF.
006280     IF NOT AUS-SOLICITADA
006290         MOVE 'AUS-STATUS'   TO WS-REJECT-FIELD
006300         MOVE AUS-STATUS     TO RV-DETAIL
006310         MOVE 'SOLO SE APRUEBA UNA AUSENCIA SOLICITADA'
006320             TO WS-REJECT-REASON
006330         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006340         GO TO 4000-EXIT
006350     END-IF.
006360     IF WS-SESSION-INITIALS = SPACES
006370         MOVE 'AUS-DECIDED-BY' TO WS-REJECT-FIELD
006380         MOVE 'APROBACION SIN OPERADOR IDENTIFICADO'
006390             TO WS-REJECT-REASON
006400         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006410         GO TO 4000-EXIT
006420     END-IF.
006430     IF AUS-VACACIONES
006440         PERFORM 7000-READ-BALANCE THRU 7000-EXIT
006450         IF WS-BALANCE-NOT-FOUND
006460                 OR AUS-DAYS > WS-AVAILABLE-DAYS
006470             MOVE 'AUS-DAYS'     TO WS-REJECT-FIELD
006480             MOVE WS-AVAILABLE-DAYS TO WS-SHORT-DISPLAY
006490             MOVE WS-SHORT-DISPLAY  TO RV-DETAIL
006500             MOVE 'SALDO INSUFICIENTE PARA APROBAR'
006510                 TO WS-REJECT-REASON
006520             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006530             GO TO 4000-EXIT
006540         END-IF
006550     END-IF.
006560
006570     MOVE LEAVE-RECORD        TO WS-BEFORE-IMAGE.
006580     SET  AUS-APROBADA        TO TRUE.
006590     MOVE WS-RUN-DATE-NUM     TO AUS-DECISION-DATE.
006600     MOVE WS-SESSION-INITIALS TO AUS-DECIDED-BY.
006610     PERFORM 4950-REWRITE-LEAVE THRU 4950-EXIT.
006620     IF TRAN-IS-INVALID
006630         GO TO 4000-EXIT
006640     END-IF.
006650     ADD 1 TO WS-APPROVE-COUNT.
006660     MOVE 'APRUEBA' TO WS-AUDIT-ACTION.
006670     PERFORM 8000-WRITE-LEAVE-AUDIT THRU 8000-EXIT.
006680
006690     IF AUS-VACACIONES
006700         MOVE LEAVE-BALANCE-RECORD TO WS-BEFORE-IMAGE
006710         ADD AUS-DAYS TO SVC-TAKEN
006720         PERFORM 7100-REWRITE-BALANCE THRU 7100-EXIT
006730     END-IF.
006740 4000-EXIT.
006750     EXIT.
006760
006770*-----------------------------------------------------------*
006780* 4500-DENY-REQUEST - ONLY A REQUESTED LEAVE MAY BE DENIED   *
006790*-----------------------------------------------------------*
006800 4500-DENY-REQUEST.
006810     PERFORM 4900-READ-LEAVE THRU 4900-EXIT.
006820     IF TRAN-IS-INVALID
006830         GO TO 4500-EXIT
006840     END-IF.
006850     IF NOT AUS-SOLICITADA
006860         MOVE 'AUS-STATUS'   TO WS-REJECT-FIELD
006870         MOVE AUS-STATUS     TO RV-DETAIL
006880         MOVE 'SOLO SE DENIEGA UNA AUSENCIA SOLICITADA'
006890             TO WS-REJECT-REASON
006900         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
006910         GO TO 4500-EXIT
006920     END-IF.
006930     MOVE LEAVE-RECORD        TO WS-BEFORE-IMAGE.
006940     SET  AUS-DENEGADA        TO TRUE.
006950     MOVE WS-RUN-DATE-NUM     TO AUS-DECISION-DATE.
006960     MOVE WS-SESSION-INITIALS TO AUS-DECIDED-BY.
006970     PERFORM 4950-REWRITE-LEAVE THRU 4950-EXIT.
006980     IF TRAN-IS-INVALID
006990         GO TO 4500-EXIT
007000     END-IF.
007010     ADD 1 TO WS-DENY-COUNT.
007020     MOVE 'DENIEGA' TO WS-AUDIT-ACTION.
007030     PERFORM 8000-WRITE-LEAVE-AUDIT THRU 8000-EXIT.
007040 4500-EXIT.
007050     EXIT.
007060
007070*-----------------------------------------------------------*
007080* 4700-CANCEL-LEAVE - A REQUESTED OR APPROVED LEAVE MAY BE   *
007090* CANCELLED; AN APPROVED VACATION GIVES ITS DAYS BACK TO THE *
007100* BALANCE                                                    *
007110*-----------------------------------------------------------*
007120 4700-CANCEL-LEAVE.
007130     PERFORM 4900-READ-LEAVE THRU 4900-EXIT.
007140     IF TRAN-IS-INVALID
007150         GO TO 4700-EXIT
007160     END-IF.
007170     IF NOT AUS-SOLICITADA AND NOT AUS-APROBADA
007180         MOVE 'AUS-STATUS'   TO WS-REJECT-FIELD
007190         MOVE AUS-STATUS     TO RV-DETAIL
007200         MOVE 'LA AUSENCIA YA ESTA DENEGADA O ANULADA'
007210             TO WS-REJECT-REASON
007220         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007230         GO TO 4700-EXIT
007240     END-IF.
007250     MOVE LEAVE-RECORD        TO WS-BEFORE-IMAGE.
007260     IF AUS-APROBADA AND AUS-VACACIONES
007270         PERFORM 7000-READ-BALANCE THRU 7000-EXIT
007280     ELSE
007290         SET WS-BALANCE-NOT-FOUND TO TRUE
007300     END-IF.
007310     SET  AUS-ANULADA         TO TRUE.
007320     MOVE WS-RUN-DATE-NUM     TO AUS-DECISION-DATE.
007330     MOVE WS-SESSION-INITIALS TO AUS-DECIDED-BY.
007340     PERFORM 4950-REWRITE-LEAVE THRU 4950-EXIT.
007350     IF TRAN-IS-INVALID
007360         GO TO 4700-EXIT
007370     END-IF.
007380     ADD 1 TO WS-CANCEL-COUNT.
007390     MOVE 'ANULA' TO WS-AUDIT-ACTION.
007400     PERFORM 8000-WRITE-LEAVE-AUDIT THRU 8000-EXIT.
007410
007420     IF WS-BALANCE-FOUND
007430         MOVE LEAVE-BALANCE-RECORD TO WS-BEFORE-IMAGE
007440         IF SVC-TAKEN > AUS-DAYS
007450             SUBTRACT AUS-DAYS FROM SVC-TAKEN
007460         ELSE
007470             MOVE 0 TO SVC-TAKEN
007480         END-IF
007490         PERFORM 7100-REWRITE-BALANCE THRU 7100-EXIT
007500     END-IF.
007510 4700-EXIT.
007520     EXIT.
007530
007540*-----------------------------------------------------------*
007550* 4900-READ-LEAVE - THE LEAVE ROW FOR EMPLOYEE + FIRST DAY;  *
007560* NONE IS A REFUSED TRANSACTION                              *
007570*-----------------------------------------------------------*
007580 4900-READ-LEAVE.
007590     MOVE ATR-EMP-ID     TO AUS-EMP-ID.
007600     MOVE ATR-START-DATE TO AUS-START-DATE.
007610     READ LEAVE-FILE
007620         INVALID KEY
007630             SET FS-AUS-NOTFND TO TRUE
007640     END-READ.
007650     IF NOT FS-AUS-OK
007660         MOVE 'ATR-START-DATE' TO WS-REJECT-FIELD
007670         MOVE 'NO HAY AUSENCIA CON ESA FECHA DE INICIO'
007680             TO WS-REJECT-REASON
007690         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007700         SET TRAN-IS-INVALID TO TRUE
007710     END-IF.
007720 4900-EXIT.
007730     EXIT.
007740
007750 4950-REWRITE-LEAVE.
007760     REWRITE LEAVE-RECORD
007770         INVALID KEY
007780             DISPLAY 'AUSMAINT - *** CAMBIO FALLIDO PARA: '
007790                 AUS-KEY ' STATUS: ' FS-LEAVE-FILE
007800             MOVE 12 TO WS-RETURN-CODE
007810             SET TRAN-IS-INVALID TO TRUE
007820     END-REWRITE.
007830 4950-EXIT.
007840     EXIT.
007850
007860*-----------------------------------------------------------*
007870* 5000-SET-ACCRUAL-RATE - THE DAYS THE EMPLOYEE ACCRUES EACH *
007880* PERIOD; AN EMPLOYEE WITH NO BALANCE YET GETS AN EMPTY ONE  *
007890*-----------------------------------------------------------*
007900 5000-SET-ACCRUAL-RATE.
007910     PERFORM 7000-READ-BALANCE THRU 7000-EXIT.
007920     IF WS-BALANCE-NOT-FOUND
007930         MOVE SPACES          TO WS-BEFORE-IMAGE
007940         MOVE ATR-EMP-ID      TO SVC-EMP-ID
007950         MOVE ATR-RATE-N      TO SVC-DAYS-PER-PERIOD
007960         MOVE 0               TO SVC-ACCRUED
007970                                 SVC-TAKEN
007980         MOVE SPACES          TO SVC-LAST-PERIOD
007990         WRITE LEAVE-BALANCE-RECORD
008000             INVALID KEY
008010                 DISPLAY 'AUSMAINT - *** ALTA SALDO FALLIDA: '
008020                     SVC-EMP-ID ' STATUS: ' FS-LEAVE-BALANCE-FILE
008030                 MOVE 12 TO WS-RETURN-CODE
008040                 GO TO 5000-EXIT
008050         END-WRITE
008060         MOVE 'TASA'          TO WS-AUDIT-ACTION
008070         PERFORM 8100-WRITE-BALANCE-AUDIT THRU 8100-EXIT
008080         ADD 1 TO WS-RATE-COUNT
008090         GO TO 5000-EXIT
008100     END-IF.
008110     IF SVC-DAYS-PER-PERIOD = ATR-RATE-N
008120         GO TO 5000-EXIT
008130     END-IF.
008140     MOVE LEAVE-BALANCE-RECORD TO WS-BEFORE-IMAGE.
008150     MOVE ATR-RATE-N          TO SVC-DAYS-PER-PERIOD.
008160     PERFORM 7100-REWRITE-BALANCE THRU 7100-EXIT.
008170     ADD 1 TO WS-RATE-COUNT.
008180 5000-EXIT.
008190     EXIT.
008200
008210*-----------------------------------------------------------*
008220* 6000-CHECK-DATE - WS-WORK-DATE MUST BE A REAL AAAAMMDD     *
008230*-----------------------------------------------------------*
008240 6000-CHECK-DATE.
008250     SET WS-DATE-OK TO TRUE.
008260     IF WS-WORK-DATE IS NOT NUMERIC
008270         SET WS-DATE-BAD TO TRUE
008280         GO TO 6000-EXIT
008290     END-IF.
008300     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
008310         SET WS-DATE-BAD TO TRUE
008320         GO TO 6000-EXIT
008330     END-IF.
008340     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
008350     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-LENGTH
008360         SET WS-DATE-BAD TO TRUE
008370     END-IF.
008380 6000-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------*
008420* 6100-MONTH-LENGTH - DAYS IN WS-WORK-MM OF WS-WORK-YYYY,    *
008430* FEBRUARY HAVING 29 IN A LEAP YEAR                          *
008440*-----------------------------------------------------------*
008450 6100-MONTH-LENGTH.
008460     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH.
008470     IF WS-WORK-MM = 2
008480         DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
008490             REMAINDER WS-LEAP-REM-4
008500         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
008510             REMAINDER WS-LEAP-REM-100
008520         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
008530             REMAINDER WS-LEAP-REM-400
008540         IF WS-LEAP-REM-4 = 0
008550                 AND (WS-LEAP-REM-100 NOT = 0
008560                      OR WS-LEAP-REM-400 = 0)
008570             MOVE 29 TO WS-MONTH-LENGTH
008580         END-IF
008590     END-IF.
008600 6100-EXIT.
008610     EXIT.
008620
008630*-----------------------------------------------------------*
008640* 6200-NEXT-DATE - MOVE WS-WORK-DATE ON BY ONE DAY           *
008650*-----------------------------------------------------------*
008660 6200-NEXT-DATE.
008670     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
008680     ADD 1 TO WS-WORK-DD.
008690     IF WS-WORK-DD > WS-MONTH-LENGTH
008700         MOVE 1 TO WS-WORK-DD
008710         ADD 1 TO WS-WORK-MM
008720         IF WS-WORK-MM > 12
008730             MOVE 1 TO WS-WORK-MM
008740             ADD 1 TO WS-WORK-YYYY
008750         END-IF
008760     END-IF.
008770 6200-EXIT.
008780     EXIT.
008790
008800*-----------------------------------------------------------*
008810* 7000-READ-BALANCE - THE EMPLOYEE'S VACATION BALANCE AND    *
008820* THE DAYS STILL AVAILABLE (NONE WITHOUT A BALANCE ROW)      *
008830*-----------------------------------------------------------*
008840 7000-READ-BALANCE.
008850     SET WS-BALANCE-FOUND TO TRUE.
008860     MOVE 0 TO WS-AVAILABLE-DAYS.
008870     MOVE ATR-EMP-ID TO SVC-EMP-ID.
008880     READ LEAVE-BALANCE-FILE
008890         INVALID KEY
008900             SET FS-SVC-NOTFND TO TRUE
008910     END-READ.
008920     IF NOT FS-SVC-OK
008930         SET WS-BALANCE-NOT-FOUND TO TRUE
008940         GO TO 7000-EXIT
008950     END-IF.
008960     COMPUTE WS-AVAILABLE-DAYS = SVC-ACCRUED - SVC-TAKEN.
008970 7000-EXIT.
008980     EXIT.
008990
009000 7100-REWRITE-BALANCE.
009010     REWRITE LEAVE-BALANCE-RECORD
009020         INVALID KEY
009030             DISPLAY 'AUSMAINT - *** CAMBIO SALDO FALLIDO PARA: '
009040                 SVC-EMP-ID ' STATUS: ' FS-LEAVE-BALANCE-FILE
009050             MOVE 12 TO WS-RETURN-CODE
009060             GO TO 7100-EXIT
009070     END-REWRITE.
009080     MOVE 'SALDO' TO WS-AUDIT-ACTION.
009090     PERFORM 8100-WRITE-BALANCE-AUDIT THRU 8100-EXIT.
009100 7100-EXIT.
009110     EXIT.
009120
009130*-----------------------------------------------------------*
009140* 8000-WRITE-LEAVE-AUDIT - ONE AUDIT RECORD PER LEAVE ROW    *
009150* ENTERED OR DECIDED, KEYED ON EMPLOYEE + FIRST DAY          *
009160*-----------------------------------------------------------*
009170 8000-WRITE-LEAVE-AUDIT.
009180     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
009190     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
009200     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
009210     MOVE SPACES           TO AUD-KEY-VALUE.
009220     MOVE AUS-EMP-ID       TO AUD-KEY-VALUE (1:6).
009230     MOVE AUS-START-DATE   TO AUD-KEY-VALUE (8:8).
009240     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
009250     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
009260     MOVE LEAVE-RECORD     TO AUD-AFTER-IMAGE.
009270     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
009280     WRITE AUDIT-LOG-RECORD.
009290     ADD 1 TO WS-AUDIT-COUNT.
009300 8000-EXIT.
009310     EXIT.
009320
009330*-----------------------------------------------------------*
009340* 8100-WRITE-BALANCE-AUDIT - ONE AUDIT RECORD PER BALANCE    *
009350* ROW CREATED OR CHANGED, KEYED ON EMPLOYEE                  *
009360*-----------------------------------------------------------*
009370 8100-WRITE-BALANCE-AUDIT.
009380     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
009390     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
009400     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
009410     MOVE SVC-EMP-ID       TO AUD-KEY-VALUE.
009420     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
009430     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
009440     MOVE LEAVE-BALANCE-RECORD TO WS-AFTER-IMAGE.
009450     MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE.
009460     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
009470     WRITE AUDIT-LOG-RECORD.
009480     ADD 1 TO WS-AUDIT-COUNT.
009490 8100-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------*
009530* 9000-TERMINATE - COUNTS TO THE CONSOLE, THE END-OF-RUN     *
009540* AUDIT STAMP WITH THE NUMBER OF ROWS TOUCHED, CLOSE         *
009550*-----------------------------------------------------------*
009560 9000-TERMINATE.
009570     DISPLAY 'AUSMAINT - LEIDAS: '      WS-READ-COUNT
009580         ' RECHAZADAS: '   WS-REJECT-COUNT
009590         ' SALDO EXCEDIDO: ' WS-FLAG-COUNT.
009600     DISPLAY 'AUSMAINT - SOLICITUDES: ' WS-REQUEST-COUNT
009610         ' APROBADAS: '    WS-APPROVE-COUNT
009620         ' DENEGADAS: '    WS-DENY-COUNT
009630         ' ANULADAS: '     WS-CANCEL-COUNT
009640         ' TASAS: '        WS-RATE-COUNT.
009650
009660     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
009670     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
009680     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
009690     MOVE WS-AUDIT-COUNT  TO AUD-KEY-VALUE.
009700     MOVE 'FIN'           TO AUD-ACTION.
009710     MOVE SPACES          TO AUD-BEFORE-IMAGE
009720                             AUD-AFTER-IMAGE.
009730     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
009740     WRITE AUDIT-LOG-RECORD.
009750
009760     IF WS-RETURN-CODE NOT = 16
009770         CLOSE LEAVE-TRAN-FILE
009780         CLOSE EMPLOYEE-MASTER
009790         CLOSE LEAVE-FILE
009800         CLOSE LEAVE-BALANCE-FILE
009810     END-IF.
009820     IF WS-ROTA-AVAILABLE
009830         CLOSE ROTA-FILE
009840     END-IF.
009850     CLOSE AUDIT-LOG-FILE.
009860     CLOSE EXCEPTION-FILE.
009870 9000-EXIT.
009880     EXIT.
