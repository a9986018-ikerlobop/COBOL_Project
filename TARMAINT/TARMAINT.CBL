000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     TARMAINT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-05.
000160 DATE-COMPILED.  2026-10-05.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-05 ILP   ORIGINAL - ENTERS AGREED PAY-RATE CHANGES
000210*                  AHEAD OF TIME. READS THE TARTRAN TRANSACTIONS
000220*                  AGAINST THE TARIFHIS RATE HISTORY: A ADDS A
000230*                  PENDING CHANGE (EMPLOYEE, EFFECTIVE DATE, NEW
000240*                  RATE, REASON), X CANCELS ONE THAT IS STILL
000250*                  PENDING. THE EFFECTIVE DATE MUST FALL AFTER
000260*                  THE LAST CHANGE ALREADY APPLIED FOR THE
000270*                  EMPLOYEE, SO THE HISTORY STAYS IN ORDER. THE
000280*                  SIGNED-ON OPERATOR IS RECORDED AS ENTERED-BY.
000290*                  EMPMAST IS NOT TOUCHED HERE: TARAPLIC APPLIES
000300*                  THE CHANGE BEFORE THE PAYROLL OF THE PERIOD IT
000310*                  FALLS IN. EVERY CHANGE APPENDS AN AUDIT RECORD
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RATE-TRAN-FILE ASSIGN TO "TARTRAN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-RATE-TRAN-FILE.
000390
000400     SELECT RATE-HISTORY-FILE ASSIGN TO "TARIFHIS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TRH-KEY
000440         FILE STATUS IS FS-RATE-HISTORY-FILE.
000450
000460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS EMP-ID
000500         FILE STATUS IS FS-EMPLOYEE-MASTER.
000510
000520     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-AUDIT-LOG-FILE.
000550
000560     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-EXCEPTION-FILE.
000590
000600     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-SIGNON-FILE.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RATE-TRAN-FILE.
000670 01  RATE-TRAN-RECORD.
000680     05  TTR-ACTION                  PIC X(01).
000690         88  TTR-ALTA                VALUE 'A'.
000700         88  TTR-ANULAR              VALUE 'X'.
000710     05  TTR-EMP-ID                  PIC X(06).
000720     05  TTR-EFFECTIVE-DATE          PIC X(08).
000730     05  TTR-NEW-RATE                PIC X(07).
000740     05  TTR-NEW-RATE-N REDEFINES TTR-NEW-RATE
000750                                     PIC 9(05)V99.
000760     05  TTR-REASON                  PIC X(30).
000770     05  FILLER                      PIC X(28).
000780
000790 FD  RATE-HISTORY-FILE.
000800     COPY TARIFHIS.
000810
000820 FD  EMPLOYEE-MASTER.
000830     COPY EMPMAST.
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
000950 01  WS-PROGRAM-ID               PIC X(08) VALUE 'TARMAINT'.
000960
000970 01  WS-FILE-STATUSES.
000980     05  FS-RATE-TRAN-FILE       PIC XX.
000990         88  FS-TTR-OK           VALUE '00'.
001000     05  FS-RATE-HISTORY-FILE    PIC XX.
001010         88  FS-TRH-OK           VALUE '00'.
001020         88  FS-TRH-NOTFND       VALUE '23'.
001030         88  FS-TRH-NO-FILE      VALUE '35'.
001040     05  FS-EMPLOYEE-MASTER      PIC XX.
001050         88  FS-EMP-OK           VALUE '00'.
001060         88  FS-EMP-NOTFND       VALUE '23'.
001070     05  FS-AUDIT-LOG-FILE       PIC XX.
001080         88  FS-AUDIT-OK         VALUE '00'.
001090     05  FS-EXCEPTION-FILE       PIC XX.
001100         88  FS-EXC-OK           VALUE '00'.
001110     05  FS-SIGNON-FILE          PIC XX.
001120         88  FS-SGN-OK           VALUE '00'.
001130
001140 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
001150
001160 01  WS-RUN-DATE-NUM             PIC 9(08).
001170 01  WS-RUN-TIME                 PIC 9(08).
001180
001190 01  WS-WORK-DATE                PIC X(08).
001200 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
001210     05  WS-WORK-YYYY            PIC 9(04).
001220     05  WS-WORK-MM              PIC 9(02).
001230     05  WS-WORK-DD              PIC 9(02).
001240 01  WS-MONTH-LENGTHS            PIC X(24)
001250     VALUE '312831303130313130313031'.
001260 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001270     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001280 01  WS-MONTH-LENGTH             PIC 9(02).
001290 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001300 01  WS-LEAP-REM-4               PIC 9(03) COMP.
001310 01  WS-LEAP-REM-100             PIC 9(03) COMP.
001320 01  WS-LEAP-REM-400             PIC 9(03) COMP.
001330 01  WS-DATE-OK-SW               PIC X(01).
001340     88  WS-DATE-OK              VALUE 'Y'.
001350     88  WS-DATE-BAD             VALUE 'N'.
001360
001370*    THE LATEST CHANGE ALREADY APPLIED FOR THE EMPLOYEE
001380 01  WS-LAST-APPLIED-DATE        PIC X(08).
001390 01  WS-SCAN-END-SW              PIC X(01).
001400     88  WS-SCAN-ENDED           VALUE 'Y'.
001410
001420 01  WS-TRAN-SW                  PIC X(01).
001430     88  TRAN-IS-VALID           VALUE 'Y'.
001440     88  TRAN-IS-INVALID         VALUE 'N'.
001450 01  WS-REJECT-FIELD             PIC X(15).
001460 01  WS-REJECT-REASON            PIC X(40).
001470 01  WS-REJECT-VALUE.
001480     05  RV-EMP-ID               PIC X(06).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  RV-DATE                 PIC X(08).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  RV-DETAIL               PIC X(14).
001530
001540 01  WS-BEFORE-IMAGE             PIC X(60).
001550 01  WS-AUDIT-ACTION             PIC X(08).
001560
001570 01  WS-READ-COUNT               PIC 9(05) COMP VALUE 0.
001580 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001590 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE 0.
001600 01  WS-CANCEL-COUNT             PIC 9(05) COMP VALUE 0.
001610 01  WS-AUDIT-COUNT              PIC 9(05) COMP VALUE 0.
001620 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001630
001640 PROCEDURE DIVISION.
001650
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001680     IF WS-RETURN-CODE = 0
001690         PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
001700             UNTIL NOT FS-TTR-OK
001710     END-IF.
001720     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001730     MOVE WS-RETURN-CODE TO RETURN-CODE.
001740     GOBACK.
001750 0000-EXIT.
001760     EXIT.
001770
001780*-----------------------------------------------------------*
001790* 1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE MASTER     *
001800* (EITHER MISSING IS RC 16), THE RATE HISTORY FOR UPDATE     *
001810* (CREATED ON FIRST USE), AUDIT + EXCEPTIONS, PRIME THE READ *
001820*-----------------------------------------------------------*
001830 1000-INITIALIZE.
001840     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001850     ACCEPT WS-RUN-TIME     FROM TIME.
001860     MOVE 0 TO WS-RETURN-CODE.
001870
001880     OPEN EXTEND AUDIT-LOG-FILE.
001890     IF NOT FS-AUDIT-OK
001900         CLOSE AUDIT-LOG-FILE
001910         OPEN OUTPUT AUDIT-LOG-FILE
001920     END-IF.
001930
001940     OPEN EXTEND EXCEPTION-FILE.
001950     IF NOT FS-EXC-OK
001960         CLOSE EXCEPTION-FILE
001970         OPEN OUTPUT EXCEPTION-FILE
001980     END-IF.
001990
002000     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002010
002020     OPEN INPUT RATE-TRAN-FILE.
002030     IF NOT FS-TTR-OK
002040         DISPLAY 'TARMAINT - *** FICHERO TARTRAN NO '
002050             'DISPONIBLE, STATUS: ' FS-RATE-TRAN-FILE
002060         MOVE 16 TO WS-RETURN-CODE
002070         GO TO 1000-EXIT
002080     END-IF.
002090
002100     OPEN INPUT EMPLOYEE-MASTER.
002110     IF NOT FS-EMP-OK
002120         DISPLAY 'TARMAINT - *** EMPLOYEE MASTER FILE NOT '
002130             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002140         CLOSE RATE-TRAN-FILE
002150         MOVE 16 TO WS-RETURN-CODE
002160         GO TO 1000-EXIT
002170     END-IF.
002180
002190     OPEN I-O RATE-HISTORY-FILE.
002200     IF FS-TRH-NO-FILE
002210         OPEN OUTPUT RATE-HISTORY-FILE
002220         CLOSE RATE-HISTORY-FILE
002230         OPEN I-O RATE-HISTORY-FILE
002240     END-IF.
002250     IF NOT FS-TRH-OK
002260         DISPLAY 'TARMAINT - *** FICHERO TARIFHIS NO '
002270             'DISPONIBLE, STATUS: ' FS-RATE-HISTORY-FILE
002280         CLOSE RATE-TRAN-FILE
002290         CLOSE EMPLOYEE-MASTER
002300         MOVE 16 TO WS-RETURN-CODE
002310         GO TO 1000-EXIT
002320     END-IF.
002330
002340     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002350 1000-EXIT.
002360     EXIT.
002370
002380 1100-READ-TRANSACTION.
002390     READ RATE-TRAN-FILE
002400         AT END
002410             CONTINUE
002420     END-READ.
002430     IF FS-TTR-OK
002440         ADD 1 TO WS-READ-COUNT
002450     END-IF.
002460 1100-EXIT.
002470     EXIT.
002480
002490*-----------------------------------------------------------*
002500* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
002510* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
002520* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
002530*-----------------------------------------------------------*
002540 1200-READ-SIGNON.
002550     MOVE SPACES TO WS-SESSION-INITIALS.
002560     OPEN INPUT SIGNON-FILE.
002570     IF NOT FS-SGN-OK
002580         GO TO 1200-EXIT
002590     END-IF.
002600     READ SIGNON-FILE
002610         AT END
002620             CONTINUE
002630     END-READ.
002640     IF FS-SGN-OK
002650         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
002660     END-IF.
002670     CLOSE SIGNON-FILE.
002680 1200-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------*
002720* 2000-PROCESS-ONE-TRANSACTION - VALIDATE, THEN ADD OR       *
002730* CANCEL THE PENDING CHANGE                                  *
002740*-----------------------------------------------------------*
002750 2000-PROCESS-ONE-TRANSACTION.
002760     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
002770     IF TRAN-IS-INVALID
002780         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002790     ELSE
002800         IF TTR-ALTA
002810             PERFORM 3000-ADD-CHANGE THRU 3000-EXIT
002820         ELSE
002830             PERFORM 4000-CANCEL-CHANGE THRU 4000-EXIT
002840         END-IF
002850     END-IF.
002860     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002870 2000-EXIT.
002880     EXIT.
002890
002900*-----------------------------------------------------------*
002910* 2100-VALIDATE-TRANSACTION - KNOWN ACTION, EMPLOYEE ON THE  *
002920* MASTER, A REAL EFFECTIVE DATE; FOR AN ALTA ALSO A NUMERIC  *
002930* NON-ZERO RATE AND A REASON. THE FIRST FAILING CHECK IS THE *
002940* ONE LOGGED                                                 *
002950*-----------------------------------------------------------*
002960 2100-VALIDATE-TRANSACTION.
002970     SET TRAN-IS-VALID TO TRUE.
002980     MOVE TTR-EMP-ID         TO RV-EMP-ID.
002990     MOVE TTR-EFFECTIVE-DATE TO RV-DATE.
003000     MOVE SPACES             TO RV-DETAIL.
003010
003020     IF NOT TTR-ALTA AND NOT TTR-ANULAR
003030         MOVE 'TTR-ACTION'  TO WS-REJECT-FIELD
003040         MOVE TTR-ACTION    TO RV-DETAIL
003050         MOVE 'ACCION NO VALIDA (A O X)' TO WS-REJECT-REASON
003060         GO TO 2100-REJECT
003070     END-IF.
003080
003090     MOVE TTR-EMP-ID TO EMP-ID.
003100     READ EMPLOYEE-MASTER
003110         INVALID KEY
003120             SET FS-EMP-NOTFND TO TRUE
003130     END-READ.
003140     IF NOT FS-EMP-OK
003150         MOVE 'TTR-EMP-ID'  TO WS-REJECT-FIELD
003160         MOVE 'EMPLEADO NO ESTA EN EL MAESTRO'
003170             TO WS-REJECT-REASON
003180         GO TO 2100-REJECT
003190     END-IF.
003200
003210     MOVE TTR-EFFECTIVE-DATE TO WS-WORK-DATE.
003220     PERFORM 6000-CHECK-DATE THRU 6000-EXIT.
003230     IF WS-DATE-BAD
003240         MOVE 'TTR-EFFECTIVE-DATE' TO WS-REJECT-FIELD
003250         MOVE 'FECHA DE EFECTO NO VALIDA' TO WS-REJECT-REASON
003260         GO TO 2100-REJECT
003270     END-IF.
003280
003290     IF TTR-ANULAR
003300         GO TO 2100-EXIT
003310     END-IF.
003320     IF TTR-NEW-RATE IS NOT NUMERIC OR TTR-NEW-RATE-N = 0
003330         MOVE 'TTR-NEW-RATE'   TO WS-REJECT-FIELD
003340         MOVE TTR-NEW-RATE     TO RV-DETAIL
003350         MOVE 'TARIFA NO NUMERICA O CERO (9(5)V99)'
003360             TO WS-REJECT-REASON
003370         GO TO 2100-REJECT
003380     END-IF.
003390     IF TTR-REASON = SPACES
003400         MOVE 'TTR-REASON'     TO WS-REJECT-FIELD
003410         MOVE 'FALTA EL MOTIVO DEL CAMBIO' TO WS-REJECT-REASON
003420         GO TO 2100-REJECT
003430     END-IF.
003440     GO TO 2100-EXIT.
003450 2100-REJECT.
003460     SET TRAN-IS-INVALID TO TRUE.
003470 2100-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------*
003510* 2900-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER REFUSED    *
003520* TRANSACTION                                                *
003530*-----------------------------------------------------------*
003540 2900-WRITE-EXCEPTION.
003550     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
003560     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
003570     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
003580     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
003590     MOVE WS-REJECT-REASON TO EXC-REASON.
003600     SET  EXC-OPEN         TO TRUE.
003610     MOVE SPACES           TO EXC-RESOLVED-DATE
003620                              EXC-RESOLVED-BY.
003630     WRITE EXCEPTION-RECORD.
003640     ADD 1 TO WS-REJECT-COUNT.
003650     IF WS-RETURN-CODE < 4
003660         MOVE 4 TO WS-RETURN-CODE
003670     END-IF.
003680 2900-EXIT.
003690     EXIT.
003700
003710*-----------------------------------------------------------*
003720* 3000-ADD-CHANGE - A PENDING ROW, PROVIDED ITS DATE FALLS   *
003730* AFTER EVERY CHANGE ALREADY APPLIED FOR THE EMPLOYEE AND NO *
003740* ROW HAS THAT DATE ALREADY                                  *
003750*-----------------------------------------------------------*
003760 3000-ADD-CHANGE.
003770     PERFORM 3100-FIND-LAST-APPLIED THRU 3100-EXIT.
003780     IF TTR-EFFECTIVE-DATE NOT > WS-LAST-APPLIED-DATE
003790         MOVE 'TTR-EFFECTIVE-DATE' TO WS-REJECT-FIELD
003800         MOVE WS-LAST-APPLIED-DATE TO RV-DETAIL
003810         MOVE 'NO POSTERIOR AL ULTIMO CAMBIO APLICADO'
003820             TO WS-REJECT-REASON
003830         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003840         GO TO 3000-EXIT
003850     END-IF.
003860
003870     MOVE TTR-EMP-ID          TO TRH-EMP-ID.
003880     MOVE TTR-EFFECTIVE-DATE  TO TRH-EFFECTIVE-DATE.
003890     SET  TRH-PENDIENTE       TO TRUE.
003900     MOVE TTR-NEW-RATE-N      TO TRH-NEW-RATE.
003910     MOVE 0                   TO TRH-OLD-RATE.
003920     MOVE WS-SESSION-INITIALS TO TRH-ENTERED-BY.
003930     MOVE WS-RUN-DATE-NUM     TO TRH-ENTERED-DATE.
003940     MOVE SPACES              TO TRH-APPLIED-DATE
003950                                 TRH-APPLIED-PERIOD.
003960     MOVE TTR-REASON          TO TRH-REASON.
003970     WRITE RATE-HISTORY-RECORD
003980         INVALID KEY
003990             MOVE 'TTR-EFFECTIVE-DATE' TO WS-REJECT-FIELD
004000             MOVE 'YA HAY UN CAMBIO CON ESA FECHA DE EFECTO'
004010                 TO WS-REJECT-REASON
004020             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004030             GO TO 3000-EXIT
004040     END-WRITE.
004050     ADD 1 TO WS-ADD-COUNT.
004060     MOVE SPACES TO WS-BEFORE-IMAGE.
004070     MOVE 'ALTA'  TO WS-AUDIT-ACTION.
004080     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
004090 3000-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------*
004130* 3100-FIND-LAST-APPLIED - BROWSE THE EMPLOYEE'S HISTORY FOR *
004140* THE LATEST EFFECTIVE DATE ALREADY APPLIED (LOW-VALUES WHEN *
004150* NONE HAS BEEN)                                             *
004160*-----------------------------------------------------------*
004170 3100-FIND-LAST-APPLIED.
004180     MOVE LOW-VALUES TO WS-LAST-APPLIED-DATE.
004190     MOVE 'N' TO WS-SCAN-END-SW.
004200     MOVE TTR-EMP-ID TO TRH-EMP-ID.
004210     MOVE LOW-VALUES TO TRH-EFFECTIVE-DATE.
004220     START RATE-HISTORY-FILE KEY IS NOT LESS THAN TRH-KEY
004230         INVALID KEY
004240             GO TO 3100-EXIT
004250     END-START.
004260     PERFORM 3110-CHECK-ONE-ROW THRU 3110-EXIT
004270         UNTIL WS-SCAN-ENDED.
004280 3100-EXIT.
004290     EXIT.
004300
004310 3110-CHECK-ONE-ROW.
004320     READ RATE-HISTORY-FILE NEXT RECORD
004330         AT END
004340             SET WS-SCAN-ENDED TO TRUE
004350             GO TO 3110-EXIT
004360     END-READ.
004370     IF TRH-EMP-ID NOT = TTR-EMP-ID
004380         SET WS-SCAN-ENDED TO TRUE
004390         GO TO 3110-EXIT
004400     END-IF.
004410     IF TRH-APLICADA
004420         MOVE TRH-EFFECTIVE-DATE TO WS-LAST-APPLIED-DATE
004430     END-IF.
004440 3110-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------*
004480* 4000-CANCEL-CHANGE - ONLY A CHANGE STILL PENDING CAN BE    *
004490* CANCELLED; AN APPLIED ONE IS PART OF THE HISTORY           *
004500*-----------------------------------------------------------*
004510 4000-CANCEL-CHANGE.
004520     MOVE TTR-EMP-ID         TO TRH-EMP-ID.
004530     MOVE TTR-EFFECTIVE-DATE TO TRH-EFFECTIVE-DATE.
004540     READ RATE-HISTORY-FILE
004550         INVALID KEY
004560             SET FS-TRH-NOTFND TO TRUE
004570     END-READ.
004580     IF NOT FS-TRH-OK
004590         MOVE 'TTR-EFFECTIVE-DATE' TO WS-REJECT-FIELD
004600         MOVE 'NO HAY CAMBIO CON ESA FECHA DE EFECTO'
004610             TO WS-REJECT-REASON
004620         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004630         GO TO 4000-EXIT
004640     END-IF.
004650     IF NOT TRH-PENDIENTE
004660         MOVE 'TRH-STATUS'   TO WS-REJECT-FIELD
004670         MOVE TRH-STATUS     TO RV-DETAIL
004680         MOVE 'SOLO SE ANULA UN CAMBIO PENDIENTE'
004690             TO WS-REJECT-REASON
004700         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004710         GO TO 4000-EXIT
004720     END-IF.
004730     MOVE RATE-HISTORY-RECORD TO WS-BEFORE-IMAGE.
004740     SET TRH-ANULADA TO TRUE.
004750     REWRITE RATE-HISTORY-RECORD
004760         INVALID KEY
004770             DISPLAY 'TARMAINT - *** ANULACION FALLIDA PARA: '
004780                 TRH-KEY ' STATUS: ' FS-RATE-HISTORY-FILE
004790             MOVE 12 TO WS-RETURN-CODE
004800             GO TO 4000-EXIT
004810     END-REWRITE.
004820     ADD 1 TO WS-CANCEL-COUNT.
004830     MOVE 'ANULA' TO WS-AUDIT-ACTION.
004840     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
004850 4000-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------*
004890* 6000-CHECK-DATE - WS-WORK-DATE MUST BE A REAL AAAAMMDD     *
004900*-----------------------------------------------------------*
004910 6000-CHECK-DATE.
004920     SET WS-DATE-OK TO TRUE.
004930     IF WS-WORK-DATE IS NOT NUMERIC
004940         SET WS-DATE-BAD TO TRUE
004950         GO TO 6000-EXIT
004960     END-IF.
004970     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
004980         SET WS-DATE-BAD TO TRUE
004990         GO TO 6000-EXIT
005000     END-IF.
005010     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
005020     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-LENGTH
005030         SET WS-DATE-BAD TO TRUE
005040     END-IF.
005050 6000-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------*
005090* 6100-MONTH-LENGTH - DAYS IN WS-WORK-MM OF WS-WORK-YYYY,    *
005100* FEBRUARY HAVING 29 IN A LEAP YEAR                          *
005110*-----------------------------------------------------------*
005120 6100-MONTH-LENGTH.
005130     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH.
005140     IF WS-WORK-MM = 2
005150         DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
005160             REMAINDER WS-LEAP-REM-4
005170         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
005180             REMAINDER WS-LEAP-REM-100
005190         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005200             REMAINDER WS-LEAP-REM-400
005210         IF WS-LEAP-REM-4 = 0
005220                 AND (WS-LEAP-REM-100 NOT = 0
005230                      OR WS-LEAP-REM-400 = 0)
005240             MOVE 29 TO WS-MONTH-LENGTH
005250         END-IF
005260     END-IF.
005270 6100-EXIT.
005280     EXIT.
005290
005300*-----------------------------------------------------------*
005310* 8000-WRITE-AUDIT - ONE AUDIT RECORD PER HISTORY ROW ADDED  *
005320* OR CANCELLED, KEYED ON EMPLOYEE + EFFECTIVE DATE           *
005330*-----------------------------------------------------------*
005340 8000-WRITE-AUDIT.
005350     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
005360     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
005370     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
005380     MOVE SPACES           TO AUD-KEY-VALUE.
005390     MOVE TRH-EMP-ID       TO AUD-KEY-VALUE (1:6).
005400     MOVE TRH-EFFECTIVE-DATE TO AUD-KEY-VALUE (8:8).
005410     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
005420     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
005430     MOVE RATE-HISTORY-RECORD TO AUD-AFTER-IMAGE.
005440     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005450     WRITE AUDIT-LOG-RECORD.
005460     ADD 1 TO WS-AUDIT-COUNT.
005470 8000-EXIT.
005480     EXIT.
005490
005500*-----------------------------------------------------------*
005510* 9000-TERMINATE - COUNTS TO THE CONSOLE, THE END-OF-RUN     *
005520* AUDIT STAMP WITH THE NUMBER OF ROWS TOUCHED, CLOSE         *
005530*-----------------------------------------------------------*
005540 9000-TERMINATE.
005550     DISPLAY 'TARMAINT - LEIDAS: '    WS-READ-COUNT
005560         ' ALTAS: '      WS-ADD-COUNT
005570         ' ANULADAS: '   WS-CANCEL-COUNT
005580         ' RECHAZADAS: ' WS-REJECT-COUNT.
005590
005600     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
005610     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005620     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
005630     MOVE WS-AUDIT-COUNT  TO AUD-KEY-VALUE.
005640     MOVE 'FIN'           TO AUD-ACTION.
005650     MOVE SPACES          TO AUD-BEFORE-IMAGE
005660                             AUD-AFTER-IMAGE.
005670     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005680     WRITE AUDIT-LOG-RECORD.
005690
005700     IF WS-RETURN-CODE NOT = 16
005710         CLOSE RATE-TRAN-FILE
005720         CLOSE EMPLOYEE-MASTER
005730         CLOSE RATE-HISTORY-FILE
005740     END-IF.
005750     CLOSE AUDIT-LOG-FILE.
005760     CLOSE EXCEPTION-FILE.
005770 9000-EXIT.
005780     EXIT.
