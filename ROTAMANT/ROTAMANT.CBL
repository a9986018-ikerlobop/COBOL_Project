000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     ROTAMANT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-30.
000160 DATE-COMPILED.  2026-09-30.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-30 ILP   ORIGINAL - SHIFT ROTA LOAD AND MAINTENANCE.
000210*                  READS THE ROTATRAN TRANSACTIONS AND APPLIES
000220*                  THEM TO THE ROTAFILE ROTA (ONE ROW PER
000230*                  EMPLOYEE AND DAY): S LOADS A WEEK (SEVEN SHIFT
000240*                  CODES FROM THE GIVEN DATE, A BLANK CODE LEAVES
000250*                  THAT DAY AS IT IS), D SETS ONE DAY, B REMOVES
000260*                  ONE DAY SO IT FALLS BACK TO EMP-TURNO. CODES
000270*                  ARE M, T, N OR L (REST DAY). THE EMPLOYEE MUST
000280*                  BE ON EMPMAST AND THE DATE A REAL AAAAMMDD; A
000290*                  REFUSED TRANSACTION GOES TO THE EXCEPTION FILE
000300*                  WHOLE, NOTHING OF IT APPLIED. EVERY ROW ADDED,
000310*                  CHANGED OR REMOVED APPENDS AN AUDIT RECORD
000320*                  WITH THE BEFORE/AFTER IMAGES
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ROTA-TRAN-FILE ASSIGN TO "ROTATRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-ROTA-TRAN-FILE.
000400
000410     SELECT ROTA-FILE ASSIGN TO "ROTAFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS ROT-KEY
000450         FILE STATUS IS FS-ROTA-FILE.
000460
000470     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS EMP-ID
000510         FILE STATUS IS FS-EMPLOYEE-MASTER.
000520
000530     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-AUDIT-LOG-FILE.
000560
000570     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-EXCEPTION-FILE.
000600
000610     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-SIGNON-FILE.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ROTA-TRAN-FILE.
000680 01  ROTA-TRAN-RECORD.
000690     05  RTR-ACTION                  PIC X(01).
000700         88  RTR-SEMANA              VALUE 'S'.
000710         88  RTR-DIA                 VALUE 'D'.
000720         88  RTR-BAJA                VALUE 'B'.
000730     05  RTR-EMP-ID                  PIC X(06).
000740     05  RTR-DATE                    PIC X(08).
000750     05  RTR-SHIFTS.
000760         10  RTR-SHIFT               PIC X(01) OCCURS 7 TIMES.
000770     05  FILLER                      PIC X(58).
000780
000790 FD  ROTA-FILE.
000800     COPY ROTAREC.
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
000950 01  WS-PROGRAM-ID               PIC X(08) VALUE 'ROTAMANT'.
000960
000970 01  WS-FILE-STATUSES.
000980     05  FS-ROTA-TRAN-FILE       PIC XX.
000990         88  FS-RTR-OK           VALUE '00'.
001000         88  FS-RTR-EOF          VALUE '10'.
001010     05  FS-ROTA-FILE            PIC XX.
001020         88  FS-ROT-OK           VALUE '00'.
001030         88  FS-ROT-NOTFND       VALUE '23'.
001040         88  FS-ROT-NO-FILE      VALUE '35'.
001050     05  FS-EMPLOYEE-MASTER      PIC XX.
001060         88  FS-EMP-OK           VALUE '00'.
001070         88  FS-EMP-NOTFND       VALUE '23'.
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
001200*    THE DAY BEING APPLIED; A WEEK WALKS IT FORWARD ONE DAY AT A
001210*    TIME ACROSS MONTH AND YEAR ENDS
001220 01  WS-WORK-DATE                PIC X(08).
001230 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
001240     05  WS-WORK-YYYY            PIC 9(04).
001250     05  WS-WORK-MM              PIC 9(02).
001260     05  WS-WORK-DD              PIC 9(02).
001270 01  WS-MONTH-LENGTHS            PIC X(24)
001280     VALUE '312831303130313130313031'.
001290 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001300     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001310 01  WS-MONTH-LENGTH             PIC 9(02).
001320 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001330 01  WS-LEAP-REM-4               PIC 9(03) COMP.
001340 01  WS-LEAP-REM-100             PIC 9(03) COMP.
001350 01  WS-LEAP-REM-400             PIC 9(03) COMP.
001360
001370 01  WS-DAY-INDEX                PIC 9(01) COMP.
001380 01  WS-NEW-TURNO                PIC X(01).
001390 01  WS-ONE-SHIFT                PIC X(01).
001400     88  WS-SHIFT-CODE-VALID     VALUE 'M' 'T' 'N' 'L'.
001410     88  WS-SHIFT-CODE-BLANK     VALUE SPACE.
001420
001430 01  WS-TRAN-SW                  PIC X(01).
001440     88  TRAN-IS-VALID           VALUE 'Y'.
001450     88  TRAN-IS-INVALID         VALUE 'N'.
001460 01  WS-REJECT-FIELD             PIC X(15).
001470 01  WS-REJECT-REASON            PIC X(40).
001480 01  WS-REJECT-VALUE.
001490     05  RV-EMP-ID               PIC X(06).
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  RV-DATE                 PIC X(08).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  RV-DETAIL               PIC X(14).
001540
001550 01  WS-BEFORE-IMAGE             PIC X(60).
001560 01  WS-AUDIT-ACTION             PIC X(08).
001570
001580 01  WS-READ-COUNT               PIC 9(05) COMP VALUE 0.
001590 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001600 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE 0.
001610 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE 0.
001620 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE 0.
001630 01  WS-AUDIT-COUNT              PIC 9(05) COMP VALUE 0.
001640 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001650
001660 PROCEDURE DIVISION.
001670
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001700     IF WS-RETURN-CODE = 0
001710         PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
001720             UNTIL NOT FS-RTR-OK
001730     END-IF.
001740     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001750     MOVE WS-RETURN-CODE TO RETURN-CODE.
001760     GOBACK.
001770 0000-EXIT.
001780     EXIT.
001790
001800*-----------------------------------------------------------*
001810* 1000-INITIALIZE - OPEN THE TRANSACTIONS AND THE MASTER     *
001820* (EITHER MISSING IS RC 16), THE ROTA FOR UPDATE (CREATING   *
001830* IT ON FIRST USE), AUDIT + EXCEPTIONS, AND PRIME THE READ   *
001840*-----------------------------------------------------------*
001850 1000-INITIALIZE.
001860     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001870     ACCEPT WS-RUN-TIME     FROM TIME.
001880     MOVE 0 TO WS-RETURN-CODE.
001890
001900     OPEN EXTEND AUDIT-LOG-FILE.
001910     IF NOT FS-AUDIT-OK
001920         CLOSE AUDIT-LOG-FILE
001930         OPEN OUTPUT AUDIT-LOG-FILE
001940     END-IF.
001950
001960     OPEN EXTEND EXCEPTION-FILE.
001970     IF NOT FS-EXC-OK
001980         CLOSE EXCEPTION-FILE
001990         OPEN OUTPUT EXCEPTION-FILE
002000     END-IF.
002010
002020     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002030
002040     OPEN INPUT ROTA-TRAN-FILE.
002050     IF NOT FS-RTR-OK
002060         DISPLAY 'ROTAMANT - *** FICHERO ROTATRAN NO '
002070             'DISPONIBLE, STATUS: ' FS-ROTA-TRAN-FILE
002080         MOVE 16 TO WS-RETURN-CODE
002090         GO TO 1000-EXIT
002100     END-IF.
002110
002120     OPEN INPUT EMPLOYEE-MASTER.
002130     IF NOT FS-EMP-OK
002140         DISPLAY 'ROTAMANT - *** EMPLOYEE MASTER FILE NOT '
002150             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002160         CLOSE ROTA-TRAN-FILE
002170         MOVE 16 TO WS-RETURN-CODE
002180         GO TO 1000-EXIT
002190     END-IF.
002200
002210     OPEN I-O ROTA-FILE.
002220     IF FS-ROT-NO-FILE
002230         OPEN OUTPUT ROTA-FILE
002240         CLOSE ROTA-FILE
002250         OPEN I-O ROTA-FILE
002260     END-IF.
002270     IF NOT FS-ROT-OK
002280         DISPLAY 'ROTAMANT - *** FICHERO ROTAFILE NO '
002290             'DISPONIBLE, STATUS: ' FS-ROTA-FILE
002300         CLOSE ROTA-TRAN-FILE
002310         CLOSE EMPLOYEE-MASTER
002320         MOVE 16 TO WS-RETURN-CODE
002330         GO TO 1000-EXIT
002340     END-IF.
002350
002360     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002370 1000-EXIT.
002380     EXIT.
002390
002400 1100-READ-TRANSACTION.
002410     READ ROTA-TRAN-FILE
002420         AT END
002430             CONTINUE
002440     END-READ.
002450     IF FS-RTR-OK
002460         ADD 1 TO WS-READ-COUNT
002470     END-IF.
002480 1100-EXIT.
002490     EXIT.
002500
002510*-----------------------------------------------------------*
002520* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
002530* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
002540* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
002550*-----------------------------------------------------------*
002560 1200-READ-SIGNON.
002570     MOVE SPACES TO WS-SESSION-INITIALS.
002580     OPEN INPUT SIGNON-FILE.
002590     IF NOT FS-SGN-OK
002600         GO TO 1200-EXIT
002610     END-IF.
002620     READ SIGNON-FILE
002630         AT END
002640             CONTINUE
002650     END-READ.
002660     IF FS-SGN-OK
002670         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
002680     END-IF.
002690     CLOSE SIGNON-FILE.
002700 1200-EXIT.
002710     EXIT.
002720
002730*-----------------------------------------------------------*
002740* 2000-PROCESS-ONE-TRANSACTION - VALIDATE THE WHOLE          *
002750* TRANSACTION FIRST, THEN APPLY IT OR REJECT IT              *
002760*-----------------------------------------------------------*
002770 2000-PROCESS-ONE-TRANSACTION.
002780     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
002790     IF TRAN-IS-INVALID
002800         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002810     ELSE
002820         MOVE RTR-DATE TO WS-WORK-DATE
002830         EVALUATE TRUE
002840             WHEN RTR-SEMANA
002850                 PERFORM 3000-LOAD-ONE-DAY THRU 3000-EXIT
002860                     VARYING WS-DAY-INDEX FROM 1 BY 1
002870                     UNTIL WS-DAY-INDEX > 7
002880             WHEN RTR-DIA
002890                 MOVE RTR-SHIFT (1) TO WS-NEW-TURNO
002900                 PERFORM 5000-PUT-ROTA-DAY THRU 5000-EXIT
002910             WHEN RTR-BAJA
002920                 PERFORM 5500-DELETE-ROTA-DAY THRU 5500-EXIT
002930         END-EVALUATE
002940     END-IF.
002950     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002960 2000-EXIT.
002970     EXIT.
002980
002990*-----------------------------------------------------------*
003000* 2100-VALIDATE-TRANSACTION - KNOWN ACTION, EMPLOYEE ON THE  *
003010* MASTER, A REAL DATE, AND SHIFT CODES THE ACTION NEEDS: ALL *
003020* SEVEN M/T/N/L OR BLANK (NOT ALL BLANK) FOR S, THE FIRST    *
003030* M/T/N/L FOR D. THE FIRST FAILING CHECK IS THE ONE LOGGED   *
003040*-----------------------------------------------------------*
003050 2100-VALIDATE-TRANSACTION.
003060     SET TRAN-IS-VALID TO TRUE.
003070     MOVE RTR-EMP-ID TO RV-EMP-ID.
003080     MOVE RTR-DATE   TO RV-DATE.
003090     MOVE SPACES     TO RV-DETAIL.
003100
003110     IF NOT RTR-SEMANA AND NOT RTR-DIA AND NOT RTR-BAJA
003120         MOVE 'RTR-ACTION'  TO WS-REJECT-FIELD
003130         MOVE RTR-ACTION    TO RV-DETAIL
003140         MOVE 'ACCION NO VALIDA (S, D O B)' TO WS-REJECT-REASON
003150         GO TO 2100-REJECT
003160     END-IF.
003170
003180     MOVE RTR-EMP-ID TO EMP-ID.
003190     READ EMPLOYEE-MASTER
003200         INVALID KEY
003210             SET FS-EMP-NOTFND TO TRUE
003220     END-READ.
003230     IF NOT FS-EMP-OK
003240         MOVE 'RTR-EMP-ID'  TO WS-REJECT-FIELD
003250         MOVE 'EMPLEADO NO ESTA EN EL MAESTRO'
003260             TO WS-REJECT-REASON
003270         GO TO 2100-REJECT
003280     END-IF.
003290
003300     MOVE RTR-DATE TO WS-WORK-DATE.
003310     IF WS-WORK-DATE IS NOT NUMERIC
003320         MOVE 'RTR-DATE'    TO WS-REJECT-FIELD
003330         MOVE 'FECHA NO NUMERICA' TO WS-REJECT-REASON
003340         GO TO 2100-REJECT
003350     END-IF.
003360     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
003370         MOVE 'RTR-DATE'    TO WS-REJECT-FIELD
003380         MOVE 'FECHA NO VALIDA' TO WS-REJECT-REASON
003390         GO TO 2100-REJECT
003400     END-IF.
003410     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
003420     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-LENGTH
003430         MOVE 'RTR-DATE'    TO WS-REJECT-FIELD
003440         MOVE 'FECHA NO VALIDA' TO WS-REJECT-REASON
003450         GO TO 2100-REJECT
003460     END-IF.
003470
003480     EVALUATE TRUE
003490         WHEN RTR-SEMANA
003500             IF RTR-SHIFTS = SPACES
003510                 MOVE 'RTR-SHIFTS'  TO WS-REJECT-FIELD
003520                 MOVE 'SEMANA SIN NINGUN TURNO'
003530                     TO WS-REJECT-REASON
003540                 GO TO 2100-REJECT
003550             END-IF
003560             PERFORM 2110-CHECK-ONE-CODE THRU 2110-EXIT
003570                 VARYING WS-DAY-INDEX FROM 1 BY 1
003580                 UNTIL WS-DAY-INDEX > 7
003590                     OR TRAN-IS-INVALID
003600         WHEN RTR-DIA
003610             MOVE RTR-SHIFT (1) TO WS-ONE-SHIFT
003620             IF NOT WS-SHIFT-CODE-VALID
003630                 SET TRAN-IS-INVALID TO TRUE
003640             END-IF
003650         WHEN OTHER
003660             CONTINUE
003670     END-EVALUATE.
003680     IF TRAN-IS-INVALID
003690         MOVE 'RTR-SHIFTS'  TO WS-REJECT-FIELD
003700         MOVE RTR-SHIFTS    TO RV-DETAIL
003710         MOVE 'TURNO NO VALIDO (M, T, N O L)' TO WS-REJECT-REASON
003720     END-IF.
003730     GO TO 2100-EXIT.
003740 2100-REJECT.
003750     SET TRAN-IS-INVALID TO TRUE.
003760 2100-EXIT.
003770     EXIT.
003780
003790 2110-CHECK-ONE-CODE.
003800     MOVE RTR-SHIFT (WS-DAY-INDEX) TO WS-ONE-SHIFT.
003810     IF NOT WS-SHIFT-CODE-VALID AND NOT WS-SHIFT-CODE-BLANK
003820         SET TRAN-IS-INVALID TO TRUE
003830     END-IF.
003840 2110-EXIT.
003850     EXIT.
003860
003870*-----------------------------------------------------------*
003880* 2900-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER REFUSED    *
003890* TRANSACTION, CARRYING THE FIRST FAILING FIELD              *
003900*-----------------------------------------------------------*
003910 2900-WRITE-EXCEPTION.
003920     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
003930     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
003940     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
003950     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
003960     MOVE WS-REJECT-REASON TO EXC-REASON.
003970     SET  EXC-OPEN         TO TRUE.
003980     MOVE SPACES           TO EXC-RESOLVED-DATE
003990                              EXC-RESOLVED-BY.
004000     WRITE EXCEPTION-RECORD.
004010     ADD 1 TO WS-REJECT-COUNT.
004020     IF WS-RETURN-CODE < 4
004030         MOVE 4 TO WS-RETURN-CODE
004040     END-IF.
004050 2900-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------*
004090* 3000-LOAD-ONE-DAY - ONE DAY OF A WEEK TRANSACTION; A BLANK *
004100* CODE LEAVES THE DAY AS IT IS. THE DATE MOVES ON EITHER WAY *
004110*-----------------------------------------------------------*
004120 3000-LOAD-ONE-DAY.
004130     MOVE RTR-SHIFT (WS-DAY-INDEX) TO WS-NEW-TURNO.
004140     IF WS-NEW-TURNO NOT = SPACE
004150         PERFORM 5000-PUT-ROTA-DAY THRU 5000-EXIT
004160     END-IF.
004170     PERFORM 6200-NEXT-DATE THRU 6200-EXIT.
004180 3000-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------*
004220* 5000-PUT-ROTA-DAY - ADD OR CHANGE THE ROW FOR RTR-EMP-ID   *
004230* ON WS-WORK-DATE. A ROW ALREADY ON THE SAME SHIFT IS LEFT   *
004240* ALONE SO RELOADING A WEEK DOES NOT FLOOD THE AUDIT LOG     *
004250*-----------------------------------------------------------*
004260 5000-PUT-ROTA-DAY.
004270     MOVE RTR-EMP-ID   TO ROT-EMP-ID.
004280     MOVE WS-WORK-DATE TO ROT-DATE.
004290     READ ROTA-FILE
004300         INVALID KEY
004310             SET FS-ROT-NOTFND TO TRUE
004320     END-READ.
004330     IF FS-ROT-NOTFND
004340         MOVE SPACES              TO WS-BEFORE-IMAGE
004350         MOVE RTR-EMP-ID          TO ROT-EMP-ID
004360         MOVE WS-WORK-DATE        TO ROT-DATE
004370         MOVE WS-NEW-TURNO        TO ROT-TURNO
004380         MOVE WS-RUN-DATE-NUM     TO ROT-LOAD-DATE
004390         MOVE WS-SESSION-INITIALS TO ROT-OPERATOR
004400         WRITE ROTA-RECORD
004410             INVALID KEY
004420                 DISPLAY 'ROTAMANT - *** ALTA FALLIDA PARA: '
004430                     ROT-KEY ' STATUS: ' FS-ROTA-FILE
004440                 MOVE 12 TO WS-RETURN-CODE
004450                 GO TO 5000-EXIT
004460         END-WRITE
004470         ADD 1 TO WS-ADD-COUNT
004480         MOVE 'ALTA' TO WS-AUDIT-ACTION
004490         PERFORM 8000-WRITE-ROTA-AUDIT THRU 8000-EXIT
004500         GO TO 5000-EXIT
004510     END-IF.
004520     IF NOT FS-ROT-OK
004530         DISPLAY 'ROTAMANT - *** LECTURA FALLIDA PARA: '
004540             ROT-KEY ' STATUS: ' FS-ROTA-FILE
004550         MOVE 12 TO WS-RETURN-CODE
004560         GO TO 5000-EXIT
004570     END-IF.
004580     IF ROT-TURNO = WS-NEW-TURNO
004590         GO TO 5000-EXIT
004600     END-IF.
004610     MOVE ROTA-RECORD         TO WS-BEFORE-IMAGE.
004620     MOVE WS-NEW-TURNO        TO ROT-TURNO.
004630     MOVE WS-RUN-DATE-NUM     TO ROT-LOAD-DATE.
004640     MOVE WS-SESSION-INITIALS TO ROT-OPERATOR.
004650     REWRITE ROTA-RECORD
004660         INVALID KEY
004670             DISPLAY 'ROTAMANT - *** CAMBIO FALLIDO PARA: '
004680                 ROT-KEY ' STATUS: ' FS-ROTA-FILE
004690             MOVE 12 TO WS-RETURN-CODE
004700             GO TO 5000-EXIT
004710     END-REWRITE.
004720     ADD 1 TO WS-CHANGE-COUNT.
004730     MOVE 'CAMBIO' TO WS-AUDIT-ACTION.
004740     PERFORM 8000-WRITE-ROTA-AUDIT THRU 8000-EXIT.
004750 5000-EXIT.
004760     EXIT.
004770
004780*-----------------------------------------------------------*
004790* 5500-DELETE-ROTA-DAY - REMOVE ONE DAY; THE DAY THEN FALLS  *
004800* BACK TO THE MASTER'S EMP-TURNO                             *
004810*-----------------------------------------------------------*
004820 5500-DELETE-ROTA-DAY.
004830     MOVE RTR-EMP-ID   TO ROT-EMP-ID.
004840     MOVE WS-WORK-DATE TO ROT-DATE.
004850     READ ROTA-FILE
004860         INVALID KEY
004870             SET FS-ROT-NOTFND TO TRUE
004880     END-READ.
004890     IF NOT FS-ROT-OK
004900         MOVE 'RTR-DATE'    TO WS-REJECT-FIELD
004910         MOVE 'SIN TURNO EN EL CUADRANTE PARA ESE DIA'
004920             TO WS-REJECT-REASON
004930         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004940         GO TO 5500-EXIT
004950     END-IF.
004960     MOVE ROTA-RECORD TO WS-BEFORE-IMAGE.
004970     DELETE ROTA-FILE
004980         INVALID KEY
004990             DISPLAY 'ROTAMANT - *** BAJA FALLIDA PARA: '
005000                 ROT-KEY ' STATUS: ' FS-ROTA-FILE
005010             MOVE 12 TO WS-RETURN-CODE
005020             GO TO 5500-EXIT
005030     END-DELETE.
005040     MOVE SPACES TO ROTA-RECORD.
005050     ADD 1 TO WS-DELETE-COUNT.
005060     MOVE 'BAJA' TO WS-AUDIT-ACTION.
005070     PERFORM 8000-WRITE-ROTA-AUDIT THRU 8000-EXIT.
005080 5500-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------*
005120* 6100-MONTH-LENGTH - DAYS IN WS-WORK-MM OF WS-WORK-YYYY,    *
005130* FEBRUARY HAVING 29 IN A LEAP YEAR                          *
005140*-----------------------------------------------------------*
005150 6100-MONTH-LENGTH.
005160     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH.
005170     IF WS-WORK-MM = 2
005180         DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
005190             REMAINDER WS-LEAP-REM-4
005200         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
005210             REMAINDER WS-LEAP-REM-100
005220         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005230             REMAINDER WS-LEAP-REM-400
005240         IF WS-LEAP-REM-4 = 0
005250                 AND (WS-LEAP-REM-100 NOT = 0
005260                      OR WS-LEAP-REM-400 = 0)
005270             MOVE 29 TO WS-MONTH-LENGTH
005280         END-IF
005290     END-IF.
005300 6100-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 6200-NEXT-DATE - MOVE WS-WORK-DATE ON BY ONE DAY           *
005350*-----------------------------------------------------------*
005360 6200-NEXT-DATE.
005370     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
005380     ADD 1 TO WS-WORK-DD.
005390     IF WS-WORK-DD > WS-MONTH-LENGTH
005400         MOVE 1 TO WS-WORK-DD
005410         ADD 1 TO WS-WORK-MM
005420         IF WS-WORK-MM > 12
005430             MOVE 1 TO WS-WORK-MM
005440             ADD 1 TO WS-WORK-YYYY
005450         END-IF
005460     END-IF.
005470 6200-EXIT.
005480     EXIT.
005490
005500*-----------------------------------------------------------*
005510* 8000-WRITE-ROTA-AUDIT - ONE AUDIT RECORD PER ROTA ROW      *
005520* ADDED, CHANGED OR REMOVED, KEYED ON EMPLOYEE + DATE        *
005530*-----------------------------------------------------------*
005540 8000-WRITE-ROTA-AUDIT.
005550     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
005560     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
005570     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
005580     MOVE SPACES           TO AUD-KEY-VALUE.
005590     MOVE RTR-EMP-ID       TO AUD-KEY-VALUE (1:6).
005600     MOVE WS-WORK-DATE     TO AUD-KEY-VALUE (8:8).
005610     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
005620     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
005630     MOVE ROTA-RECORD      TO AUD-AFTER-IMAGE.
005640     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005650     WRITE AUDIT-LOG-RECORD.
005660     ADD 1 TO WS-AUDIT-COUNT.
005670 8000-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------*
005710* 9000-TERMINATE - COUNTS TO THE CONSOLE, THE END-OF-RUN     *
005720* AUDIT STAMP WITH THE NUMBER OF ROWS TOUCHED, CLOSE         *
005730*-----------------------------------------------------------*
005740 9000-TERMINATE.
005750     DISPLAY 'ROTAMANT - LEIDAS: '    WS-READ-COUNT
005760         ' RECHAZADAS: ' WS-REJECT-COUNT.
005770     DISPLAY 'ROTAMANT - ALTAS: '     WS-ADD-COUNT
005780         ' CAMBIOS: '    WS-CHANGE-COUNT
005790         ' BAJAS: '      WS-DELETE-COUNT.
005800
005810     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
005820     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005830     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
005840     MOVE WS-AUDIT-COUNT  TO AUD-KEY-VALUE.
005850     MOVE 'FIN'           TO AUD-ACTION.
005860     MOVE SPACES          TO AUD-BEFORE-IMAGE
005870                             AUD-AFTER-IMAGE.
005880     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
005890     WRITE AUDIT-LOG-RECORD.
005900
005910     IF WS-RETURN-CODE NOT = 16
005920         CLOSE ROTA-TRAN-FILE
005930         CLOSE EMPLOYEE-MASTER
005940         CLOSE ROTA-FILE
005950     END-IF.
005960     CLOSE AUDIT-LOG-FILE.
005970     CLOSE EXCEPTION-FILE.
005980 9000-EXIT.
005990     EXIT.
