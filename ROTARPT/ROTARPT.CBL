000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     ROTARPT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-30.
000160 DATE-COMPILED.  2026-09-30.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-30 ILP   ORIGINAL - PRINTED WEEKLY ROTA BY DEPARTMENT.
000210*                  SEVEN DAYS FROM THE DATE ON THE ROTARPT
000220*                  PARMFILE CARD (AAAAMMDD; NO CARD STARTS THE
000230*                  WEEK ON THE RUN DATE, A BAD CARD FAILS THE STEP
000240*                  WITH RC 16). ONE SORTED PASS OF THE MASTER BY
000250*                  DEPARTMENT AND EMP-ID; EACH EMPLOYEE PRINTS THE
000260*                  SHIFT THE ROTAFILE ROTA SCHEDULES FOR EACH DAY,
000270*                  OR THE MASTER'S EMP-TURNO MARKED * WHERE THE
000280*                  DAY HAS NO ROTA ROW. EVERY DEPARTMENT CLOSES
000290*                  WITH THE NUMBER ON EACH SHIFT PER DAY. NO
000300*                  ROTAFILE PRINTS THE WHOLE WEEK FROM THE MASTER
000310*                  WITH RC 4
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS EMP-ID
000400         FILE STATUS IS FS-EMPLOYEE-MASTER.
000410
000420     SELECT ROTA-FILE ASSIGN TO "ROTAFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS ROT-KEY
000460         FILE STATUS IS FS-ROTA-FILE.
000470
000480     SELECT ROTA-REPORT-FILE ASSIGN TO "ROTARPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-ROTA-REPORT-FILE.
000510
000520     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMAST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-DEPARTMENT-FILE.
000550
000560     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-PARAMETER-FILE.
000590
000600     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-AUDIT-LOG-FILE.
000630
000640     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  EMPLOYEE-MASTER.
000690     COPY EMPMAST.
000700
000710 FD  ROTA-FILE.
000720     COPY ROTAREC.
000730
000740 FD  ROTA-REPORT-FILE.
000750 01  ROTA-REPORT-LINE                PIC X(80).
000760
000770 FD  DEPARTMENT-FILE.
000780     COPY DEPTMAST.
000790
000800 FD  PARAMETER-FILE.
000810     COPY PARMCARD.
000820
000830 FD  AUDIT-LOG-FILE.
000840     COPY AUDITLOG.
000850
000860 SD  SORT-WORK-FILE.
000870 01  SORT-RECORD.
000880     05  SRT-DEPT                    PIC X(04).
000890     05  SRT-EMP-ID                  PIC X(06).
000900     05  SRT-NOMBRE                  PIC X(30).
000910     05  SRT-TURNO                   PIC X(01).
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-PROGRAM-ID               PIC X(08) VALUE 'ROTARPT'.
000950
000960 01  WS-FILE-STATUSES.
000970     05  FS-EMPLOYEE-MASTER      PIC XX.
000980         88  FS-EMP-OK           VALUE '00'.
000990     05  FS-ROTA-FILE            PIC XX.
001000         88  FS-ROT-OK           VALUE '00'.
001010         88  FS-ROT-NOTFND       VALUE '23'.
001020     05  FS-ROTA-REPORT-FILE     PIC XX.
001030     05  FS-DEPARTMENT-FILE      PIC XX.
001040         88  FS-DPT-OK           VALUE '00'.
001050         88  FS-DPT-EOF          VALUE '10'.
001060     05  FS-PARAMETER-FILE       PIC XX.
001070         88  FS-PARM-OK          VALUE '00'.
001080     05  FS-AUDIT-LOG-FILE       PIC XX.
001090         88  FS-AUDIT-OK         VALUE '00'.
001100
001110 01  WS-RUN-DATE-NUM             PIC 9(08).
001120 01  WS-RUN-TIME                 PIC 9(08).
001130 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001140
001150 01  WS-PARM-FOUND-SW            PIC X(01).
001160     88  WS-PARM-FOUND           VALUE 'Y'.
001170     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001180 01  WS-ROTA-AVAIL-SW            PIC X(01) VALUE 'N'.
001190     88  WS-ROTA-AVAILABLE       VALUE 'Y'.
001200 01  WS-SORT-EOF-SW              PIC X(01).
001210     88  WS-SORT-EOF             VALUE 'Y'.
001220
001230*    THE WEEK: THE FIRST DAY, THEN EACH DAY WALKED FORWARD ACROSS
001240*    MONTH AND YEAR ENDS
001250 01  WS-WEEK-START               PIC X(08).
001260 01  WS-WORK-DATE                PIC X(08).
001270 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
001280     05  WS-WORK-YYYY            PIC 9(04).
001290     05  WS-WORK-MM              PIC 9(02).
001300     05  WS-WORK-DD              PIC 9(02).
001310 01  WS-MONTH-LENGTHS            PIC X(24)
001320     VALUE '312831303130313130313031'.
001330 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001340     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001350 01  WS-MONTH-LENGTH             PIC 9(02).
001360 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
001370 01  WS-LEAP-REM-4               PIC 9(03) COMP.
001380 01  WS-LEAP-REM-100             PIC 9(03) COMP.
001390 01  WS-LEAP-REM-400             PIC 9(03) COMP.
001400
001410 01  WS-WEEK-TABLE.
001420     05  WS-WEEK-DAY OCCURS 7 TIMES.
001430         10  WS-DAY-DATE         PIC X(08).
001440         10  WS-DAY-M-COUNT      PIC 9(03) COMP.
001450         10  WS-DAY-T-COUNT      PIC 9(03) COMP.
001460         10  WS-DAY-N-COUNT      PIC 9(03) COMP.
001470 01  WS-DAY-INDEX                PIC 9(01) COMP.
001480 01  WS-DAY-TURNO                PIC X(01).
001490     88  WS-DAY-MANANA           VALUE 'M'.
001500     88  WS-DAY-TARDE            VALUE 'T'.
001510     88  WS-DAY-NOCHE            VALUE 'N'.
001520
001530 01  WS-DEPT-TABLE.
001540     05  WS-DPT-COUNT            PIC 9(03) COMP VALUE 0.
001550     05  WS-DPT-ENTRY OCCURS 50 TIMES.
001560         10  WS-DPT-CODE         PIC X(04).
001570         10  WS-DPT-NOMBRE       PIC X(30).
001580 01  WS-DPT-INDEX                PIC 9(03) COMP.
001590 01  WS-CUR-DEPT                 PIC X(04).
001600 01  WS-DEPT-EMP-COUNT           PIC 9(05) COMP.
001610 01  WS-TOTAL-COUNT              PIC 9(05) COMP VALUE 0.
001620 01  WS-DEFAULT-COUNT            PIC 9(05) COMP VALUE 0.
001630
001640 01  WS-REPORT-HEADER.
001650     05  FILLER                  PIC X(28)
001660         VALUE 'ROTARPT CUADRANTE SEMANAL  '.
001670     05  FILLER                  PIC X(07) VALUE 'DESDE: '.
001680     05  RH-FROM                 PIC X(08).
001690     05  FILLER                  PIC X(07) VALUE ' HASTA '.
001700     05  RH-TO                   PIC X(08).
001710     05  FILLER                  PIC X(22) VALUE SPACES.
001720
001730 01  WS-LEGEND-LINE.
001740     05  FILLER                  PIC X(40)
001750         VALUE 'M=MANANA T=TARDE N=NOCHE L=DESCANSO  * ='.
001760     05  FILLER                  PIC X(40)
001770         VALUE ' TURNO DEL MAESTRO, SIN CUADRANTE      '.
001780
001790 01  WS-DEPT-HEADING.
001800     05  FILLER                  PIC X(10) VALUE '*** DEPTO '.
001810     05  DH-DEPT                 PIC X(04).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  DH-NOMBRE               PIC X(30).
001840     05  FILLER                  PIC X(35) VALUE SPACES.
001850
001860 01  WS-DAYS-HEADING.
001870     05  FILLER                  PIC X(31)
001880         VALUE '   EMP-ID NOMBRE               '.
001890     05  WS-DAYS-HEADING-DAY OCCURS 7 TIMES.
001900         10  DY-DD               PIC X(02).
001910         10  FILLER              PIC X(01) VALUE '/'.
001920         10  DY-MM               PIC X(02).
001930         10  FILLER              PIC X(01) VALUE SPACE.
001940     05  FILLER                  PIC X(07) VALUE SPACES.
001950
001960 01  WS-REPORT-DETAIL.
001970     05  FILLER                  PIC X(03) VALUE SPACES.
001980     05  RD-EMP-ID               PIC X(06).
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  RD-NOMBRE               PIC X(20).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  RD-DAY OCCURS 7 TIMES.
002030         10  FILLER              PIC X(01).
002040         10  RD-TURNO            PIC X(01).
002050         10  RD-DEFAULT-FLAG     PIC X(01).
002060         10  FILLER              PIC X(03).
002070     05  FILLER                  PIC X(07) VALUE SPACES.
002080
002090 01  WS-DAY-COUNT-LINE.
002100     05  FILLER                  PIC X(03) VALUE SPACES.
002110     05  DC-LABEL                PIC X(28).
002120     05  DC-DAY OCCURS 7 TIMES.
002130         10  DC-COUNT            PIC ZZ9.
002140         10  FILLER              PIC X(03).
002150     05  FILLER                  PIC X(07) VALUE SPACES.
002160
002170 01  WS-TOTAL-LINE.
002180     05  TL-LABEL                PIC X(28).
002190     05  TL-COUNT                PIC ZZZZ9.
002200     05  FILLER                  PIC X(47) VALUE SPACES.
002210
002220 PROCEDURE DIVISION.
002230
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002260     IF WS-RETURN-CODE < 8
002270         SORT SORT-WORK-FILE
002280             ON ASCENDING KEY SRT-DEPT
002290                              SRT-EMP-ID
002300             INPUT PROCEDURE IS 2000-RELEASE-MASTER
002310                 THRU 2000-EXIT
002320             OUTPUT PROCEDURE IS 3000-PRINT-ROTA
002330                 THRU 3000-EXIT
002340         PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002350     END-IF.
002360     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002370     MOVE WS-RETURN-CODE TO RETURN-CODE.
002380     GOBACK.
002390 0000-EXIT.
002400     EXIT.
002410
002420*-----------------------------------------------------------*
002430* 1000-INITIALIZE - FIX THE WEEK, CHECK THE MASTER IS THERE, *
002440* OPEN THE ROTA (OPTIONAL), LOAD THE DEPARTMENT NAMES AND    *
002450* WRITE THE REPORT HEADINGS                                  *
002460*-----------------------------------------------------------*
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002490     ACCEPT WS-RUN-TIME     FROM TIME.
002500     MOVE 0 TO WS-RETURN-CODE.
002510
002520     OPEN EXTEND AUDIT-LOG-FILE.
002530     IF NOT FS-AUDIT-OK
002540         CLOSE AUDIT-LOG-FILE
002550         OPEN OUTPUT AUDIT-LOG-FILE
002560     END-IF.
002570
002580     PERFORM 1600-READ-WEEK-PARAMETER THRU 1600-EXIT.
002590     IF WS-RETURN-CODE NOT = 0
002600         GO TO 1000-EXIT
002610     END-IF.
002620
002630     OPEN INPUT EMPLOYEE-MASTER.
002640     IF NOT FS-EMP-OK
002650         DISPLAY 'ROTARPT - *** EMPLOYEE MASTER FILE NOT '
002660             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002670         MOVE 16 TO WS-RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     CLOSE EMPLOYEE-MASTER.
002710
002720     OPEN INPUT ROTA-FILE.
002730     IF FS-ROT-OK
002740         SET WS-ROTA-AVAILABLE TO TRUE
002750     ELSE
002760         DISPLAY 'ROTARPT - FICHERO ROTAFILE NO DISPONIBLE, '
002770             'STATUS: ' FS-ROTA-FILE
002780             ', SEMANA SEGUN EL TURNO DEL MAESTRO'
002790         MOVE 4 TO WS-RETURN-CODE
002800     END-IF.
002810
002820     PERFORM 1500-LOAD-DEPARTMENTS THRU 1500-EXIT.
002830
002840     MOVE WS-WEEK-START TO WS-WORK-DATE.
002850     PERFORM 1700-SET-ONE-DAY THRU 1700-EXIT
002860         VARYING WS-DAY-INDEX FROM 1 BY 1
002870         UNTIL WS-DAY-INDEX > 7.
002880
002890     OPEN OUTPUT ROTA-REPORT-FILE.
002900     MOVE WS-DAY-DATE (1) TO RH-FROM.
002910     MOVE WS-DAY-DATE (7) TO RH-TO.
002920     MOVE WS-REPORT-HEADER TO ROTA-REPORT-LINE.
002930     WRITE ROTA-REPORT-LINE.
002940     MOVE WS-LEGEND-LINE TO ROTA-REPORT-LINE.
002950     WRITE ROTA-REPORT-LINE.
002960 1000-EXIT.
002970     EXIT.
002980
002990*-----------------------------------------------------------*
003000* 1500-LOAD-DEPARTMENTS - DEPARTMENT NAMES FOR THE HEADINGS; *
003010* WITHOUT DEPTMAST THE HEADINGS CARRY THE CODE ONLY          *
003020*-----------------------------------------------------------*
003030 1500-LOAD-DEPARTMENTS.
003040     MOVE 0 TO WS-DPT-COUNT.
003050     OPEN INPUT DEPARTMENT-FILE.
003060     IF NOT FS-DPT-OK
003070         DISPLAY 'ROTARPT - FICHERO DEPTMAST NO DISPONIBLE, '
003080             'STATUS: ' FS-DEPARTMENT-FILE
003090             ', DEPARTAMENTOS SIN NOMBRE'
003100         GO TO 1500-EXIT
003110     END-IF.
003120     PERFORM 1510-LOAD-ONE-DEPT THRU 1510-EXIT
003130         UNTIL FS-DPT-EOF.
003140     CLOSE DEPARTMENT-FILE.
003150 1500-EXIT.
003160     EXIT.
003170
003180 1510-LOAD-ONE-DEPT.
003190     READ DEPARTMENT-FILE
003200         AT END
003210             GO TO 1510-EXIT
003220     END-READ.
003230     IF DPT-CODE = SPACES OR DPT-CODE = LOW-VALUES
003240         GO TO 1510-EXIT
003250     END-IF.
003260     IF WS-DPT-COUNT < 50
003270         ADD 1 TO WS-DPT-COUNT
003280         MOVE DPT-CODE   TO WS-DPT-CODE (WS-DPT-COUNT)
003290         MOVE DPT-NOMBRE TO WS-DPT-NOMBRE (WS-DPT-COUNT)
003300     ELSE
003310         DISPLAY 'ROTARPT - MAS DE 50 DEPARTAMENTOS EN '
003320             'DEPTMAST, FILA IGNORADA'
003330     END-IF.
003340 1510-EXIT.
003350     EXIT.
003360
003370*-----------------------------------------------------------*
003380* 1600-READ-WEEK-PARAMETER - THE ROTARPT PARMFILE CARD       *
003390* CARRIES THE FIRST DAY OF THE WEEK (AAAAMMDD). NO CARD      *
003400* STARTS THE WEEK ON THE RUN DATE; A CARD THAT IS NOT A REAL *
003410* DATE FAILS THE STEP (RC 16) PER THE PARMFILE CONVENTION    *
003420*-----------------------------------------------------------*
003430 1600-READ-WEEK-PARAMETER.
003440     MOVE WS-RUN-DATE-NUM TO WS-WEEK-START.
003450     SET WS-PARM-NOT-FOUND TO TRUE.
003460     OPEN INPUT PARAMETER-FILE.
003470     IF NOT FS-PARM-OK
003480         GO TO 1600-EXIT
003490     END-IF.
003500     PERFORM 1610-SCAN-ONE-PARAMETER THRU 1610-EXIT
003510         UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND.
003520     CLOSE PARAMETER-FILE.
003530     IF WS-PARM-NOT-FOUND
003540         GO TO 1600-EXIT
003550     END-IF.
003560     MOVE WS-WEEK-START TO WS-WORK-DATE.
003570     IF WS-WORK-DATE IS NOT NUMERIC
003580             OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
003590         GO TO 1600-BAD-CARD
003600     END-IF.
003610     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
003620     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-LENGTH
003630         GO TO 1600-BAD-CARD
003640     END-IF.
003650     DISPLAY 'ROTARPT - SEMANA DESDE: ' WS-WEEK-START.
003660     GO TO 1600-EXIT.
003670 1600-BAD-CARD.
003680     DISPLAY 'ROTARPT - *** FECHA DE INICIO NO VALIDA EN '
003690         'PARMFILE: ' WS-WEEK-START ' ***'.
003700     MOVE 16 TO WS-RETURN-CODE.
003710 1600-EXIT.
003720     EXIT.
003730
003740 1610-SCAN-ONE-PARAMETER.
003750     READ PARAMETER-FILE
003760         AT END
003770             GO TO 1610-EXIT
003780     END-READ.
003790     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
003800         MOVE PRM-VALUE (1:8) TO WS-WEEK-START
003810         SET WS-PARM-FOUND TO TRUE
003820     END-IF.
003830 1610-EXIT.
003840     EXIT.
003850
003860 1700-SET-ONE-DAY.
003870     MOVE WS-WORK-DATE TO WS-DAY-DATE (WS-DAY-INDEX).
003880     MOVE WS-WORK-DD   TO DY-DD (WS-DAY-INDEX).
003890     MOVE WS-WORK-MM   TO DY-MM (WS-DAY-INDEX).
003900     PERFORM 6200-NEXT-DATE THRU 6200-EXIT.
003910 1700-EXIT.
003920     EXIT.
003930
003940*-----------------------------------------------------------*
003950* 2000-RELEASE-MASTER - THE SORT INPUT PROCEDURE: ONE PASS   *
003960* OF THE MASTER KEYED ON DEPARTMENT AND EMP-ID               *
003970*-----------------------------------------------------------*
003980 2000-RELEASE-MASTER.
003990     OPEN INPUT EMPLOYEE-MASTER.
004000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004010     PERFORM 2200-RELEASE-ONE-EMPLOYEE THRU 2200-EXIT
004020         UNTIL NOT FS-EMP-OK.
004030     CLOSE EMPLOYEE-MASTER.
004040 2000-EXIT.
004050     EXIT.
004060
004070 2100-READ-MASTER.
004080     READ EMPLOYEE-MASTER
004090         AT END
004100             CONTINUE
004110     END-READ.
004120 2100-EXIT.
004130     EXIT.
004140
004150 2200-RELEASE-ONE-EMPLOYEE.
004160     MOVE EMP-DEPT   TO SRT-DEPT.
004170     MOVE EMP-ID     TO SRT-EMP-ID.
004180     MOVE EMP-NOMBRE TO SRT-NOMBRE.
004190     MOVE EMP-TURNO  TO SRT-TURNO.
004200     RELEASE SORT-RECORD.
004210     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004220 2200-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------*
004260* 3000-PRINT-ROTA - THE SORT OUTPUT PROCEDURE: ONE BLOCK PER *
004270* DEPARTMENT, BROKEN ON THE DEPARTMENT CODE                  *
004280*-----------------------------------------------------------*
004290 3000-PRINT-ROTA.
004300     MOVE 'N' TO WS-SORT-EOF-SW.
004310     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
004320     PERFORM 3150-PRINT-ONE-DEPT THRU 3150-EXIT
004330         UNTIL WS-SORT-EOF.
004340 3000-EXIT.
004350     EXIT.
004360
004370 3100-RETURN-SORTED.
004380     RETURN SORT-WORK-FILE
004390         AT END
004400             SET WS-SORT-EOF TO TRUE
004410     END-RETURN.
004420 3100-EXIT.
004430     EXIT.
004440
004450 3150-PRINT-ONE-DEPT.
004460     PERFORM 3400-OPEN-ONE-DEPT THRU 3400-EXIT.
004470     PERFORM 3200-PRINT-ONE-EMPLOYEE THRU 3200-EXIT
004480         UNTIL WS-SORT-EOF
004490             OR SRT-DEPT NOT = WS-CUR-DEPT.
004500     PERFORM 3300-CLOSE-ONE-DEPT THRU 3300-EXIT.
004510 3150-EXIT.
004520     EXIT.
004530
004540 3200-PRINT-ONE-EMPLOYEE.
004550     MOVE SRT-EMP-ID  TO RD-EMP-ID.
004560     MOVE SRT-NOMBRE  TO RD-NOMBRE.
004570     PERFORM 3250-PRINT-ONE-DAY THRU 3250-EXIT
004580         VARYING WS-DAY-INDEX FROM 1 BY 1
004590         UNTIL WS-DAY-INDEX > 7.
004600     MOVE WS-REPORT-DETAIL TO ROTA-REPORT-LINE.
004610     WRITE ROTA-REPORT-LINE.
004620     ADD 1 TO WS-DEPT-EMP-COUNT.
004630     ADD 1 TO WS-TOTAL-COUNT.
004640     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
004650 3200-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------*
004690* 3250-PRINT-ONE-DAY - THE DAY'S ROTA SHIFT, OR EMP-TURNO    *
004700* MARKED * WHEN THE DAY HAS NO ROTA ROW; COUNTED PER SHIFT   *
004710*-----------------------------------------------------------*
004720 3250-PRINT-ONE-DAY.
004730     MOVE SPACES TO RD-DAY (WS-DAY-INDEX).
004740     MOVE SRT-TURNO TO WS-DAY-TURNO.
004750     MOVE '*' TO RD-DEFAULT-FLAG (WS-DAY-INDEX).
004760     IF WS-ROTA-AVAILABLE
004770         MOVE SRT-EMP-ID TO ROT-EMP-ID
004780         MOVE WS-DAY-DATE (WS-DAY-INDEX) TO ROT-DATE
004790         READ ROTA-FILE
004800             INVALID KEY
004810                 SET FS-ROT-NOTFND TO TRUE
004820         END-READ
004830         IF FS-ROT-OK
004840             MOVE ROT-TURNO TO WS-DAY-TURNO
004850             MOVE SPACE TO RD-DEFAULT-FLAG (WS-DAY-INDEX)
004860         END-IF
004870     END-IF.
004880     IF RD-DEFAULT-FLAG (WS-DAY-INDEX) = '*'
004890         ADD 1 TO WS-DEFAULT-COUNT
004900     END-IF.
004910     MOVE WS-DAY-TURNO TO RD-TURNO (WS-DAY-INDEX).
004920     EVALUATE TRUE
004930         WHEN WS-DAY-MANANA
004940             ADD 1 TO WS-DAY-M-COUNT (WS-DAY-INDEX)
004950         WHEN WS-DAY-TARDE
004960             ADD 1 TO WS-DAY-T-COUNT (WS-DAY-INDEX)
004970         WHEN WS-DAY-NOCHE
004980             ADD 1 TO WS-DAY-N-COUNT (WS-DAY-INDEX)
004990         WHEN OTHER
005000             CONTINUE
005010     END-EVALUATE.
005020 3250-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------*
005060* 3300-CLOSE-ONE-DEPT - HOW MANY ARE ON EACH SHIFT EACH DAY  *
005070* AND THE DEPARTMENT HEADCOUNT                               *
005080*-----------------------------------------------------------*
005090 3300-CLOSE-ONE-DEPT.
005100     MOVE 'EN TURNO MANANA:' TO DC-LABEL.
005110     PERFORM 3310-MOVE-M-COUNT THRU 3310-EXIT
005120         VARYING WS-DAY-INDEX FROM 1 BY 1
005130         UNTIL WS-DAY-INDEX > 7.
005140     MOVE WS-DAY-COUNT-LINE TO ROTA-REPORT-LINE.
005150     WRITE ROTA-REPORT-LINE.
005160     MOVE 'EN TURNO TARDE:'  TO DC-LABEL.
005170     PERFORM 3320-MOVE-T-COUNT THRU 3320-EXIT
005180         VARYING WS-DAY-INDEX FROM 1 BY 1
005190         UNTIL WS-DAY-INDEX > 7.
005200     MOVE WS-DAY-COUNT-LINE TO ROTA-REPORT-LINE.
005210     WRITE ROTA-REPORT-LINE.
005220     MOVE 'EN TURNO NOCHE:'  TO DC-LABEL.
005230     PERFORM 3330-MOVE-N-COUNT THRU 3330-EXIT
005240         VARYING WS-DAY-INDEX FROM 1 BY 1
005250         UNTIL WS-DAY-INDEX > 7.
005260     MOVE WS-DAY-COUNT-LINE TO ROTA-REPORT-LINE.
005270     WRITE ROTA-REPORT-LINE.
005280     MOVE 'EMPLEADOS EN DEPTO:' TO TL-LABEL.
005290     MOVE WS-DEPT-EMP-COUNT     TO TL-COUNT.
005300     MOVE WS-TOTAL-LINE TO ROTA-REPORT-LINE.
005310     WRITE ROTA-REPORT-LINE.
005320 3300-EXIT.
005330     EXIT.
005340
005350 3310-MOVE-M-COUNT.
005360     MOVE SPACES TO DC-DAY (WS-DAY-INDEX).
005370     MOVE WS-DAY-M-COUNT (WS-DAY-INDEX)
005380         TO DC-COUNT (WS-DAY-INDEX).
005390 3310-EXIT.
005400     EXIT.
005410
005420 3320-MOVE-T-COUNT.
005430     MOVE SPACES TO DC-DAY (WS-DAY-INDEX).
005440     MOVE WS-DAY-T-COUNT (WS-DAY-INDEX)
005450         TO DC-COUNT (WS-DAY-INDEX).
005460 3320-EXIT.
005470     EXIT.
005480
005490 3330-MOVE-N-COUNT.
005500     MOVE SPACES TO DC-DAY (WS-DAY-INDEX).
005510     MOVE WS-DAY-N-COUNT (WS-DAY-INDEX)
005520         TO DC-COUNT (WS-DAY-INDEX).
005530 3330-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------*
005570* 3400-OPEN-ONE-DEPT - HEADING WITH THE DEPARTMENT NAME, THE *
005580* DAY COLUMNS, AND THE COUNTERS RESET                        *
005590*-----------------------------------------------------------*
005600 3400-OPEN-ONE-DEPT.
005610     MOVE SRT-DEPT TO WS-CUR-DEPT.
005620     MOVE SRT-DEPT TO DH-DEPT.
005630     MOVE 'DEPARTAMENTO NO ESTA EN DEPTMAST' TO DH-NOMBRE.
005640     PERFORM 3410-MATCH-ONE-DEPT THRU 3410-EXIT
005650         VARYING WS-DPT-INDEX FROM 1 BY 1
005660         UNTIL WS-DPT-INDEX > WS-DPT-COUNT.
005670     MOVE SPACES TO ROTA-REPORT-LINE.
005680     WRITE ROTA-REPORT-LINE.
005690     MOVE WS-DEPT-HEADING TO ROTA-REPORT-LINE.
005700     WRITE ROTA-REPORT-LINE.
005710     MOVE WS-DAYS-HEADING TO ROTA-REPORT-LINE.
005720     WRITE ROTA-REPORT-LINE.
005730     MOVE 0 TO WS-DEPT-EMP-COUNT.
005740     PERFORM 3420-RESET-ONE-DAY THRU 3420-EXIT
005750         VARYING WS-DAY-INDEX FROM 1 BY 1
005760         UNTIL WS-DAY-INDEX > 7.
005770 3400-EXIT.
005780     EXIT.
005790
005800 3410-MATCH-ONE-DEPT.
005810     IF WS-DPT-CODE (WS-DPT-INDEX) = SRT-DEPT
005820         MOVE WS-DPT-NOMBRE (WS-DPT-INDEX) TO DH-NOMBRE
005830     END-IF.
005840 3410-EXIT.
005850     EXIT.
005860
005870 3420-RESET-ONE-DAY.
005880     MOVE 0 TO WS-DAY-M-COUNT (WS-DAY-INDEX)
005890               WS-DAY-T-COUNT (WS-DAY-INDEX)
005900               WS-DAY-N-COUNT (WS-DAY-INDEX).
005910 3420-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------*
005950* 4000-WRITE-TOTALS - EMPLOYEES LISTED AND DAYS THAT FELL    *
005960* BACK TO THE MASTER'S TURNO                                 *
005970*-----------------------------------------------------------*
005980 4000-WRITE-TOTALS.
005990     MOVE SPACES TO ROTA-REPORT-LINE.
006000     WRITE ROTA-REPORT-LINE.
006010     MOVE 'TOTAL EMPLEADOS:'          TO TL-LABEL.
006020     MOVE WS-TOTAL-COUNT              TO TL-COUNT.
006030     MOVE WS-TOTAL-LINE TO ROTA-REPORT-LINE.
006040     WRITE ROTA-REPORT-LINE.
006050     MOVE 'DIAS SIN CUADRANTE (*):'   TO TL-LABEL.
006060     MOVE WS-DEFAULT-COUNT            TO TL-COUNT.
006070     MOVE WS-TOTAL-LINE TO ROTA-REPORT-LINE.
006080     WRITE ROTA-REPORT-LINE.
006090     DISPLAY 'ROTARPT - EMPLEADOS: ' WS-TOTAL-COUNT
006100         ' DIAS SIN CUADRANTE: ' WS-DEFAULT-COUNT.
006110 4000-EXIT.
006120     EXIT.
006130
006140*-----------------------------------------------------------*
006150* 6100-MONTH-LENGTH - DAYS IN WS-WORK-MM OF WS-WORK-YYYY,    *
006160* FEBRUARY HAVING 29 IN A LEAP YEAR                          *
006170*-----------------------------------------------------------*
006180 6100-MONTH-LENGTH.
006190     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH.
006200     IF WS-WORK-MM = 2
006210         DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006220             REMAINDER WS-LEAP-REM-4
006230         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006240             REMAINDER WS-LEAP-REM-100
006250         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006260             REMAINDER WS-LEAP-REM-400
006270         IF WS-LEAP-REM-4 = 0
006280                 AND (WS-LEAP-REM-100 NOT = 0
006290                      OR WS-LEAP-REM-400 = 0)
006300             MOVE 29 TO WS-MONTH-LENGTH
006310         END-IF
006320     END-IF.
006330 6100-EXIT.
006340     EXIT.
006350
006360*-----------------------------------------------------------*
006370* 6200-NEXT-DATE - MOVE WS-WORK-DATE ON BY ONE DAY           *
006380*-----------------------------------------------------------*
006390 6200-NEXT-DATE.
006400     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
006410     ADD 1 TO WS-WORK-DD.
006420     IF WS-WORK-DD > WS-MONTH-LENGTH
006430         MOVE 1 TO WS-WORK-DD
006440         ADD 1 TO WS-WORK-MM
006450         IF WS-WORK-MM > 12
006460             MOVE 1 TO WS-WORK-MM
006470             ADD 1 TO WS-WORK-YYYY
006480         END-IF
006490     END-IF.
006500 6200-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------*
006540* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP AND     *
006550* CLOSE EVERYTHING                                           *
006560*-----------------------------------------------------------*
006570 9000-TERMINATE.
006580     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
006590     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006600     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
006610     MOVE WS-TOTAL-COUNT  TO AUD-KEY-VALUE.
006620     MOVE SPACES          TO AUD-ACTION
006630                             AUD-BEFORE-IMAGE
006640                             AUD-AFTER-IMAGE
006650                             AUD-OPERATOR.
006660     WRITE AUDIT-LOG-RECORD.
006670
006680     IF WS-RETURN-CODE < 8
006690         CLOSE ROTA-REPORT-FILE
006700     END-IF.
006710     IF WS-ROTA-AVAILABLE
006720         CLOSE ROTA-FILE
006730     END-IF.
006740     CLOSE AUDIT-LOG-FILE.
006750 9000-EXIT.
006760     EXIT.
