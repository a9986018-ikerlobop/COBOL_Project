000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     DPTMAINT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-25.
000160 DATE-COMPILED.  2026-09-25.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-25 ILP   ORIGINAL - DEPARTMENT MASTER MAINTENANCE FOR
000210*                  THE DEPTMAST FILE, ON THE PERMAINT PATTERN:
000220*                  THE FILE LOADS INTO A TABLE, ACTIONS A/C/B
000230*                  CHANGE THE TABLE AND FIN REWRITES THE FILE
000240*                  ONLY WHEN SOMETHING CHANGED. EVERY CHANGE
000250*                  APPENDS AN AUDIT RECORD WITH THE BEFORE AND
000260*                  AFTER DEPARTMENT IMAGES AND THE OPERATOR'S
000270*                  INITIALS. BAJA IS REFUSED WHILE EMPMAST HAS
000280*                  EMPLOYEES IN THE DEPARTMENT, AND LISTS THEM.
000290*                  A COST-CENTRE CHANGE TAKES AN EFFECTIVE DATE,
000300*                  WHICH MUST FALL AFTER THE LAST CLOSED PAYPERD
000310*                  PERIOD, AND IS RECORDED ON THE DEPTCCH
000320*                  HISTORY SO PAID PERIODS KEEP THE OLD COST
000330*                  CENTRE; THE CAMBIO AFTER IMAGE CARRIES THE
000340*                  EFFECTIVE DATE AFTER THE RECORD (41:8).
000350*                  ACTION L PRINTS THE DEPTLIST LISTING: EACH
000360*                  DEPARTMENT WITH ITS HEADCOUNT, THEN EVERY
000370*                  EMPLOYEE WHOSE EMP-DEPT IS NOT ON THE TABLE
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMAST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-DEPARTMENT-FILE.
000450
000460     SELECT CC-HISTORY-FILE ASSIGN TO "DEPTCCH"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-CC-HISTORY-FILE.
000490
000500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS EMP-ID
000540         FILE STATUS IS FS-EMPLOYEE-MASTER.
000550
000560     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-PAY-PERIOD-FILE.
000590
000600     SELECT DEPT-LISTING-FILE ASSIGN TO "DEPTLIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-DEPT-LISTING-FILE.
000630
000640     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-AUDIT-LOG-FILE.
000670
000680     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-SIGNON-FILE.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  DEPARTMENT-FILE.
000750     COPY DEPTMAST.
000760
000770 FD  CC-HISTORY-FILE.
000780     COPY DEPTCCH.
000790
000800 FD  EMPLOYEE-MASTER.
000810     COPY EMPMAST.
000820
000830 FD  PAY-PERIOD-FILE.
000840     COPY PERIOREC.
000850
000860 FD  DEPT-LISTING-FILE.
000870 01  DEPT-LISTING-LINE               PIC X(80).
000880
000890 FD  AUDIT-LOG-FILE.
000900     COPY AUDITLOG.
000910
000920 FD  SIGNON-FILE.
000930     COPY SIGNONRC.
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-PROGRAM-ID               PIC X(08) VALUE 'DPTMAINT'.
000970
000980 01  WS-FILE-STATUSES.
000990     05  FS-DEPARTMENT-FILE      PIC XX.
001000         88  FS-DPT-OK           VALUE '00'.
001010         88  FS-DPT-EOF          VALUE '10'.
001020     05  FS-CC-HISTORY-FILE      PIC XX.
001030         88  FS-DCH-OK           VALUE '00'.
001040     05  FS-EMPLOYEE-MASTER      PIC XX.
001050         88  FS-EMP-OK           VALUE '00'.
001060     05  FS-PAY-PERIOD-FILE      PIC XX.
001070         88  FS-PER-OK           VALUE '00'.
001080     05  FS-DEPT-LISTING-FILE    PIC XX.
001090     05  FS-AUDIT-LOG-FILE       PIC XX.
001100         88  FS-AUDIT-OK         VALUE '00'.
001110     05  FS-SIGNON-FILE          PIC XX.
001120         88  FS-SGN-OK           VALUE '00'.
001130
001140 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
001150
001160 01  WS-RUN-DATE-NUM             PIC 9(08).
001170 01  WS-RUN-TIME                 PIC 9(08).
001180
001190 01  WS-ACTION-CHOICE            PIC X(01).
001200     88  WS-ACTION-LISTAR        VALUE 'L' 'l'.
001210     88  WS-ACTION-ALTA          VALUE 'A' 'a'.
001220     88  WS-ACTION-CAMBIO        VALUE 'C' 'c'.
001230     88  WS-ACTION-BAJA          VALUE 'B' 'b'.
001240     88  WS-ACTION-FIN           VALUE 'F' 'f'.
001250
001260 01  WS-DONE-SW                  PIC X(01) VALUE 'N'.
001270     88  WS-DONE                 VALUE 'Y'.
001280 01  WS-DIRTY-SW                 PIC X(01) VALUE 'N'.
001290     88  WS-FILE-DIRTY           VALUE 'Y'.
001300 01  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
001310     88  WS-TABLE-OVERFLOWED     VALUE 'Y'.
001320 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001330
001340*    SAME 50-DEPARTMENT LIMIT AS THE NOMINA01 SUBTOTAL TABLE
001350 01  WS-DEPT-TABLE.
001360     05  WS-DPT-COUNT            PIC 9(03) COMP VALUE 0.
001370     05  WS-DPT-ENTRY OCCURS 50 TIMES.
001380         10  WS-DPT-CODE         PIC X(04).
001390         10  WS-DPT-NOMBRE       PIC X(30).
001400         10  WS-DPT-COST-CENTRE  PIC X(06).
001410         10  WS-DPT-HEADCOUNT    PIC 9(05).
001420 01  WS-DPT-INDEX                PIC 9(03) COMP.
001430 01  WS-DPT-NEXT                 PIC 9(03) COMP.
001440 01  WS-DEPT-FOUND-SW            PIC X(01).
001450     88  WS-DEPT-FOUND           VALUE 'Y'.
001460     88  WS-DEPT-NOT-FOUND       VALUE 'N'.
001470 01  WS-SEARCH-CODE              PIC X(04).
001480
001490*    COST-CENTRE CHANGES MADE THIS SESSION, APPENDED TO DEPTCCH
001500*    WHEN THE MASTER IS REWRITTEN SO THE TWO FILES STAY IN STEP
001510 01  WS-CC-CHANGE-TABLE.
001520     05  WS-CCC-COUNT            PIC 9(03) COMP VALUE 0.
001530     05  WS-CCC-ENTRY OCCURS 50 TIMES.
001540         10  WS-CCC-DPT-CODE     PIC X(04).
001550         10  WS-CCC-EFFECTIVE    PIC X(08).
001560         10  WS-CCC-OLD-CENTRE   PIC X(06).
001570         10  WS-CCC-NEW-CENTRE   PIC X(06).
001580 01  WS-CCC-INDEX                PIC 9(03) COMP.
001590
001600*    PAYPERD: END OF THE LATEST CLOSED PERIOD AND START OF THE
001610*    OPEN ONE, FOR THE EFFECTIVE-DATE RULE AND ITS DEFAULT
001620 01  WS-LAST-CLOSED-END          PIC X(08) VALUE SPACES.
001630 01  WS-OPEN-PERIOD-START        PIC X(08) VALUE SPACES.
001640 01  WS-LATEST-EFFECTIVE         PIC X(08).
001650
001660 01  WS-CODE-INPUT               PIC X(04).
001670 01  WS-NOMBRE-INPUT             PIC X(30).
001680 01  WS-CENTRE-INPUT             PIC X(06).
001690 01  WS-EFFECTIVE-INPUT          PIC X(08).
001700 01  WS-EFFECTIVE-DATE REDEFINES WS-EFFECTIVE-INPUT.
001710     05  WS-EFF-YYYY             PIC 9(04).
001720     05  WS-EFF-MM               PIC 9(02).
001730     05  WS-EFF-DD               PIC 9(02).
001740 01  WS-DATE-SW                  PIC X(01).
001750     88  WS-DATE-VALID           VALUE 'Y'.
001760     88  WS-DATE-INVALID         VALUE 'N'.
001770
001780 01  WS-BEFORE-IMAGE             PIC X(60).
001790 01  WS-AFTER-IMAGE              PIC X(60).
001800 01  WS-AUDIT-ACTION             PIC X(08).
001810
001820 01  WS-MEMBER-COUNT             PIC 9(05).
001830 01  WS-TOTAL-HEADCOUNT          PIC 9(05).
001840 01  WS-UNRESOLVED-COUNT         PIC 9(05).
001850
001860 01  WS-LIST-HEADER.
001870     05  FILLER                  PIC X(40)
001880         VALUE 'DPTMAINT LISTADO DE DEPARTAMENTOS      '.
001890     05  FILLER                  PIC X(07) VALUE 'FECHA: '.
001900     05  LH-DATE                 PIC X(08).
001910     05  FILLER                  PIC X(25) VALUE SPACES.
001920 01  WS-LIST-COLUMNS.
001930     05  FILLER                  PIC X(40)
001940         VALUE 'DEPTO NOMBRE                         C.C'.
001950     05  FILLER                  PIC X(40)
001960         VALUE 'OSTE PLANTILLA                          '.
001970 01  WS-LIST-DEPT-LINE.
001980     05  LD-CODE                 PIC X(04).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  LD-NOMBRE               PIC X(30).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  LD-COST-CENTRE          PIC X(06).
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  LD-HEADCOUNT            PIC ZZ,ZZ9.
002050     05  FILLER                  PIC X(28) VALUE SPACES.
002060 01  WS-LIST-UNRES-HEADER.
002070     05  FILLER                  PIC X(40)
002080         VALUE 'EMPLEADOS CON DEPARTAMENTO NO RESUELTO: '.
002090     05  FILLER                  PIC X(40) VALUE SPACES.
002100 01  WS-LIST-UNRES-LINE.
002110     05  LU-EMP-ID               PIC X(06).
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  LU-NOMBRE               PIC X(30).
002140     05  FILLER                  PIC X(08) VALUE ' DEPTO: '.
002150     05  LU-DEPT                 PIC X(04).
002160     05  FILLER                  PIC X(31) VALUE SPACES.
002170 01  WS-LIST-TOTAL-LINE.
002180     05  FILLER                  PIC X(18)
002190         VALUE 'TOTAL PLANTILLA:  '.
002200     05  LT-HEADCOUNT            PIC ZZ,ZZ9.
002210     05  FILLER                  PIC X(18)
002220         VALUE '  NO RESUELTOS:   '.
002230     05  LT-UNRESOLVED           PIC ZZ,ZZ9.
002240     05  FILLER                  PIC X(32) VALUE SPACES.
002250
002260 PROCEDURE DIVISION.
002270
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002300     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
002310         UNTIL WS-DONE.
002320     PERFORM 8000-REWRITE-DEPARTMENTS THRU 8000-EXIT.
002330     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002340     MOVE WS-RETURN-CODE TO RETURN-CODE.
002350     GOBACK.
002360 0000-EXIT.
002370     EXIT.
002380
002390*-----------------------------------------------------------*
002400* 1000-INITIALIZE - LOAD DEPTMAST INTO THE TABLE (A MISSING   *
002410* FILE JUST MEANS NO DEPARTMENTS YET) AND NOTE THE PAYPERD    *
002420* DATES THE COST-CENTRE EFFECTIVE DATE IS CHECKED AGAINST     *
002430*-----------------------------------------------------------*
002440 1000-INITIALIZE.
002450     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002460     ACCEPT WS-RUN-TIME     FROM TIME.
002470     MOVE 0 TO WS-DPT-COUNT
002480               WS-CCC-COUNT
002490               WS-RETURN-CODE.
002500     MOVE 'N' TO WS-DONE-SW
002510                 WS-DIRTY-SW.
002520     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002530     PERFORM 1300-NOTE-PERIOD-DATES THRU 1300-EXIT.
002540
002550     OPEN INPUT DEPARTMENT-FILE.
002560     IF NOT FS-DPT-OK
002570         DISPLAY 'DPTMAINT - SIN FICHERO DEPTMAST '
002580             '(STATUS: ' FS-DEPARTMENT-FILE ')'
002590         GO TO 1000-EXIT
002600     END-IF.
002610     PERFORM 1100-LOAD-ONE-DEPT THRU 1100-EXIT
002620         UNTIL FS-DPT-EOF.
002630     CLOSE DEPARTMENT-FILE.
002640     DISPLAY 'DPTMAINT - DEPARTAMENTOS CARGADOS: ' WS-DPT-COUNT.
002650     IF WS-TABLE-OVERFLOWED
002660         DISPLAY 'DPTMAINT - *** DEPTMAST DESBORDA LA TABLA DE '
002670             '50 DEPARTAMENTOS - SOLO CONSULTA ***'
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710
002720 1100-LOAD-ONE-DEPT.
002730     READ DEPARTMENT-FILE
002740         AT END
002750             GO TO 1100-EXIT
002760     END-READ.
002770     IF DPT-CODE = SPACES OR DPT-CODE = LOW-VALUES
002780         DISPLAY 'DPTMAINT - FILA DEPTMAST SIN CODIGO, '
002790             'IGNORADA'
002800         GO TO 1100-EXIT
002810     END-IF.
002820     IF WS-DPT-COUNT < 50
002830         ADD 1 TO WS-DPT-COUNT
002840         MOVE DPT-CODE        TO WS-DPT-CODE (WS-DPT-COUNT)
002850         MOVE DPT-NOMBRE      TO WS-DPT-NOMBRE (WS-DPT-COUNT)
002860         MOVE DPT-COST-CENTRE
002870             TO WS-DPT-COST-CENTRE (WS-DPT-COUNT)
002880         MOVE 0 TO WS-DPT-HEADCOUNT (WS-DPT-COUNT)
002890     ELSE
002900         SET WS-TABLE-OVERFLOWED TO TRUE
002910     END-IF.
002920 1100-EXIT.
002930     EXIT.
002940
002950*-----------------------------------------------------------*
002960* 1200-READ-SIGNON - PICK UP THE SIGNED-ON OPERATOR'S        *
002970* INITIALS FROM THE EJEMENU SESSION FILE; NO SESSION MEANS   *
002980* AN UNATTENDED RUN AND THE INITIALS STAY SPACES             *
002990*-----------------------------------------------------------*
003000 1200-READ-SIGNON.
003010     MOVE SPACES TO WS-SESSION-INITIALS.
003020     OPEN INPUT SIGNON-FILE.
003030     IF NOT FS-SGN-OK
003040         GO TO 1200-EXIT
003050     END-IF.
003060     READ SIGNON-FILE
003070         AT END
003080             CONTINUE
003090     END-READ.
003100     IF FS-SGN-OK
003110         MOVE SGN-INITIALS TO WS-SESSION-INITIALS
003120     END-IF.
003130     CLOSE SIGNON-FILE.
003140 1200-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------*
003180* 1300-NOTE-PERIOD-DATES - THE LATEST END DATE AMONG THE      *
003190* CLOSED PERIODS (NOTHING MAY BE RE-COSTED UP TO IT) AND THE  *
003200* START OF THE OPEN PERIOD (THE DEFAULT EFFECTIVE DATE)       *
003210*-----------------------------------------------------------*
003220 1300-NOTE-PERIOD-DATES.
003230     MOVE SPACES TO WS-LAST-CLOSED-END
003240                    WS-OPEN-PERIOD-START.
003250     OPEN INPUT PAY-PERIOD-FILE.
003260     IF NOT FS-PER-OK
003270         DISPLAY 'DPTMAINT - SIN FICHERO PAYPERD, LA FECHA '
003280             'EFECTIVA DEBERA TECLEARSE'
003290         GO TO 1300-EXIT
003300     END-IF.
003310     PERFORM 1310-NOTE-ONE-PERIOD THRU 1310-EXIT
003320         UNTIL NOT FS-PER-OK.
003330     CLOSE PAY-PERIOD-FILE.
003340 1300-EXIT.
003350     EXIT.
003360
003370 1310-NOTE-ONE-PERIOD.
003380     READ PAY-PERIOD-FILE
003390         AT END
003400             GO TO 1310-EXIT
003410     END-READ.
003420     IF PER-CLOSED
003430         IF WS-LAST-CLOSED-END = SPACES
003440                 OR PER-END-DATE > WS-LAST-CLOSED-END
003450             MOVE PER-END-DATE TO WS-LAST-CLOSED-END
003460         END-IF
003470     END-IF.
003480     IF PER-OPEN AND WS-OPEN-PERIOD-START = SPACES
003490         MOVE PER-START-DATE TO WS-OPEN-PERIOD-START
003500     END-IF.
003510 1310-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------*
003550* 2000-PROCESS-ONE-ACTION - PROMPT AND ROUTE ONE OPERATOR     *
003560* ACTION, LOOPING UNTIL FIN. WITH AN OVERFLOWED TABLE ONLY    *
003570* THE LISTING IS ALLOWED - A REWRITE WOULD LOSE ROWS          *
003580*-----------------------------------------------------------*
003590 2000-PROCESS-ONE-ACTION.
003600     DISPLAY ' '.
003610     DISPLAY 'DPTMAINT - ACCION (L=LISTAR A=ALTA C=CAMBIO '
003620         'B=BAJA F=FIN): ' WITH NO ADVANCING.
003630     ACCEPT WS-ACTION-CHOICE FROM CONSOLE.
003640     IF WS-TABLE-OVERFLOWED
003650             AND (WS-ACTION-ALTA OR WS-ACTION-CAMBIO
003660                  OR WS-ACTION-BAJA)
003670         DISPLAY 'DPTMAINT - TABLA DESBORDADA, SOLO CONSULTA'
003680         GO TO 2000-EXIT
003690     END-IF.
003700     EVALUATE TRUE
003710         WHEN WS-ACTION-LISTAR
003720             PERFORM 3000-LIST-DEPARTMENTS THRU 3000-EXIT
003730         WHEN WS-ACTION-ALTA
003740             PERFORM 4000-ADD-DEPARTMENT THRU 4000-EXIT
003750         WHEN WS-ACTION-CAMBIO
003760             PERFORM 5000-CHANGE-DEPARTMENT THRU 5000-EXIT
003770         WHEN WS-ACTION-BAJA
003780             PERFORM 5500-DELETE-DEPARTMENT THRU 5500-EXIT
003790         WHEN WS-ACTION-FIN
003800             SET WS-DONE TO TRUE
003810         WHEN OTHER
003820             DISPLAY 'DPTMAINT - ACCION NO VALIDA'
003830     END-EVALUATE.
003840 2000-EXIT.
003850     EXIT.
003860
003870*-----------------------------------------------------------*
003880* 3000-LIST-DEPARTMENTS - ONE PASS OF EMPMAST COUNTS EACH     *
003890* DEPARTMENT'S HEADCOUNT, THE DEPARTMENT LINES ARE PRINTED,   *
003900* THEN A SECOND PASS PRINTS EVERY EMPLOYEE WHOSE EMP-DEPT IS  *
003910* NOT ON THE TABLE (BLANK INCLUDED)                           *
003920*-----------------------------------------------------------*
003930 3000-LIST-DEPARTMENTS.
003940     OPEN INPUT EMPLOYEE-MASTER.
003950     IF NOT FS-EMP-OK
003960         DISPLAY 'DPTMAINT - *** EMPLOYEE MASTER FILE NOT '
003970             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
003980             ' - LISTADO NO GENERADO ***'
003990         IF WS-RETURN-CODE < 4
004000             MOVE 4 TO WS-RETURN-CODE
004010         END-IF
004020         GO TO 3000-EXIT
004030     END-IF.
004040     PERFORM 3010-CLEAR-ONE-HEADCOUNT THRU 3010-EXIT
004050         VARYING WS-DPT-INDEX FROM 1 BY 1
004060         UNTIL WS-DPT-INDEX > WS-DPT-COUNT.
004070     MOVE 0 TO WS-TOTAL-HEADCOUNT
004080               WS-UNRESOLVED-COUNT.
004090     PERFORM 3100-COUNT-ONE-EMPLOYEE THRU 3100-EXIT
004100         UNTIL NOT FS-EMP-OK.
004110     CLOSE EMPLOYEE-MASTER.
004120
004130     OPEN OUTPUT DEPT-LISTING-FILE.
004140     MOVE WS-RUN-DATE-NUM TO LH-DATE.
004150     MOVE WS-LIST-HEADER TO DEPT-LISTING-LINE.
004160     WRITE DEPT-LISTING-LINE.
004170     MOVE WS-LIST-COLUMNS TO DEPT-LISTING-LINE.
004180     WRITE DEPT-LISTING-LINE.
004190     PERFORM 3200-WRITE-ONE-DEPT-LINE THRU 3200-EXIT
004200         VARYING WS-DPT-INDEX FROM 1 BY 1
004210         UNTIL WS-DPT-INDEX > WS-DPT-COUNT.
004220
004230     MOVE SPACES TO DEPT-LISTING-LINE.
004240     WRITE DEPT-LISTING-LINE.
004250     MOVE WS-LIST-UNRES-HEADER TO DEPT-LISTING-LINE.
004260     WRITE DEPT-LISTING-LINE.
004270     OPEN INPUT EMPLOYEE-MASTER.
004280     PERFORM 3300-LIST-ONE-UNRESOLVED THRU 3300-EXIT
004290         UNTIL NOT FS-EMP-OK.
004300     CLOSE EMPLOYEE-MASTER.
004310
004320     MOVE SPACES TO DEPT-LISTING-LINE.
004330     WRITE DEPT-LISTING-LINE.
004340     MOVE WS-TOTAL-HEADCOUNT  TO LT-HEADCOUNT.
004350     MOVE WS-UNRESOLVED-COUNT TO LT-UNRESOLVED.
004360     MOVE WS-LIST-TOTAL-LINE TO DEPT-LISTING-LINE.
004370     WRITE DEPT-LISTING-LINE.
004380     CLOSE DEPT-LISTING-FILE.
004390     DISPLAY 'DPTMAINT - LISTADO DEPTLIST: PLANTILLA '
004400         WS-TOTAL-HEADCOUNT ', NO RESUELTOS '
004410         WS-UNRESOLVED-COUNT.
004420 3000-EXIT.
004430     EXIT.
004440
004450 3010-CLEAR-ONE-HEADCOUNT.
004460     MOVE 0 TO WS-DPT-HEADCOUNT (WS-DPT-INDEX).
004470 3010-EXIT.
004480     EXIT.
004490
004500 3100-COUNT-ONE-EMPLOYEE.
004510     READ EMPLOYEE-MASTER
004520         AT END
004530             GO TO 3100-EXIT
004540     END-READ.
004550     ADD 1 TO WS-TOTAL-HEADCOUNT.
004560     MOVE EMP-DEPT TO WS-SEARCH-CODE.
004570     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
004580     IF WS-DEPT-FOUND
004590         ADD 1 TO WS-DPT-HEADCOUNT (WS-DPT-INDEX)
004600     ELSE
004610         ADD 1 TO WS-UNRESOLVED-COUNT
004620     END-IF.
004630 3100-EXIT.
004640     EXIT.
004650
004660 3200-WRITE-ONE-DEPT-LINE.
004670     MOVE WS-DPT-CODE (WS-DPT-INDEX)        TO LD-CODE.
004680     MOVE WS-DPT-NOMBRE (WS-DPT-INDEX)      TO LD-NOMBRE.
004690     MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX) TO LD-COST-CENTRE.
004700     MOVE WS-DPT-HEADCOUNT (WS-DPT-INDEX)   TO LD-HEADCOUNT.
004710     MOVE WS-LIST-DEPT-LINE TO DEPT-LISTING-LINE.
004720     WRITE DEPT-LISTING-LINE.
004730 3200-EXIT.
004740     EXIT.
004750
004760 3300-LIST-ONE-UNRESOLVED.
004770     READ EMPLOYEE-MASTER
004780         AT END
004790             GO TO 3300-EXIT
004800     END-READ.
004810     MOVE EMP-DEPT TO WS-SEARCH-CODE.
004820     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
004830     IF WS-DEPT-NOT-FOUND
004840         MOVE EMP-ID     TO LU-EMP-ID
004850         MOVE EMP-NOMBRE TO LU-NOMBRE
004860         MOVE EMP-DEPT   TO LU-DEPT
004870         MOVE WS-LIST-UNRES-LINE TO DEPT-LISTING-LINE
004880         WRITE DEPT-LISTING-LINE
004890     END-IF.
004900 3300-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------*
004940* 4000-ADD-DEPARTMENT - ALTA: NEW CODE, NAME AND COST CENTRE  *
004950* ALL REQUIRED. A NEW DEPARTMENT HAS NO EARLIER COST CENTRE,  *
004960* SO NO HISTORY ROW IS WRITTEN                                *
004970*-----------------------------------------------------------*
004980 4000-ADD-DEPARTMENT.
004990     PERFORM 4100-ACCEPT-CODE THRU 4100-EXIT.
005000     IF WS-CODE-INPUT = SPACES
005010         GO TO 4000-EXIT
005020     END-IF.
005030     MOVE WS-CODE-INPUT TO WS-SEARCH-CODE.
005040     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
005050     IF WS-DEPT-FOUND
005060         DISPLAY 'DPTMAINT - EL DEPARTAMENTO YA EXISTE: '
005070             WS-CODE-INPUT
005080         GO TO 4000-EXIT
005090     END-IF.
005100     IF WS-DPT-COUNT NOT < 50
005110         DISPLAY 'DPTMAINT - *** TABLA DE DEPARTAMENTOS '
005120             'LLENA ***'
005130         GO TO 4000-EXIT
005140     END-IF.
005150     DISPLAY 'DPTMAINT - NOMBRE: ' WITH NO ADVANCING.
005160     ACCEPT WS-NOMBRE-INPUT FROM CONSOLE.
005170     DISPLAY 'DPTMAINT - CENTRO DE COSTE: ' WITH NO ADVANCING.
005180     ACCEPT WS-CENTRE-INPUT FROM CONSOLE.
005190     IF WS-NOMBRE-INPUT = SPACES OR WS-CENTRE-INPUT = SPACES
005200         DISPLAY 'DPTMAINT - NOMBRE Y CENTRO DE COSTE SON '
005210             'OBLIGATORIOS, ALTA DESCARTADA'
005220         GO TO 4000-EXIT
005230     END-IF.
005240
005250     ADD 1 TO WS-DPT-COUNT.
005260     MOVE WS-CODE-INPUT   TO WS-DPT-CODE (WS-DPT-COUNT).
005270     MOVE WS-NOMBRE-INPUT TO WS-DPT-NOMBRE (WS-DPT-COUNT).
005280     MOVE WS-CENTRE-INPUT TO WS-DPT-COST-CENTRE (WS-DPT-COUNT).
005290     MOVE 0               TO WS-DPT-HEADCOUNT (WS-DPT-COUNT).
005300     SET WS-FILE-DIRTY TO TRUE.
005310     MOVE SPACES TO WS-BEFORE-IMAGE.
005320     MOVE WS-DPT-COUNT TO WS-DPT-INDEX.
005330     PERFORM 6200-BUILD-AFTER-IMAGE THRU 6200-EXIT.
005340     MOVE 'ALTA' TO WS-AUDIT-ACTION.
005350     PERFORM 7000-WRITE-DEPT-AUDIT THRU 7000-EXIT.
005360     DISPLAY 'DPTMAINT - ALTA REGISTRADA: ' WS-CODE-INPUT.
005370 4000-EXIT.
005380     EXIT.
005390
005400 4100-ACCEPT-CODE.
005410     DISPLAY 'DPTMAINT - CODIGO DE DEPARTAMENTO (4): '
005420         WITH NO ADVANCING.
005430     ACCEPT WS-CODE-INPUT FROM CONSOLE.
005440     IF WS-CODE-INPUT = SPACES
005450         DISPLAY 'DPTMAINT - CODIGO EN BLANCO, ACCION '
005460             'DESCARTADA'
005470     END-IF.
005480 4100-EXIT.
005490     EXIT.
005500
005510*-----------------------------------------------------------*
005520* 5000-CHANGE-DEPARTMENT - CAMBIO: BLANK KEEPS A FIELD. A NEW *
005530* COST CENTRE NEEDS AN EFFECTIVE DATE (5100) AND IS QUEUED    *
005540* FOR THE DEPTCCH HISTORY                                     *
005550*-----------------------------------------------------------*
005560 5000-CHANGE-DEPARTMENT.
005570     PERFORM 4100-ACCEPT-CODE THRU 4100-EXIT.
005580     IF WS-CODE-INPUT = SPACES
005590         GO TO 5000-EXIT
005600     END-IF.
005610     MOVE WS-CODE-INPUT TO WS-SEARCH-CODE.
005620     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
005630     IF WS-DEPT-NOT-FOUND
005640         DISPLAY 'DPTMAINT - DEPARTAMENTO NO ENCONTRADO: '
005650             WS-CODE-INPUT
005660         GO TO 5000-EXIT
005670     END-IF.
005680     PERFORM 6100-BUILD-BEFORE-IMAGE THRU 6100-EXIT.
005690     DISPLAY 'DPTMAINT - NOMBRE ACTUAL: '
005700         WS-DPT-NOMBRE (WS-DPT-INDEX).
005710     DISPLAY 'DPTMAINT - NUEVO NOMBRE (BLANCO=IGUAL): '
005720         WITH NO ADVANCING.
005730     ACCEPT WS-NOMBRE-INPUT FROM CONSOLE.
005740     DISPLAY 'DPTMAINT - CENTRO DE COSTE ACTUAL: '
005750         WS-DPT-COST-CENTRE (WS-DPT-INDEX).
005760     DISPLAY 'DPTMAINT - NUEVO CENTRO DE COSTE (BLANCO=IGUAL): '
005770         WITH NO ADVANCING.
005780     ACCEPT WS-CENTRE-INPUT FROM CONSOLE.
005790     IF WS-CENTRE-INPUT = WS-DPT-COST-CENTRE (WS-DPT-INDEX)
005800         MOVE SPACES TO WS-CENTRE-INPUT
005810     END-IF.
005820     IF WS-NOMBRE-INPUT = SPACES AND WS-CENTRE-INPUT = SPACES
005830         DISPLAY 'DPTMAINT - SIN CAMBIOS'
005840         GO TO 5000-EXIT
005850     END-IF.
005860
005870     MOVE SPACES TO WS-EFFECTIVE-INPUT.
005880     IF WS-CENTRE-INPUT NOT = SPACES
005890         PERFORM 5100-ACCEPT-EFFECTIVE-DATE THRU 5100-EXIT
005900         IF WS-DATE-INVALID
005910             DISPLAY 'DPTMAINT - CAMBIO DESCARTADO'
005920             GO TO 5000-EXIT
005930         END-IF
005940         IF WS-CCC-COUNT NOT < 50
005950             DISPLAY 'DPTMAINT - *** DEMASIADOS CAMBIOS DE '
005960                 'CENTRO EN LA SESION, TERMINE CON FIN ***'
005970             GO TO 5000-EXIT
005980         END-IF
005990         ADD 1 TO WS-CCC-COUNT
006000         MOVE WS-CODE-INPUT TO WS-CCC-DPT-CODE (WS-CCC-COUNT)
006010         MOVE WS-EFFECTIVE-INPUT
006020             TO WS-CCC-EFFECTIVE (WS-CCC-COUNT)
006030         MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX)
006040             TO WS-CCC-OLD-CENTRE (WS-CCC-COUNT)
006050         MOVE WS-CENTRE-INPUT
006060             TO WS-CCC-NEW-CENTRE (WS-CCC-COUNT)
006070         MOVE WS-CENTRE-INPUT
006080             TO WS-DPT-COST-CENTRE (WS-DPT-INDEX)
006090     END-IF.
006100     IF WS-NOMBRE-INPUT NOT = SPACES
006110         MOVE WS-NOMBRE-INPUT TO WS-DPT-NOMBRE (WS-DPT-INDEX)
006120     END-IF.
006130     SET WS-FILE-DIRTY TO TRUE.
006140     PERFORM 6200-BUILD-AFTER-IMAGE THRU 6200-EXIT.
006150     MOVE WS-EFFECTIVE-INPUT TO WS-AFTER-IMAGE (41:8).
006160     MOVE 'CAMBIO' TO WS-AUDIT-ACTION.
006170     PERFORM 7000-WRITE-DEPT-AUDIT THRU 7000-EXIT.
006180     DISPLAY 'DPTMAINT - CAMBIO REGISTRADO: ' WS-CODE-INPUT.
006190 5000-EXIT.
006200     EXIT.
006210
006220*-----------------------------------------------------------*
006230* 5100-ACCEPT-EFFECTIVE-DATE - BLANK TAKES THE OPEN PERIOD'S  *
006240* START. THE DATE MUST BE A REAL AAAAMMDD, FALL AFTER THE     *
006250* LAST CLOSED PERIOD SO NO PAID PERIOD IS RE-COSTED, AND NOT  *
006260* BE BEFORE THE DEPARTMENT'S LATEST EARLIER CHANGE SO DEPTCCH *
006270* STAYS IN EFFECTIVE-DATE ORDER                               *
006280*-----------------------------------------------------------*
006290 5100-ACCEPT-EFFECTIVE-DATE.
006300     SET WS-DATE-INVALID TO TRUE.
006310     DISPLAY 'DPTMAINT - FECHA EFECTIVA (AAAAMMDD, BLANCO='
006320         'INICIO DEL PERIODO ABIERTO): ' WITH NO ADVANCING.
006330     ACCEPT WS-EFFECTIVE-INPUT FROM CONSOLE.
006340     IF WS-EFFECTIVE-INPUT = SPACES
006350         IF WS-OPEN-PERIOD-START = SPACES
006360             DISPLAY 'DPTMAINT - SIN PERIODO ABIERTO, TECLEE '
006370                 'LA FECHA'
006380             GO TO 5100-EXIT
006390         END-IF
006400         MOVE WS-OPEN-PERIOD-START TO WS-EFFECTIVE-INPUT
006410     END-IF.
006420     IF WS-EFFECTIVE-INPUT IS NOT NUMERIC
006430             OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
006440             OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
006450         DISPLAY 'DPTMAINT - FECHA NO VALIDA: '
006460             WS-EFFECTIVE-INPUT
006470         GO TO 5100-EXIT
006480     END-IF.
006490     IF WS-LAST-CLOSED-END NOT = SPACES
006500             AND WS-EFFECTIVE-INPUT NOT > WS-LAST-CLOSED-END
006510         DISPLAY 'DPTMAINT - LA FECHA CAE EN UN PERIODO YA '
006520             'PAGADO (CERRADO HASTA ' WS-LAST-CLOSED-END ')'
006530         GO TO 5100-EXIT
006540     END-IF.
006550
006560     MOVE SPACES TO WS-LATEST-EFFECTIVE.
006570     OPEN INPUT CC-HISTORY-FILE.
006580     IF FS-DCH-OK
006590         PERFORM 5110-SCAN-ONE-HISTORY THRU 5110-EXIT
006600             UNTIL NOT FS-DCH-OK
006610         CLOSE CC-HISTORY-FILE
006620     END-IF.
006630     PERFORM 5120-CHECK-ONE-PENDING THRU 5120-EXIT
006640         VARYING WS-CCC-INDEX FROM 1 BY 1
006650         UNTIL WS-CCC-INDEX > WS-CCC-COUNT.
006660     IF WS-LATEST-EFFECTIVE NOT = SPACES
006670             AND WS-EFFECTIVE-INPUT < WS-LATEST-EFFECTIVE
006680         DISPLAY 'DPTMAINT - YA HAY UN CAMBIO DE CENTRO CON '
006690             'FECHA ' WS-LATEST-EFFECTIVE ', USE UNA IGUAL O '
006700             'POSTERIOR'
006710         GO TO 5100-EXIT
006720     END-IF.
006730     SET WS-DATE-VALID TO TRUE.
006740 5100-EXIT.
006750     EXIT.
006760
006770 5110-SCAN-ONE-HISTORY.
006780     READ CC-HISTORY-FILE
006790         AT END
006800             GO TO 5110-EXIT
006810     END-READ.
006820     IF DCH-DPT-CODE = WS-CODE-INPUT
006830             AND (WS-LATEST-EFFECTIVE = SPACES
006840                  OR DCH-EFFECTIVE-DATE > WS-LATEST-EFFECTIVE)
006850         MOVE DCH-EFFECTIVE-DATE TO WS-LATEST-EFFECTIVE
006860     END-IF.
006870 5110-EXIT.
006880     EXIT.
006890
006900 5120-CHECK-ONE-PENDING.
006910     IF WS-CCC-DPT-CODE (WS-CCC-INDEX) = WS-CODE-INPUT
006920             AND (WS-LATEST-EFFECTIVE = SPACES
006930                  OR WS-CCC-EFFECTIVE (WS-CCC-INDEX)
006940                     > WS-LATEST-EFFECTIVE)
006950         MOVE WS-CCC-EFFECTIVE (WS-CCC-INDEX)
006960             TO WS-LATEST-EFFECTIVE
006970     END-IF.
006980 5120-EXIT.
006990     EXIT.
007000
007010*-----------------------------------------------------------*
007020* 5500-DELETE-DEPARTMENT - BAJA: REFUSED WHILE ANY EMPLOYEE   *
007030* ON EMPMAST STILL CARRIES THE CODE (THEY ARE LISTED, MOVE    *
007040* THEM WITH EMPMAINT FIRST), OR WHEN EMPMAST CANNOT BE READ   *
007050* TO PROVE THERE ARE NONE                                     *
007060*-----------------------------------------------------------*
007070 5500-DELETE-DEPARTMENT.
007080     PERFORM 4100-ACCEPT-CODE THRU 4100-EXIT.
007090     IF WS-CODE-INPUT = SPACES
007100         GO TO 5500-EXIT
007110     END-IF.
007120     MOVE WS-CODE-INPUT TO WS-SEARCH-CODE.
007130     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
007140     IF WS-DEPT-NOT-FOUND
007150         DISPLAY 'DPTMAINT - DEPARTAMENTO NO ENCONTRADO: '
007160             WS-CODE-INPUT
007170         GO TO 5500-EXIT
007180     END-IF.
007190     OPEN INPUT EMPLOYEE-MASTER.
007200     IF NOT FS-EMP-OK
007210         DISPLAY 'DPTMAINT - *** EMPLOYEE MASTER FILE NOT '
007220             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
007230             ' - BAJA NO PERMITIDA ***'
007240         GO TO 5500-EXIT
007250     END-IF.
007260     MOVE 0 TO WS-MEMBER-COUNT.
007270     PERFORM 5510-CHECK-ONE-EMPLOYEE THRU 5510-EXIT
007280         UNTIL NOT FS-EMP-OK.
007290     CLOSE EMPLOYEE-MASTER.
007300     IF WS-MEMBER-COUNT > 0
007310         DISPLAY 'DPTMAINT - BAJA RECHAZADA, EMPLEADOS EN EL '
007320             'DEPARTAMENTO: ' WS-MEMBER-COUNT
007330         GO TO 5500-EXIT
007340     END-IF.
007350
007380     PERFORM 6100-BUILD-BEFORE-IMAGE THRU 6100-EXIT.
007390     PERFORM 5520-SHIFT-ONE-ENTRY THRU 5520-EXIT
007400         VARYING WS-DPT-INDEX FROM WS-DPT-INDEX BY 1
007410         UNTIL WS-DPT-INDEX NOT < WS-DPT-COUNT.
007420     SUBTRACT 1 FROM WS-DPT-COUNT.
007430     SET WS-FILE-DIRTY TO TRUE.
007440     MOVE SPACES TO WS-AFTER-IMAGE.
007450     MOVE 'BAJA' TO WS-AUDIT-ACTION.
007460     PERFORM 7000-WRITE-DEPT-AUDIT THRU 7000-EXIT.
007470     DISPLAY 'DPTMAINT - BAJA REGISTRADA: ' WS-CODE-INPUT.
007480 5500-EXIT.
007490     EXIT.
007500
007510 5510-CHECK-ONE-EMPLOYEE.
007520     READ EMPLOYEE-MASTER
007530         AT END
007540             GO TO 5510-EXIT
007550     END-READ.
007560     IF EMP-DEPT = WS-CODE-INPUT
007570         ADD 1 TO WS-MEMBER-COUNT
007580         DISPLAY 'DPTMAINT -   EMPLEADO ' EMP-ID ' '
007590             EMP-NOMBRE
007600     END-IF.
007610 5510-EXIT.
007620     EXIT.
007630
007640 5520-SHIFT-ONE-ENTRY.
007650     COMPUTE WS-DPT-NEXT = WS-DPT-INDEX + 1.
007660     MOVE WS-DPT-ENTRY (WS-DPT-NEXT)
007670         TO WS-DPT-ENTRY (WS-DPT-INDEX).
007680 5520-EXIT.
007690     EXIT.
007700
007710*-----------------------------------------------------------*
007720* 6000-FIND-DEPARTMENT - LEAVE WS-DPT-INDEX ON THE ROW WHOSE  *
007730* CODE MATCHES WS-SEARCH-CODE                                 *
007740*-----------------------------------------------------------*
007750 6000-FIND-DEPARTMENT.
007760     SET WS-DEPT-NOT-FOUND TO TRUE.
007770     PERFORM 6010-MATCH-ONE-DEPT THRU 6010-EXIT
007780         VARYING WS-DPT-INDEX FROM 1 BY 1
007790         UNTIL WS-DPT-INDEX > WS-DPT-COUNT
007800             OR WS-DEPT-FOUND.
007810     IF WS-DEPT-FOUND
007820         SUBTRACT 1 FROM WS-DPT-INDEX
007830     END-IF.
007840 6000-EXIT.
007850     EXIT.
007860
007870 6010-MATCH-ONE-DEPT.
007880     IF WS-DPT-CODE (WS-DPT-INDEX) = WS-SEARCH-CODE
007890         SET WS-DEPT-FOUND TO TRUE
007900     END-IF.
007910 6010-EXIT.
007920     EXIT.
007930
007940*-----------------------------------------------------------*
007950* 6100/6200 - BEFORE AND AFTER IMAGES OF THE TABLE ROW IN     *
007960* THE DEPTMAST RECORD LAYOUT                                  *
007970*-----------------------------------------------------------*
007980 6100-BUILD-BEFORE-IMAGE.
007990     MOVE WS-DPT-CODE (WS-DPT-INDEX)   TO DPT-CODE.
008000     MOVE WS-DPT-NOMBRE (WS-DPT-INDEX) TO DPT-NOMBRE.
008010     MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX) TO DPT-COST-CENTRE.
008020     MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE.
008030 6100-EXIT.
008040     EXIT.
008050
008060 6200-BUILD-AFTER-IMAGE.
008070     MOVE WS-DPT-CODE (WS-DPT-INDEX)   TO DPT-CODE.
008080     MOVE WS-DPT-NOMBRE (WS-DPT-INDEX) TO DPT-NOMBRE.
008090     MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX) TO DPT-COST-CENTRE.
008100     MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE.
008110 6200-EXIT.
008120     EXIT.
008130
008140*-----------------------------------------------------------*
008150* 7000-WRITE-DEPT-AUDIT - ONE AUDIT RECORD PER CHANGE WITH    *
008160* THE BEFORE/AFTER DEPARTMENT IMAGES                          *
008170*-----------------------------------------------------------*
008180 7000-WRITE-DEPT-AUDIT.
008190     OPEN EXTEND AUDIT-LOG-FILE.
008200     IF NOT FS-AUDIT-OK
008210         CLOSE AUDIT-LOG-FILE
008220         OPEN OUTPUT AUDIT-LOG-FILE
008230     END-IF.
008240     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
008250     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
008260     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
008270     MOVE WS-CODE-INPUT   TO AUD-KEY-VALUE.
008280     MOVE WS-AUDIT-ACTION TO AUD-ACTION.
008290     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
008300     MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE.
008310     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
008320     WRITE AUDIT-LOG-RECORD.
008330     CLOSE AUDIT-LOG-FILE.
008340 7000-EXIT.
008350     EXIT.
008360
008370*-----------------------------------------------------------*
008380* 8000-REWRITE-DEPARTMENTS - WRITE THE TABLE BACK OVER        *
008390* DEPTMAST ON FIN WHEN SOMETHING CHANGED, THEN APPEND THE     *
008400* SESSION'S COST-CENTRE CHANGES TO THE DEPTCCH HISTORY        *
008410*-----------------------------------------------------------*
008420 8000-REWRITE-DEPARTMENTS.
008430     IF NOT WS-FILE-DIRTY
008440         GO TO 8000-EXIT
008450     END-IF.
008460     OPEN OUTPUT DEPARTMENT-FILE.
008470     PERFORM 8100-WRITE-ONE-DEPT THRU 8100-EXIT
008480         VARYING WS-DPT-INDEX FROM 1 BY 1
008490         UNTIL WS-DPT-INDEX > WS-DPT-COUNT.
008500     CLOSE DEPARTMENT-FILE.
008510     DISPLAY 'DPTMAINT - FICHERO DEPTMAST REESCRITO'.
008520     IF WS-CCC-COUNT = 0
008530         GO TO 8000-EXIT
008540     END-IF.
008550     OPEN EXTEND CC-HISTORY-FILE.
008560     IF NOT FS-DCH-OK
008570         CLOSE CC-HISTORY-FILE
008580         OPEN OUTPUT CC-HISTORY-FILE
008590     END-IF.
008600     PERFORM 8200-WRITE-ONE-HISTORY THRU 8200-EXIT
008610         VARYING WS-CCC-INDEX FROM 1 BY 1
008620         UNTIL WS-CCC-INDEX > WS-CCC-COUNT.
008630     CLOSE CC-HISTORY-FILE.
008640     DISPLAY 'DPTMAINT - CAMBIOS DE CENTRO A DEPTCCH: '
008650         WS-CCC-COUNT.
008660 8000-EXIT.
008670     EXIT.
008680
008690 8100-WRITE-ONE-DEPT.
008700     MOVE WS-DPT-CODE (WS-DPT-INDEX)   TO DPT-CODE.
008710     MOVE WS-DPT-NOMBRE (WS-DPT-INDEX) TO DPT-NOMBRE.
008720     MOVE WS-DPT-COST-CENTRE (WS-DPT-INDEX) TO DPT-COST-CENTRE.
008730     WRITE DEPARTMENT-RECORD.
008740 8100-EXIT.
008750     EXIT.
008760
008770 8200-WRITE-ONE-HISTORY.
008780     MOVE WS-CCC-DPT-CODE (WS-CCC-INDEX)  TO DCH-DPT-CODE.
008790     MOVE WS-CCC-EFFECTIVE (WS-CCC-INDEX) TO DCH-EFFECTIVE-DATE.
008800     MOVE WS-CCC-OLD-CENTRE (WS-CCC-INDEX)
008810         TO DCH-OLD-COST-CENTRE.
008820     MOVE WS-CCC-NEW-CENTRE (WS-CCC-INDEX)
008830         TO DCH-NEW-COST-CENTRE.
008840     MOVE WS-RUN-DATE-NUM     TO DCH-ENTERED-DATE.
008850     MOVE WS-SESSION-INITIALS TO DCH-OPERATOR.
008860     WRITE DEPT-CC-HISTORY-RECORD.
008870 8200-EXIT.
008880     EXIT.
008890
008900*-----------------------------------------------------------*
008910* 9000-TERMINATE - NOTHING LEFT OPEN; THE PER-ACTION AUDIT    *
008920* RECORDS ALREADY COVER THE SESSION                           *
008930*-----------------------------------------------------------*
008940 9000-TERMINATE.
008950     DISPLAY 'DPTMAINT - FIN'.
008960 9000-EXIT.
008970     EXIT.
