000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     EMPFEED.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-09.
000160 DATE-COMPILED.  2026-10-09.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-09 ILP   ORIGINAL - NIGHTLY OUTBOUND EMPLOYEE CHANGE
000210*                  FEED FOR HR AND THE ACCESS-BADGE SYSTEM, BUILT
000220*                  FROM THE AUDITLOG ROWS THAT CARRY EMPLOYEE
000230*                  MASTER IMAGES (EMPMAINT ALTA/CAMBIO/BAJA,
000240*                  EMPLOAD REFBAJA LEAVERS, FICHAJES HOURS AND
000250*                  TARAPLIC RATE CHANGES). THE FEEDCTL CONTROL ROW
000260*                  KEEPS HOW MANY AUDITLOG ROWS THE LAST EXTRACT
000270*                  READ AND THE IMAGE OF THE LAST ONE, SO EACH RUN
000280*                  SENDS ONLY WHAT CAME AFTER; WHEN AUDARCHV HAS
000290*                  TRIMMED THE LOG THE ROW IS FOUND AGAIN FURTHER
000300*                  UP, AND IF IT IS GONE THE RUN FALLS BACK TO THE
000310*                  ROWS STAMPED AFTER IT WITH RC 4. THE EMPCAMB
000320*                  FEED HAS AN H RECORD WITH THE FEED SEQUENCE AND
000330*                  COUNT, ONE D RECORD PER CHANGE WITH THE CHANGED
000340*                  FIELDS OLD AND NEW, AND A T RECORD WITH THE
000350*                  COUNT AGAIN. FEEDCTL ONLY MOVES ON AFTER A RUN
000360*                  BELOW RC 8, SO A FAILED NIGHT IS SENT AGAIN. AN
000370*                  EMPBKUP RELOAD CANNOT BE ITEMISED AND IS WARNED
000380*                  WITH RC 4. PLANTRPT PRINTS THE MONTH'S
000390*                  HEADCOUNT MOVEMENT BY DEPARTMENT (MONTH FROM
000400*                  THE EMPFEED PARMFILE CARD, AAAAMM, ELSE THE RUN
000410*                  MONTH): THE CLOSING HEADCOUNT IS THE MASTER
000420*                  WITH LATER MOVEMENTS TAKEN BACK OUT, THE
000430*                  OPENING IS THE CLOSING LESS THE MONTH'S ALTAS
000440*                  AND TRANSFERS IN PLUS ITS BAJAS AND TRANSFERS
000450*                  OUT
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-AUDIT-LOG-FILE.
000530
000540     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS EMP-ID
000580         FILE STATUS IS FS-EMPLOYEE-MASTER.
000590
000600     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-FEED-CONTROL-FILE.
000630
000640     SELECT FEED-WORK-FILE  ASSIGN TO "FEEDWK"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-FEED-WORK-FILE.
000670
000680     SELECT CHANGE-FEED-FILE ASSIGN TO "EMPCAMB"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-CHANGE-FEED-FILE.
000710
000720     SELECT MOVEMENT-REPORT-FILE ASSIGN TO "PLANTRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-MOVEMENT-REPORT-FILE.
000750
000760     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMAST"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-DEPARTMENT-FILE.
000790
000800     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-PARAMETER-FILE.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  AUDIT-LOG-FILE.
000870     COPY AUDITLOG.
000880
000890 FD  EMPLOYEE-MASTER.
000900     COPY EMPMAST.
000910
000920*    ONE ROW: WHERE THE LAST EXTRACT STOPPED IN AUDITLOG
000930 FD  FEED-CONTROL-FILE.
000940 01  FEED-CONTROL-RECORD.
000950     05  FCT-RECORD-COUNT            PIC 9(09).
000960     05  FCT-LAST-RECORD             PIC X(185).
000970     05  FCT-RUN-DATE                PIC X(08).
000980     05  FCT-RUN-TIME                PIC X(08).
000990     05  FCT-FEED-SEQUENCE           PIC 9(06).
001000
001010 FD  FEED-WORK-FILE.
001020 01  FEED-WORK-RECORD                PIC X(133).
001030
001040 FD  CHANGE-FEED-FILE.
001050 01  CHANGE-FEED-RECORD              PIC X(133).
001060
001070 FD  MOVEMENT-REPORT-FILE.
001080 01  MOVEMENT-REPORT-LINE            PIC X(80).
001090
001100 FD  DEPARTMENT-FILE.
001110     COPY DEPTMAST.
001120
001130 FD  PARAMETER-FILE.
001140     COPY PARMCARD.
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-PROGRAM-ID               PIC X(08) VALUE 'EMPFEED'.
001180
001190 01  WS-FILE-STATUSES.
001200     05  FS-AUDIT-LOG-FILE       PIC XX.
001210         88  FS-AUDIT-OK         VALUE '00'.
001220     05  FS-EMPLOYEE-MASTER      PIC XX.
001230         88  FS-EMP-OK           VALUE '00'.
001240     05  FS-FEED-CONTROL-FILE    PIC XX.
001250         88  FS-FCT-OK           VALUE '00'.
001260     05  FS-FEED-WORK-FILE       PIC XX.
001270         88  FS-FWK-OK           VALUE '00'.
001280     05  FS-CHANGE-FEED-FILE     PIC XX.
001290         88  FS-FEED-OK          VALUE '00'.
001300     05  FS-MOVEMENT-REPORT-FILE PIC XX.
001310     05  FS-DEPARTMENT-FILE      PIC XX.
001320         88  FS-DPT-OK           VALUE '00'.
001330         88  FS-DPT-EOF          VALUE '10'.
001340     05  FS-PARAMETER-FILE       PIC XX.
001350         88  FS-PARM-OK          VALUE '00'.
001360
001370 01  WS-RUN-DATE-NUM             PIC 9(08).
001380 01  WS-RUN-TIME                 PIC 9(08).
001390 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001400
001410 01  WS-PARM-FOUND-SW            PIC X(01).
001420     88  WS-PARM-FOUND           VALUE 'Y'.
001430     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001440 01  WS-REPORT-MONTH             PIC X(06).
001450 01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
001460     05  WS-REPORT-YYYY          PIC 9(04).
001470     05  WS-REPORT-MM            PIC 9(02).
001480
001490*    THE LAST EXTRACT, AS FEEDCTL LEFT IT
001500 01  WS-CONTROL-SW               PIC X(01) VALUE 'N'.
001510     88  WS-CONTROL-FOUND        VALUE 'Y'.
001520 01  WS-CTL-RECORD-COUNT         PIC 9(09) COMP VALUE 0.
001530 01  WS-CTL-LAST-RECORD          PIC X(185) VALUE SPACES.
001540 01  WS-CTL-LAST-STAMP           PIC X(16) VALUE SPACES.
001550 01  WS-CTL-FEED-SEQUENCE        PIC 9(06) VALUE 0.
001560
001570*    WHERE THIS EXTRACT STARTS AND STOPS. BY POSITION: EVERY ROW
001580*    AFTER WS-RESUME-COUNT. BY STAMP: EVERY ROW WHOSE RUN DATE
001590*    AND TIME ARE LATER THAN THE LAST ROW SENT
001600 01  WS-RESUME-SW                PIC X(01) VALUE 'P'.
001610     88  WS-RESUME-BY-POSITION   VALUE 'P'.
001620     88  WS-RESUME-BY-STAMP      VALUE 'S'.
001630 01  WS-RESUME-MATCH-SW          PIC X(01) VALUE 'N'.
001640     88  WS-RESUME-MATCHED       VALUE 'Y'.
001650 01  WS-RESUME-COUNT             PIC 9(09) COMP VALUE 0.
001660 01  WS-LOG-COUNT                PIC 9(09) COMP VALUE 0.
001670 01  WS-END-COUNT                PIC 9(09) COMP VALUE 0.
001680 01  WS-ROW-NUMBER               PIC 9(09) COMP VALUE 0.
001690 01  WS-LAST-RECORD              PIC X(185) VALUE SPACES.
001700 01  WS-DISPLAY-COUNT            PIC 9(09).
001710 01  WS-NEW-ROW-SW               PIC X(01).
001720     88  WS-NEW-ROW              VALUE 'Y'.
001730
001740 01  WS-SOURCE-PROGRAM           PIC X(08).
001750     88  WS-MASTER-PROGRAM       VALUE 'EMPMAINT' 'EMPLOAD'
001760                                       'FICHAJES' 'TARAPLIC'.
001770     88  WS-RELOAD-PROGRAM       VALUE 'EMPBKUP'.
001780
001790*    THE AUDIT ROW'S BEFORE AND AFTER MASTER IMAGES BY FIELD
001800 01  WS-OLD-IMAGE.
001810     05  OI-EMP-ID               PIC X(06).
001820     05  OI-NOMBRE               PIC X(30).
001830     05  OI-TURNO                PIC X(01).
001840     05  OI-PAY-RATE             PIC X(07).
001850     05  OI-HOURS                PIC X(05).
001860     05  OI-DEPT                 PIC X(04).
001870     05  FILLER                  PIC X(07).
001880 01  WS-NEW-IMAGE.
001890     05  NI-EMP-ID               PIC X(06).
001900     05  NI-NOMBRE               PIC X(30).
001910     05  NI-TURNO                PIC X(01).
001920     05  NI-PAY-RATE             PIC X(07).
001930     05  NI-HOURS                PIC X(05).
001940     05  NI-DEPT                 PIC X(04).
001950     05  FILLER                  PIC X(07).
001960 01  WS-CHANGE-ACTION            PIC X(08).
001970     88  WS-CHANGE-ALTA          VALUE 'ALTA'.
001980     88  WS-CHANGE-BAJA          VALUE 'BAJA'.
001990     88  WS-CHANGE-CAMBIO        VALUE 'CAMBIO'.
002000 01  WS-IN-MONTH-SW              PIC X(01).
002010     88  WS-IN-MONTH             VALUE 'Y'.
002020     88  WS-AFTER-MONTH          VALUE 'N'.
002030
002040 01  WS-FEED-COUNT               PIC 9(07) COMP VALUE 0.
002050 01  WS-ALTA-COUNT               PIC 9(07) COMP VALUE 0.
002060 01  WS-BAJA-COUNT               PIC 9(07) COMP VALUE 0.
002070 01  WS-CAMBIO-COUNT             PIC 9(07) COMP VALUE 0.
002080 01  WS-NO-CHANGE-COUNT          PIC 9(07) COMP VALUE 0.
002090 01  WS-RELOAD-COUNT             PIC 9(07) COMP VALUE 0.
002100
002110 01  WS-FEED-HEADER-REC.
002120     05  FILLER                  PIC X(01) VALUE 'H'.
002130     05  FH-SEQUENCE             PIC 9(06).
002140     05  FH-RUN-DATE             PIC X(08).
002150     05  FH-COUNT                PIC 9(07).
002160     05  FILLER                  PIC X(111) VALUE SPACES.
002170 01  WS-FEED-DETAIL-REC.
002180     05  FILLER                  PIC X(01) VALUE 'D'.
002190     05  FDT-ACTION              PIC X(08).
002200     05  FDT-EMP-ID              PIC X(06).
002210     05  FDT-EFFECTIVE-DATE      PIC X(08).
002220     05  FDT-OPERATOR            PIC X(03).
002230     05  FDT-SOURCE              PIC X(08).
002240     05  FDT-CHANGED-FLAGS.
002250         10  FDT-FLAG-NOMBRE     PIC X(01).
002260         10  FDT-FLAG-TURNO      PIC X(01).
002270         10  FDT-FLAG-PAY-RATE   PIC X(01).
002280         10  FDT-FLAG-HOURS      PIC X(01).
002290         10  FDT-FLAG-DEPT       PIC X(01).
002300     05  FDT-OLD-VALUES.
002310         10  FDT-OLD-NOMBRE      PIC X(30).
002320         10  FDT-OLD-TURNO       PIC X(01).
002330         10  FDT-OLD-PAY-RATE    PIC X(07).
002340         10  FDT-OLD-HOURS       PIC X(05).
002350         10  FDT-OLD-DEPT        PIC X(04).
002360     05  FDT-NEW-VALUES.
002370         10  FDT-NEW-NOMBRE      PIC X(30).
002380         10  FDT-NEW-TURNO       PIC X(01).
002390         10  FDT-NEW-PAY-RATE    PIC X(07).
002400         10  FDT-NEW-HOURS       PIC X(05).
002410         10  FDT-NEW-DEPT        PIC X(04).
002420 01  WS-FEED-TRAILER-REC.
002430     05  FILLER                  PIC X(01) VALUE 'T'.
002440     05  FT-COUNT                PIC 9(07).
002450     05  FILLER                  PIC X(125) VALUE SPACES.
002460
002470*    DEPARTMENTS: DEPTMAST ORDER FIRST, THEN ANY CODE MET ON THE
002480*    MASTER OR IN AN IMAGE THAT DEPTMAST DOES NOT HAVE
002490 01  WS-DEPT-TABLE.
002500     05  WS-DPT-COUNT            PIC 9(03) COMP VALUE 0.
002510     05  WS-DPT-ENTRY OCCURS 50 TIMES.
002520         10  WS-DPT-CODE         PIC X(04).
002530         10  WS-DPT-NOMBRE       PIC X(30).
002540         10  WS-DPT-CURRENT      PIC S9(05) COMP.
002550         10  WS-DPT-STARTERS     PIC S9(05) COMP.
002560         10  WS-DPT-LEAVERS      PIC S9(05) COMP.
002570         10  WS-DPT-TRANSFER-IN  PIC S9(05) COMP.
002580         10  WS-DPT-TRANSFER-OUT PIC S9(05) COMP.
002590         10  WS-DPT-LATER-NET    PIC S9(05) COMP.
002600 01  WS-DPT-INDEX                PIC 9(03) COMP.
002610 01  WS-DPT-FOUND-IX             PIC 9(03) COMP.
002620 01  WS-LOOKUP-DEPT              PIC X(04).
002630 01  WS-DPT-OVERFLOW-SW          PIC X(01) VALUE 'N'.
002640     88  WS-DPT-OVERFLOW         VALUE 'Y'.
002650
002660 01  WS-OPENING                  PIC S9(05) COMP.
002670 01  WS-CLOSING                  PIC S9(05) COMP.
002680 01  WS-TOTAL-OPENING            PIC S9(06) COMP VALUE 0.
002690 01  WS-TOTAL-STARTERS           PIC S9(06) COMP VALUE 0.
002700 01  WS-TOTAL-LEAVERS            PIC S9(06) COMP VALUE 0.
002710 01  WS-TOTAL-TRANSFER-IN        PIC S9(06) COMP VALUE 0.
002720 01  WS-TOTAL-TRANSFER-OUT       PIC S9(06) COMP VALUE 0.
002730 01  WS-TOTAL-CLOSING            PIC S9(06) COMP VALUE 0.
002740
002750 01  WS-REPORT-HEADER.
002760     05  FILLER                  PIC X(33)
002770         VALUE 'EMPFEED MOVIMIENTO DE PLANTILLA  '.
002780     05  FILLER                  PIC X(05) VALUE 'MES: '.
002790     05  RH-MONTH                PIC X(06).
002800     05  FILLER                  PIC X(10) VALUE '  EMITIDO '.
002810     05  RH-RUN-DATE             PIC X(08).
002820     05  FILLER                  PIC X(18) VALUE SPACES.
002830
002840 01  WS-LEGEND-LINE.
002850     05  FILLER                  PIC X(40)
002860         VALUE 'APERTURA = CIERRE - ALTAS + BAJAS - TRAS'.
002870     05  FILLER                  PIC X(40)
002880         VALUE 'LADOS DE ENTRADA + TRASLADOS DE SALIDA  '.
002890
002900 01  WS-COLUMN-HEADING.
002910     05  FILLER                  PIC X(25)
002920         VALUE 'DPTO NOMBRE              '.
002930     05  FILLER                  PIC X(48)
002940         VALUE '   APER.   ALTAS   BAJAS  TR.ENT  TR.SAL  CIERRE'.
002950     05  FILLER                  PIC X(07) VALUE SPACES.
002960
002970 01  WS-MOVEMENT-DETAIL.
002980     05  MD-DEPT                 PIC X(04).
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  MD-NOMBRE               PIC X(20).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  MD-OPENING              PIC -ZZZZ9.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  MD-STARTERS             PIC -ZZZZ9.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  MD-LEAVERS              PIC -ZZZZ9.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  MD-TRANSFER-IN          PIC -ZZZZ9.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  MD-TRANSFER-OUT         PIC -ZZZZ9.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  MD-CLOSING              PIC -ZZZZ9.
003130     05  FILLER                  PIC X(07) VALUE SPACES.
003140
003150 01  WS-TOTAL-LINE.
003160     05  TL-LABEL                PIC X(28).
003170     05  TL-COUNT                PIC ZZZZZZ9.
003180     05  FILLER                  PIC X(45) VALUE SPACES.
003190
003200 01  WS-AUD-KEY-COMPOSED.
003210     05  AK-SEQUENCE             PIC 9(06).
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  AK-COUNT                PIC 9(07).
003240
003250 PROCEDURE DIVISION.
003260
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003290     IF WS-RETURN-CODE < 8
003300         PERFORM 2000-FIND-RESUME-POINT THRU 2000-EXIT
003310         PERFORM 3000-EXTRACT-CHANGES   THRU 3000-EXIT
003320         PERFORM 4000-COUNT-HEADCOUNT   THRU 4000-EXIT
003330         PERFORM 5000-WRITE-FEED        THRU 5000-EXIT
003340         PERFORM 6000-PRINT-MOVEMENT    THRU 6000-EXIT
003350     END-IF.
003360     IF WS-RETURN-CODE < 8
003370         PERFORM 7000-UPDATE-CONTROL    THRU 7000-EXIT
003380     END-IF.
003390     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003400     MOVE WS-RETURN-CODE TO RETURN-CODE.
003410     GOBACK.
003420 0000-EXIT.
003430     EXIT.
003440
003450*-----------------------------------------------------------*
003460* 1000-INITIALIZE - THE REPORT MONTH, THE LAST EXTRACT'S      *
003470* CONTROL ROW, THE INPUT FILES CHECKED AND THE DEPARTMENT     *
003480* NAMES LOADED                                                *
003490*-----------------------------------------------------------*
003500 1000-INITIALIZE.
003510     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
003520     ACCEPT WS-RUN-TIME     FROM TIME.
003530     MOVE 0 TO WS-RETURN-CODE.
003540
003550     PERFORM 1100-READ-MONTH-PARAMETER THRU 1100-EXIT.
003560     IF WS-RETURN-CODE NOT = 0
003570         GO TO 1000-EXIT
003580     END-IF.
003590
003600     OPEN INPUT AUDIT-LOG-FILE.
003610     IF NOT FS-AUDIT-OK
003620         DISPLAY 'EMPFEED - *** FICHERO AUDITLOG NO DISPONIBLE, '
003630             'STATUS: ' FS-AUDIT-LOG-FILE
003640         MOVE 16 TO WS-RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     CLOSE AUDIT-LOG-FILE.
003680
003690     OPEN INPUT EMPLOYEE-MASTER.
003700     IF NOT FS-EMP-OK
003710         DISPLAY 'EMPFEED - *** EMPLOYEE MASTER FILE NOT '
003720             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
003730         MOVE 16 TO WS-RETURN-CODE
003740         GO TO 1000-EXIT
003750     END-IF.
003760     CLOSE EMPLOYEE-MASTER.
003770
003780     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
003790     IF WS-RETURN-CODE NOT < 8
003800         GO TO 1000-EXIT
003810     END-IF.
003820
003830     PERFORM 1300-LOAD-DEPARTMENTS THRU 1300-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860
003870*-----------------------------------------------------------*
003880* 1100-READ-MONTH-PARAMETER - THE EMPFEED PARMFILE CARD       *
003890* CARRIES THE MONTH OF THE MOVEMENT REPORT (AAAAMM). NO CARD  *
003900* REPORTS THE RUN MONTH; A CARD THAT IS NOT A REAL MONTH      *
003910* FAILS THE STEP (RC 16) PER THE PARMFILE CONVENTION          *
003920*-----------------------------------------------------------*
003930 1100-READ-MONTH-PARAMETER.
003940     MOVE WS-RUN-DATE-NUM (1:6) TO WS-REPORT-MONTH.
003950     SET WS-PARM-NOT-FOUND TO TRUE.
003960     OPEN INPUT PARAMETER-FILE.
003970     IF NOT FS-PARM-OK
003980         GO TO 1100-EXIT
003990     END-IF.
004000     PERFORM 1110-SCAN-ONE-PARAMETER THRU 1110-EXIT
004010         UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND.
004020     CLOSE PARAMETER-FILE.
004030     IF WS-PARM-NOT-FOUND
004040         GO TO 1100-EXIT
004050     END-IF.
004060     IF WS-REPORT-MONTH IS NOT NUMERIC
004070             OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
004080         DISPLAY 'EMPFEED - *** MES NO VALIDO EN PARMFILE: '
004090             WS-REPORT-MONTH ' ***'
004100         MOVE 16 TO WS-RETURN-CODE
004110         GO TO 1100-EXIT
004120     END-IF.
004130     DISPLAY 'EMPFEED - MOVIMIENTO DE PLANTILLA DEL MES: '
004140         WS-REPORT-MONTH.
004150 1100-EXIT.
004160     EXIT.
004170
004180 1110-SCAN-ONE-PARAMETER.
004190     READ PARAMETER-FILE
004200         AT END
004210             GO TO 1110-EXIT
004220     END-READ.
004230     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
004240         MOVE PRM-VALUE (1:6) TO WS-REPORT-MONTH
004250         SET WS-PARM-FOUND TO TRUE
004260     END-IF.
004270 1110-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------*
004310* 1200-READ-CONTROL - WHERE THE LAST EXTRACT STOPPED. NO      *
004320* FEEDCTL IS THE FIRST EXTRACT: THE WHOLE LOG IS SENT, RC 4.  *
004330* A DAMAGED ROW FAILS THE STEP RATHER THAN GUESS              *
004340*-----------------------------------------------------------*
004350 1200-READ-CONTROL.
004360     OPEN INPUT FEED-CONTROL-FILE.
004370     IF NOT FS-FCT-OK
004380         GO TO 1200-FIRST-EXTRACT
004390     END-IF.
004400     READ FEED-CONTROL-FILE
004410         AT END
004420             CLOSE FEED-CONTROL-FILE
004430             GO TO 1200-FIRST-EXTRACT
004440     END-READ.
004450     CLOSE FEED-CONTROL-FILE.
004460     IF FCT-RECORD-COUNT IS NOT NUMERIC
004470             OR FCT-FEED-SEQUENCE IS NOT NUMERIC
004480         DISPLAY 'EMPFEED - *** FILA DE CONTROL FEEDCTL NO '
004490             'VALIDA, EXTRACCION NO REALIZADA ***'
004500         MOVE 16 TO WS-RETURN-CODE
004510         GO TO 1200-EXIT
004520     END-IF.
004530     SET WS-CONTROL-FOUND TO TRUE.
004540     MOVE FCT-RECORD-COUNT      TO WS-CTL-RECORD-COUNT.
004550     MOVE FCT-LAST-RECORD       TO WS-CTL-LAST-RECORD.
004560     MOVE FCT-LAST-RECORD (9:16) TO WS-CTL-LAST-STAMP.
004570     MOVE FCT-FEED-SEQUENCE     TO WS-CTL-FEED-SEQUENCE.
004580     DISPLAY 'EMPFEED - ULTIMA EXTRACCION: ' FCT-RUN-DATE
004590         ' ' FCT-RUN-TIME ' ENVIO ' FCT-FEED-SEQUENCE
004600         ' FILAS LEIDAS ' FCT-RECORD-COUNT.
004610     GO TO 1200-EXIT.
004620 1200-FIRST-EXTRACT.
004630     DISPLAY 'EMPFEED - SIN FILA DE CONTROL FEEDCTL, PRIMERA '
004640         'EXTRACCION: SE ENVIA TODO EL AUDITLOG'.
004650     MOVE 4 TO WS-RETURN-CODE.
004660 1200-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------*
004700* 1300-LOAD-DEPARTMENTS - DEPARTMENT CODES AND NAMES FOR THE  *
004710* MOVEMENT REPORT; WITHOUT DEPTMAST THE CODES COME FROM THE   *
004720* MASTER AND THE IMAGES ALONE                                 *
004730*-----------------------------------------------------------*
004740 1300-LOAD-DEPARTMENTS.
004750     MOVE 0 TO WS-DPT-COUNT.
004760     OPEN INPUT DEPARTMENT-FILE.
004770     IF NOT FS-DPT-OK
004780         DISPLAY 'EMPFEED - FICHERO DEPTMAST NO DISPONIBLE, '
004790             'STATUS: ' FS-DEPARTMENT-FILE
004800             ', DEPARTAMENTOS SIN NOMBRE'
004810         GO TO 1300-EXIT
004820     END-IF.
004830     PERFORM 1310-LOAD-ONE-DEPT THRU 1310-EXIT
004840         UNTIL FS-DPT-EOF.
004850     CLOSE DEPARTMENT-FILE.
004860 1300-EXIT.
004870     EXIT.
004880
004890 1310-LOAD-ONE-DEPT.
004900     READ DEPARTMENT-FILE
004910         AT END
004920             GO TO 1310-EXIT
004930     END-READ.
004940     IF DPT-CODE = SPACES OR DPT-CODE = LOW-VALUES
004950         GO TO 1310-EXIT
004960     END-IF.
004970     MOVE DPT-CODE TO WS-LOOKUP-DEPT.
004980     PERFORM 3400-FIND-DEPT THRU 3400-EXIT.
004990     IF WS-DPT-FOUND-IX > 0
005000         MOVE DPT-NOMBRE TO WS-DPT-NOMBRE (WS-DPT-FOUND-IX)
005010     END-IF.
005020 1310-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------*
005060* 2000-FIND-RESUME-POINT - COUNT THE LOG AND FIND THE LAST    *
005070* ROW SENT. IT IS NORMALLY AT THE SAME POSITION; AFTER AN     *
005080* AUDARCHV RUN IT IS FURTHER UP, SO THE LAST MATCH AT OR      *
005090* BEFORE THE OLD POSITION WINS. NOT FOUND AT ALL, THE ROWS    *
005100* STAMPED AFTER IT ARE TAKEN INSTEAD, RC 4                    *
005110*-----------------------------------------------------------*
005120 2000-FIND-RESUME-POINT.
005130     MOVE 0 TO WS-LOG-COUNT
005140               WS-RESUME-COUNT.
005150     MOVE SPACES TO WS-LAST-RECORD.
005160     IF WS-CONTROL-FOUND AND WS-CTL-RECORD-COUNT = 0
005170         SET WS-RESUME-MATCHED TO TRUE
005180     END-IF.
005190     OPEN INPUT AUDIT-LOG-FILE.
005200     PERFORM 2100-SCAN-ONE-ROW THRU 2100-EXIT
005210         UNTIL NOT FS-AUDIT-OK.
005220     CLOSE AUDIT-LOG-FILE.
005230     MOVE WS-LOG-COUNT TO WS-END-COUNT.
005240
005250     IF NOT WS-CONTROL-FOUND
005260         SET WS-RESUME-BY-POSITION TO TRUE
005270         GO TO 2000-EXIT
005280     END-IF.
005290     IF WS-RESUME-MATCHED
005300         SET WS-RESUME-BY-POSITION TO TRUE
005310         IF WS-RESUME-COUNT NOT = WS-CTL-RECORD-COUNT
005320             MOVE WS-RESUME-COUNT TO WS-DISPLAY-COUNT
005330             DISPLAY 'EMPFEED - AUDITLOG ARCHIVADO DESDE LA '
005340                 'ULTIMA EXTRACCION, SE REANUDA TRAS LA FILA '
005350                 WS-DISPLAY-COUNT
005360         END-IF
005370         GO TO 2000-EXIT
005380     END-IF.
005390     SET WS-RESUME-BY-STAMP TO TRUE.
005400     DISPLAY 'EMPFEED - *** ULTIMA FILA ENVIADA NO ENCONTRADA EN '
005410         'AUDITLOG, SE ENVIAN LAS FILAS POSTERIORES A '
005420         WS-CTL-LAST-STAMP ' ***'.
005430     IF WS-RETURN-CODE < 4
005440         MOVE 4 TO WS-RETURN-CODE
005450     END-IF.
005460 2000-EXIT.
005470     EXIT.
005480
005490 2100-SCAN-ONE-ROW.
005500     READ AUDIT-LOG-FILE
005510         AT END
005520             GO TO 2100-EXIT
005530     END-READ.
005540     IF NOT FS-AUDIT-OK
005550         GO TO 2100-EXIT
005560     END-IF.
005570     ADD 1 TO WS-LOG-COUNT.
005580     MOVE AUDIT-LOG-RECORD TO WS-LAST-RECORD.
005590     IF WS-CONTROL-FOUND
005600             AND WS-LOG-COUNT NOT > WS-CTL-RECORD-COUNT
005610             AND AUDIT-LOG-RECORD = WS-CTL-LAST-RECORD
005620         MOVE WS-LOG-COUNT TO WS-RESUME-COUNT
005630         SET WS-RESUME-MATCHED TO TRUE
005640     END-IF.
005650 2100-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------*
005690* 3000-EXTRACT-CHANGES - ONE PASS OF THE LOG UP TO THE ROW    *
005700* COUNTED ABOVE (ROWS APPENDED MEANWHILE WAIT FOR THE NEXT    *
005710* NIGHT). EVERY MASTER IMAGE ROW FEEDS THE MONTH'S MOVEMENT;  *
005720* THE ONES NOT YET SENT ALSO GO TO THE FEED WORK FILE         *
005730*-----------------------------------------------------------*
005740 3000-EXTRACT-CHANGES.
005750     MOVE 0 TO WS-ROW-NUMBER.
005760     OPEN OUTPUT FEED-WORK-FILE.
005770     OPEN INPUT AUDIT-LOG-FILE.
005780     PERFORM 3100-EXTRACT-ONE-ROW THRU 3100-EXIT
005790         UNTIL NOT FS-AUDIT-OK
005800             OR WS-ROW-NUMBER NOT < WS-END-COUNT.
005810     CLOSE AUDIT-LOG-FILE.
005820     CLOSE FEED-WORK-FILE.
005830 3000-EXIT.
005840     EXIT.
005850
005860 3100-EXTRACT-ONE-ROW.
005870     READ AUDIT-LOG-FILE
005880         AT END
005890             GO TO 3100-EXIT
005900     END-READ.
005910     IF NOT FS-AUDIT-OK
005920         GO TO 3100-EXIT
005930     END-IF.
005940     ADD 1 TO WS-ROW-NUMBER.
005950     MOVE 'N' TO WS-NEW-ROW-SW.
005960     IF WS-RESUME-BY-POSITION
005970         IF WS-ROW-NUMBER > WS-RESUME-COUNT
005980             SET WS-NEW-ROW TO TRUE
005990         END-IF
006000     ELSE
006010         IF AUDIT-LOG-RECORD (9:16) > WS-CTL-LAST-STAMP
006020             SET WS-NEW-ROW TO TRUE
006030         END-IF
006040     END-IF.
006050
006060     MOVE AUD-PROGRAM-ID TO WS-SOURCE-PROGRAM.
006070     IF WS-RELOAD-PROGRAM AND AUD-ACTION = 'RECARGA'
006080             AND WS-NEW-ROW
006090         DISPLAY 'EMPFEED - *** RECARGA DEL MAESTRO POR EMPBKUP '
006100             'EL ' AUD-RUN-DATE ' ' AUD-RUN-TIME ' (COPIA '
006110             AUD-KEY-VALUE '), SUS CAMBIOS NO VAN EN EL ENVIO ***'
006120         ADD 1 TO WS-RELOAD-COUNT
006130         IF WS-RETURN-CODE < 4
006140             MOVE 4 TO WS-RETURN-CODE
006150         END-IF
006160         GO TO 3100-EXIT
006170     END-IF.
006180     IF NOT WS-MASTER-PROGRAM
006190         GO TO 3100-EXIT
006200     END-IF.
006210     IF AUD-BEFORE-IMAGE = SPACES AND AUD-AFTER-IMAGE = SPACES
006220         GO TO 3100-EXIT
006230     END-IF.
006240
006250     MOVE AUD-BEFORE-IMAGE TO WS-OLD-IMAGE.
006260     MOVE AUD-AFTER-IMAGE  TO WS-NEW-IMAGE.
006270     EVALUATE TRUE
006280         WHEN AUD-BEFORE-IMAGE = SPACES
006290             SET WS-CHANGE-ALTA TO TRUE
006300         WHEN AUD-AFTER-IMAGE = SPACES
006310             SET WS-CHANGE-BAJA TO TRUE
006320         WHEN OTHER
006330             SET WS-CHANGE-CAMBIO TO TRUE
006340     END-EVALUATE.
006350
006360     IF AUD-RUN-DATE (1:6) NOT < WS-REPORT-MONTH
006370         PERFORM 3200-COUNT-MOVEMENT THRU 3200-EXIT
006380     END-IF.
006390     IF WS-NEW-ROW
006400         PERFORM 3300-WRITE-CHANGE THRU 3300-EXIT
006410     END-IF.
006420 3100-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------*
006460* 3200-COUNT-MOVEMENT - AN ALTA, A BAJA OR A DEPARTMENT       *
006470* CHANGE IN THE REPORT MONTH COUNTS IN ITS COLUMN; ONE AFTER  *
006480* THE MONTH IS KEPT AS A NET FIGURE TO TAKE THE MASTER BACK   *
006490* TO THE MONTH END                                            *
006500*-----------------------------------------------------------*
006510 3200-COUNT-MOVEMENT.
006520     IF AUD-RUN-DATE (1:6) = WS-REPORT-MONTH
006530         SET WS-IN-MONTH TO TRUE
006540     ELSE
006550         SET WS-AFTER-MONTH TO TRUE
006560     END-IF.
006570     IF WS-CHANGE-ALTA
006580         MOVE NI-DEPT TO WS-LOOKUP-DEPT
006590         PERFORM 3400-FIND-DEPT THRU 3400-EXIT
006600         IF WS-DPT-FOUND-IX > 0
006610             IF WS-IN-MONTH
006620                 ADD 1 TO WS-DPT-STARTERS (WS-DPT-FOUND-IX)
006630             ELSE
006640                 ADD 1 TO WS-DPT-LATER-NET (WS-DPT-FOUND-IX)
006650             END-IF
006660         END-IF
006670         GO TO 3200-EXIT
006680     END-IF.
006690     IF WS-CHANGE-BAJA
006700         MOVE OI-DEPT TO WS-LOOKUP-DEPT
006710         PERFORM 3400-FIND-DEPT THRU 3400-EXIT
006720         IF WS-DPT-FOUND-IX > 0
006730             IF WS-IN-MONTH
006740                 ADD 1 TO WS-DPT-LEAVERS (WS-DPT-FOUND-IX)
006750             ELSE
006760                 SUBTRACT 1
006770                     FROM WS-DPT-LATER-NET (WS-DPT-FOUND-IX)
006780             END-IF
006790         END-IF
006800         GO TO 3200-EXIT
006810     END-IF.
006820     IF OI-DEPT = NI-DEPT
006830         GO TO 3200-EXIT
006840     END-IF.
006850     MOVE OI-DEPT TO WS-LOOKUP-DEPT.
006860     PERFORM 3400-FIND-DEPT THRU 3400-EXIT.
006870     IF WS-DPT-FOUND-IX > 0
006880         IF WS-IN-MONTH
006890             ADD 1 TO WS-DPT-TRANSFER-OUT (WS-DPT-FOUND-IX)
006900         ELSE
006910             SUBTRACT 1 FROM WS-DPT-LATER-NET (WS-DPT-FOUND-IX)
006920         END-IF
006930     END-IF.
006940     MOVE NI-DEPT TO WS-LOOKUP-DEPT.
006950     PERFORM 3400-FIND-DEPT THRU 3400-EXIT.
006960     IF WS-DPT-FOUND-IX > 0
006970         IF WS-IN-MONTH
006980             ADD 1 TO WS-DPT-TRANSFER-IN (WS-DPT-FOUND-IX)
006990         ELSE
007000             ADD 1 TO WS-DPT-LATER-NET (WS-DPT-FOUND-IX)
007010         END-IF
007020     END-IF.
007030 3200-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------*
007070* 3300-WRITE-CHANGE - ONE FEED DETAIL PER CHANGE. ONLY THE    *
007080* FIELDS THAT CHANGED CARRY VALUES, FLAGGED S; AN ALTA HAS    *
007090* NO OLD VALUES AND A BAJA NO NEW ONES. A CAMBIO ROW THAT     *
007100* CHANGED NOTHING IS COUNTED AND NOT SENT                     *
007110*-----------------------------------------------------------*
007120 3300-WRITE-CHANGE.
007130     MOVE SPACES TO FDT-CHANGED-FLAGS
007140                    FDT-OLD-VALUES
007150                    FDT-NEW-VALUES.
007160     IF WS-CHANGE-ALTA
007170         MOVE SPACES TO WS-OLD-IMAGE
007180     END-IF.
007190     IF WS-CHANGE-BAJA
007200         MOVE SPACES TO WS-NEW-IMAGE
007210     END-IF.
007220     IF OI-NOMBRE NOT = NI-NOMBRE
007230         MOVE 'S'       TO FDT-FLAG-NOMBRE
007240         MOVE OI-NOMBRE TO FDT-OLD-NOMBRE
007250         MOVE NI-NOMBRE TO FDT-NEW-NOMBRE
007260     END-IF.
007270     IF OI-TURNO NOT = NI-TURNO
007280         MOVE 'S'       TO FDT-FLAG-TURNO
007290         MOVE OI-TURNO  TO FDT-OLD-TURNO
007300         MOVE NI-TURNO  TO FDT-NEW-TURNO
007310     END-IF.
007320     IF OI-PAY-RATE NOT = NI-PAY-RATE
007330         MOVE 'S'         TO FDT-FLAG-PAY-RATE
007340         MOVE OI-PAY-RATE TO FDT-OLD-PAY-RATE
007350         MOVE NI-PAY-RATE TO FDT-NEW-PAY-RATE
007360     END-IF.
007370     IF OI-HOURS NOT = NI-HOURS
007380         MOVE 'S'       TO FDT-FLAG-HOURS
007390         MOVE OI-HOURS  TO FDT-OLD-HOURS
007400         MOVE NI-HOURS  TO FDT-NEW-HOURS
007410     END-IF.
007420     IF OI-DEPT NOT = NI-DEPT
007430         MOVE 'S'       TO FDT-FLAG-DEPT
007440         MOVE OI-DEPT   TO FDT-OLD-DEPT
007450         MOVE NI-DEPT   TO FDT-NEW-DEPT
007460     END-IF.
007470     IF FDT-CHANGED-FLAGS = SPACES
007480         ADD 1 TO WS-NO-CHANGE-COUNT
007490         GO TO 3300-EXIT
007500     END-IF.
007510
007520     MOVE WS-CHANGE-ACTION      TO FDT-ACTION.
007530     MOVE AUD-KEY-VALUE (1:6)   TO FDT-EMP-ID.
007540     MOVE AUD-RUN-DATE          TO FDT-EFFECTIVE-DATE.
007550     MOVE AUD-OPERATOR          TO FDT-OPERATOR.
007560     MOVE AUD-PROGRAM-ID        TO FDT-SOURCE.
007570     MOVE WS-FEED-DETAIL-REC    TO FEED-WORK-RECORD.
007580     WRITE FEED-WORK-RECORD.
007590     ADD 1 TO WS-FEED-COUNT.
007600     EVALUATE TRUE
007610         WHEN WS-CHANGE-ALTA
007620             ADD 1 TO WS-ALTA-COUNT
007630         WHEN WS-CHANGE-BAJA
007640             ADD 1 TO WS-BAJA-COUNT
007650         WHEN OTHER
007660             ADD 1 TO WS-CAMBIO-COUNT
007670     END-EVALUATE.
007680 3300-EXIT.
007690     EXIT.
007700
007710*-----------------------------------------------------------*
007720* 3400-FIND-DEPT - THE TABLE ENTRY FOR WS-LOOKUP-DEPT, ADDED  *
007730* WITH ZERO COUNTS IF NEW. A FULL TABLE LEAVES THE INDEX AT   *
007740* ZERO AND THE REPORT WARNS                                   *
007750*-----------------------------------------------------------*
007760 3400-FIND-DEPT.
007770     MOVE 0 TO WS-DPT-FOUND-IX.
007780     PERFORM 3410-MATCH-ONE-DEPT THRU 3410-EXIT
007790         VARYING WS-DPT-INDEX FROM 1 BY 1
007800         UNTIL WS-DPT-INDEX > WS-DPT-COUNT
007810             OR WS-DPT-FOUND-IX > 0.
007820     IF WS-DPT-FOUND-IX > 0
007830         GO TO 3400-EXIT
007840     END-IF.
007850     IF WS-DPT-COUNT NOT < 50
007860         IF NOT WS-DPT-OVERFLOW
007870             DISPLAY 'EMPFEED - *** MAS DE 50 DEPARTAMENTOS, '
007880                 'EL INFORME DE PLANTILLA QUEDA INCOMPLETO ***'
007890             SET WS-DPT-OVERFLOW TO TRUE
007900             IF WS-RETURN-CODE < 4
007910                 MOVE 4 TO WS-RETURN-CODE
007920             END-IF
007930         END-IF
007940         GO TO 3400-EXIT
007950     END-IF.
007960     ADD 1 TO WS-DPT-COUNT.
007970     MOVE WS-DPT-COUNT   TO WS-DPT-FOUND-IX.
007980     MOVE WS-LOOKUP-DEPT TO WS-DPT-CODE (WS-DPT-FOUND-IX).
007990     MOVE 'DEPARTAMENTO NO ESTA EN DEPTMAST'
008000         TO WS-DPT-NOMBRE (WS-DPT-FOUND-IX).
008010     MOVE 0 TO WS-DPT-CURRENT (WS-DPT-FOUND-IX)
008020               WS-DPT-STARTERS (WS-DPT-FOUND-IX)
008030               WS-DPT-LEAVERS (WS-DPT-FOUND-IX)
008040               WS-DPT-TRANSFER-IN (WS-DPT-FOUND-IX)
008050               WS-DPT-TRANSFER-OUT (WS-DPT-FOUND-IX)
008060               WS-DPT-LATER-NET (WS-DPT-FOUND-IX).
008070 3400-EXIT.
008080     EXIT.
008090
008100 3410-MATCH-ONE-DEPT.
008110     IF WS-DPT-CODE (WS-DPT-INDEX) = WS-LOOKUP-DEPT
008120         MOVE WS-DPT-INDEX TO WS-DPT-FOUND-IX
008130     END-IF.
008140 3410-EXIT.
008150     EXIT.
008160
008170*-----------------------------------------------------------*
008180* 4000-COUNT-HEADCOUNT - TODAY'S MASTER, COUNTED BY           *
008190* DEPARTMENT                                                  *
008200*-----------------------------------------------------------*
008210 4000-COUNT-HEADCOUNT.
008220     OPEN INPUT EMPLOYEE-MASTER.
008230     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
008240     PERFORM 4200-COUNT-ONE-EMPLOYEE THRU 4200-EXIT
008250         UNTIL NOT FS-EMP-OK.
008260     CLOSE EMPLOYEE-MASTER.
008270 4000-EXIT.
008280     EXIT.
008290
008300 4100-READ-MASTER.
008310     READ EMPLOYEE-MASTER
008320         AT END
008330             CONTINUE
008340     END-READ.
008350 4100-EXIT.
008360     EXIT.
008370
008380 4200-COUNT-ONE-EMPLOYEE.
008390     MOVE EMP-DEPT TO WS-LOOKUP-DEPT.
008400     PERFORM 3400-FIND-DEPT THRU 3400-EXIT.
008410     IF WS-DPT-FOUND-IX > 0
008420         ADD 1 TO WS-DPT-CURRENT (WS-DPT-FOUND-IX)
008430     END-IF.
008440     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
008450 4200-EXIT.
008460     EXIT.
008470
008480*-----------------------------------------------------------*
008490* 5000-WRITE-FEED - COMPOSE THE EMPCAMB FEED FROM THE WORK    *
008500* FILE: H RECORD WITH THE FEED SEQUENCE, RUN DATE AND COUNT,  *
008510* THE DETAILS, THEN THE T RECORD WITH THE COUNT AGAIN SO THE  *
008520* RECEIVING SYSTEMS CAN CHECK THEY GOT IT ALL                 *
008530*-----------------------------------------------------------*
008540 5000-WRITE-FEED.
008550     OPEN OUTPUT CHANGE-FEED-FILE.
008560     IF NOT FS-FEED-OK
008570         DISPLAY 'EMPFEED - *** FICHERO EMPCAMB NO DISPONIBLE, '
008580             'STATUS: ' FS-CHANGE-FEED-FILE
008590         MOVE 12 TO WS-RETURN-CODE
008600         GO TO 5000-EXIT
008610     END-IF.
008620     COMPUTE FH-SEQUENCE = WS-CTL-FEED-SEQUENCE + 1.
008630     MOVE WS-RUN-DATE-NUM    TO FH-RUN-DATE.
008640     MOVE WS-FEED-COUNT      TO FH-COUNT.
008650     MOVE WS-FEED-HEADER-REC TO CHANGE-FEED-RECORD.
008660     WRITE CHANGE-FEED-RECORD.
008670
008680     OPEN INPUT FEED-WORK-FILE.
008690     PERFORM 5100-READ-FEED-WORK THRU 5100-EXIT.
008700     PERFORM 5200-COPY-ONE-CHANGE THRU 5200-EXIT
008710         UNTIL NOT FS-FWK-OK.
008720     CLOSE FEED-WORK-FILE.
008730
008740     MOVE WS-FEED-COUNT       TO FT-COUNT.
008750     MOVE WS-FEED-TRAILER-REC TO CHANGE-FEED-RECORD.
008760     WRITE CHANGE-FEED-RECORD.
008770     CLOSE CHANGE-FEED-FILE.
008780     DISPLAY 'EMPFEED - ENVIO ' FH-SEQUENCE ': ' WS-FEED-COUNT
008790         ' CAMBIOS (ALTAS ' WS-ALTA-COUNT ' BAJAS ' WS-BAJA-COUNT
008800         ' CAMBIOS ' WS-CAMBIO-COUNT ')'.
008810 5000-EXIT.
008820     EXIT.
008830
008840 5100-READ-FEED-WORK.
008850     READ FEED-WORK-FILE
008860         AT END
008870             CONTINUE
008880     END-READ.
008890 5100-EXIT.
008900     EXIT.
008910
008920 5200-COPY-ONE-CHANGE.
008930     MOVE FEED-WORK-RECORD TO CHANGE-FEED-RECORD.
008940     WRITE CHANGE-FEED-RECORD.
008950     PERFORM 5100-READ-FEED-WORK THRU 5100-EXIT.
008960 5200-EXIT.
008970     EXIT.
008980
008990*-----------------------------------------------------------*
009000* 6000-PRINT-MOVEMENT - ONE LINE PER DEPARTMENT: OPENING,     *
009010* ALTAS, BAJAS, TRANSFERS IN AND OUT, CLOSING; THE TOTALS,    *
009020* THEN THE FEED COUNTS                                        *
009030*-----------------------------------------------------------*
009040 6000-PRINT-MOVEMENT.
009050     OPEN OUTPUT MOVEMENT-REPORT-FILE.
009060     MOVE WS-REPORT-MONTH  TO RH-MONTH.
009070     MOVE WS-RUN-DATE-NUM  TO RH-RUN-DATE.
009080     MOVE WS-REPORT-HEADER TO MOVEMENT-REPORT-LINE.
009090     WRITE MOVEMENT-REPORT-LINE.
009100     MOVE WS-LEGEND-LINE   TO MOVEMENT-REPORT-LINE.
009110     WRITE MOVEMENT-REPORT-LINE.
009120     MOVE SPACES TO MOVEMENT-REPORT-LINE.
009130     WRITE MOVEMENT-REPORT-LINE.
009140     MOVE WS-COLUMN-HEADING TO MOVEMENT-REPORT-LINE.
009150     WRITE MOVEMENT-REPORT-LINE.
009160
009170     PERFORM 6100-PRINT-ONE-DEPT THRU 6100-EXIT
009180         VARYING WS-DPT-INDEX FROM 1 BY 1
009190         UNTIL WS-DPT-INDEX > WS-DPT-COUNT.
009200
009210     MOVE SPACES             TO MD-DEPT.
009220     MOVE 'TOTAL'            TO MD-NOMBRE.
009230     MOVE WS-TOTAL-OPENING      TO MD-OPENING.
009240     MOVE WS-TOTAL-STARTERS     TO MD-STARTERS.
009250     MOVE WS-TOTAL-LEAVERS      TO MD-LEAVERS.
009260     MOVE WS-TOTAL-TRANSFER-IN  TO MD-TRANSFER-IN.
009270     MOVE WS-TOTAL-TRANSFER-OUT TO MD-TRANSFER-OUT.
009280     MOVE WS-TOTAL-CLOSING      TO MD-CLOSING.
009290     MOVE SPACES TO MOVEMENT-REPORT-LINE.
009300     WRITE MOVEMENT-REPORT-LINE.
009310     MOVE WS-MOVEMENT-DETAIL TO MOVEMENT-REPORT-LINE.
009320     WRITE MOVEMENT-REPORT-LINE.
009330
009340     MOVE SPACES TO MOVEMENT-REPORT-LINE.
009350     WRITE MOVEMENT-REPORT-LINE.
009360     MOVE 'CAMBIOS ENVIADOS EN EMPCAMB:' TO TL-LABEL.
009370     MOVE WS-FEED-COUNT              TO TL-COUNT.
009380     MOVE WS-TOTAL-LINE TO MOVEMENT-REPORT-LINE.
009390     WRITE MOVEMENT-REPORT-LINE.
009400     MOVE '  ALTAS:'                 TO TL-LABEL.
009410     MOVE WS-ALTA-COUNT              TO TL-COUNT.
009420     MOVE WS-TOTAL-LINE TO MOVEMENT-REPORT-LINE.
009430     WRITE MOVEMENT-REPORT-LINE.
009440     MOVE '  BAJAS:'                 TO TL-LABEL.
009450     MOVE WS-BAJA-COUNT              TO TL-COUNT.
009460     MOVE WS-TOTAL-LINE TO MOVEMENT-REPORT-LINE.
009470     WRITE MOVEMENT-REPORT-LINE.
009480     MOVE '  CAMBIOS:'               TO TL-LABEL.
009490     MOVE WS-CAMBIO-COUNT            TO TL-COUNT.
009500     MOVE WS-TOTAL-LINE TO MOVEMENT-REPORT-LINE.
009510     WRITE MOVEMENT-REPORT-LINE.
009520     MOVE 'CAMBIOS SIN DIFERENCIA:'  TO TL-LABEL.
009530     MOVE WS-NO-CHANGE-COUNT         TO TL-COUNT.
009540     MOVE WS-TOTAL-LINE TO MOVEMENT-REPORT-LINE.
009550     WRITE MOVEMENT-REPORT-LINE.
009560     MOVE 'RECARGAS NO DETALLADAS:'  TO TL-LABEL.
009570     MOVE WS-RELOAD-COUNT            TO TL-COUNT.
009580     MOVE WS-TOTAL-LINE TO MOVEMENT-REPORT-LINE.
009590     WRITE MOVEMENT-REPORT-LINE.
009600     CLOSE MOVEMENT-REPORT-FILE.
009610 6000-EXIT.
009620     EXIT.
009630
009640 6100-PRINT-ONE-DEPT.
009650     COMPUTE WS-CLOSING = WS-DPT-CURRENT (WS-DPT-INDEX)
009660         - WS-DPT-LATER-NET (WS-DPT-INDEX).
009670     COMPUTE WS-OPENING = WS-CLOSING
009680         - WS-DPT-STARTERS (WS-DPT-INDEX)
009690         + WS-DPT-LEAVERS (WS-DPT-INDEX)
009700         - WS-DPT-TRANSFER-IN (WS-DPT-INDEX)
009710         + WS-DPT-TRANSFER-OUT (WS-DPT-INDEX).
009720     MOVE WS-DPT-CODE (WS-DPT-INDEX)    TO MD-DEPT.
009730     MOVE WS-DPT-NOMBRE (WS-DPT-INDEX)  TO MD-NOMBRE.
009740     MOVE WS-OPENING                    TO MD-OPENING.
009750     MOVE WS-DPT-STARTERS (WS-DPT-INDEX) TO MD-STARTERS.
009760     MOVE WS-DPT-LEAVERS (WS-DPT-INDEX)  TO MD-LEAVERS.
009770     MOVE WS-DPT-TRANSFER-IN (WS-DPT-INDEX)
009780         TO MD-TRANSFER-IN.
009790     MOVE WS-DPT-TRANSFER-OUT (WS-DPT-INDEX)
009800         TO MD-TRANSFER-OUT.
009810     MOVE WS-CLOSING                    TO MD-CLOSING.
009820     MOVE WS-MOVEMENT-DETAIL TO MOVEMENT-REPORT-LINE.
009830     WRITE MOVEMENT-REPORT-LINE.
009840     ADD WS-OPENING                      TO WS-TOTAL-OPENING.
009850     ADD WS-DPT-STARTERS (WS-DPT-INDEX)  TO WS-TOTAL-STARTERS.
009860     ADD WS-DPT-LEAVERS (WS-DPT-INDEX)   TO WS-TOTAL-LEAVERS.
009870     ADD WS-DPT-TRANSFER-IN (WS-DPT-INDEX)
009880         TO WS-TOTAL-TRANSFER-IN.
009890     ADD WS-DPT-TRANSFER-OUT (WS-DPT-INDEX)
009900         TO WS-TOTAL-TRANSFER-OUT.
009910     ADD WS-CLOSING                      TO WS-TOTAL-CLOSING.
009920 6100-EXIT.
009930     EXIT.
009940
009950*-----------------------------------------------------------*
009960* 7000-UPDATE-CONTROL - MOVE FEEDCTL ON TO THE LAST ROW THIS  *
009970* EXTRACT READ, WITH THE NEW FEED SEQUENCE. ONLY DONE ONCE    *
009980* THE FEED IS WRITTEN; IF IT FAILS THE NEXT NIGHT SENDS       *
009990* THESE CHANGES AGAIN, SO THE STEP FAILS LOUDLY               *
010000*-----------------------------------------------------------*
010010 7000-UPDATE-CONTROL.
010020     OPEN OUTPUT FEED-CONTROL-FILE.
010030     IF NOT FS-FCT-OK
010040         DISPLAY 'EMPFEED - *** FEEDCTL NO ACTUALIZADO, STATUS: '
010050             FS-FEED-CONTROL-FILE ' - LA PROXIMA EXTRACCION '
010060             'REPETIRA ESTE ENVIO ***'
010070         MOVE 12 TO WS-RETURN-CODE
010080         GO TO 7000-EXIT
010090     END-IF.
010100     MOVE WS-END-COUNT     TO FCT-RECORD-COUNT.
010110     MOVE WS-LAST-RECORD   TO FCT-LAST-RECORD.
010120     MOVE WS-RUN-DATE-NUM  TO FCT-RUN-DATE.
010130     MOVE WS-RUN-TIME      TO FCT-RUN-TIME.
010140     COMPUTE FCT-FEED-SEQUENCE = WS-CTL-FEED-SEQUENCE + 1.
010150     WRITE FEED-CONTROL-RECORD.
010160     CLOSE FEED-CONTROL-FILE.
010170 7000-EXIT.
010180     EXIT.
010190
010200*-----------------------------------------------------------*
010210* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH     *
010220* THE FEED SEQUENCE AND COUNT                                 *
010230*-----------------------------------------------------------*
010240 9000-TERMINATE.
010250     OPEN EXTEND AUDIT-LOG-FILE.
010260     IF NOT FS-AUDIT-OK
010270         CLOSE AUDIT-LOG-FILE
010280         OPEN OUTPUT AUDIT-LOG-FILE
010290     END-IF.
010300     COMPUTE AK-SEQUENCE = WS-CTL-FEED-SEQUENCE + 1.
010310     MOVE WS-FEED-COUNT   TO AK-COUNT.
010320     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
010330     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
010340     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
010350     MOVE WS-AUD-KEY-COMPOSED TO AUD-KEY-VALUE.
010360     MOVE SPACES          TO AUD-ACTION
010370                             AUD-BEFORE-IMAGE
010380                             AUD-AFTER-IMAGE
010390                             AUD-OPERATOR.
010400     WRITE AUDIT-LOG-RECORD.
010410     CLOSE AUDIT-LOG-FILE.
010420 9000-EXIT.
010430     EXIT.
