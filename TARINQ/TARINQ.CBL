000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     TARINQ.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-05.
000160 DATE-COMPILED.  2026-10-05.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-05 ILP   ORIGINAL - PAY-RATE INQUIRY. THE OPERATOR GIVES
000210*                  AN EMPLOYEE ID AND A PAY PERIOD ID (BLANK = NO
000220*                  PERIOD); THE RATE IN FORCE ON THE FIRST AND
000230*                  LAST DAY OF THE PERIOD IS WORKED OUT FROM THE
000240*                  TARIFHIS HISTORY AND SHOWN ON THE CONSOLE, AND
000250*                  EVERY HISTORY ROW OF THE EMPLOYEE IS LISTED ON
000260*                  TARIQRPT. A RATE IN FORCE IS THE NEW RATE OF
000270*                  THE LAST APPLIED CHANGE EFFECTIVE ON OR BEFORE
000280*                  THE DAY; BEFORE THE FIRST APPLIED CHANGE IT IS
000290*                  THAT CHANGE'S OLD RATE, AND WITH NO APPLIED
000300*                  CHANGE AT ALL IT IS THE CURRENT EMPMAST RATE.
000310*                  AN EMPLOYEE WITH NO HISTORY ENDS WITH RC 4
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RATE-HISTORY-FILE ASSIGN TO "TARIFHIS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS TRH-KEY
000400         FILE STATUS IS FS-RATE-HISTORY-FILE.
000410
000420     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS FS-EMPLOYEE-MASTER.
000470
000480     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-PAY-PERIOD-FILE.
000510
000520     SELECT INQUIRY-REPORT-FILE ASSIGN TO "TARIQRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-INQUIRY-REPORT-FILE.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RATE-HISTORY-FILE.
000590     COPY TARIFHIS.
000600
000610 FD  EMPLOYEE-MASTER.
000620     COPY EMPMAST.
000630
000640 FD  PAY-PERIOD-FILE.
000650     COPY PERIOREC.
000660
000670 FD  INQUIRY-REPORT-FILE.
000680 01  INQUIRY-REPORT-LINE             PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-PROGRAM-ID               PIC X(08) VALUE 'TARINQ'.
000720
000730 01  WS-FILE-STATUSES.
000740     05  FS-RATE-HISTORY-FILE    PIC XX.
000750         88  FS-TRH-OK           VALUE '00'.
000760     05  FS-EMPLOYEE-MASTER      PIC XX.
000770         88  FS-EMP-OK           VALUE '00'.
000780         88  FS-EMP-NOTFND       VALUE '23'.
000790     05  FS-PAY-PERIOD-FILE      PIC XX.
000800         88  FS-PER-OK           VALUE '00'.
000810     05  FS-INQUIRY-REPORT-FILE  PIC XX.
000820
000830 01  WS-RUN-DATE-NUM             PIC 9(08).
000840 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
000850
000860*    THE OPERATOR'S QUESTION
000870 01  WS-REQ-EMP-ID               PIC X(06).
000880 01  WS-REQ-PERIOD               PIC X(06).
000890
000900 01  WS-PERIOD-FOUND-SW          PIC X(01).
000910     88  WS-PERIOD-FOUND         VALUE 'Y'.
000920     88  WS-PERIOD-NOT-FOUND     VALUE 'N'.
000930 01  WS-PERIOD-START             PIC X(08) VALUE SPACES.
000940 01  WS-PERIOD-END               PIC X(08) VALUE SPACES.
000950
000960 01  WS-EMP-FOUND-SW             PIC X(01) VALUE 'N'.
000970     88  WS-EMP-FOUND            VALUE 'Y'.
000980 01  WS-EMP-NOMBRE               PIC X(30) VALUE SPACES.
000990 01  WS-CURRENT-RATE             PIC 9(05)V99 VALUE 0.
001000
001010 01  WS-SCAN-END-SW              PIC X(01).
001020     88  WS-SCAN-ENDED           VALUE 'Y'.
001030 01  WS-ROW-COUNT                PIC 9(05) COMP VALUE 0.
001040
001050*    THE RATES WORKED OUT FROM THE APPLIED ROWS
001060 01  WS-FIRST-APPLIED-SW         PIC X(01) VALUE 'N'.
001070     88  WS-FIRST-APPLIED-SEEN   VALUE 'Y'.
001080 01  WS-FIRST-OLD-RATE           PIC 9(05)V99 VALUE 0.
001090 01  WS-START-SW                 PIC X(01) VALUE 'N'.
001100     88  WS-START-RATE-FOUND     VALUE 'Y'.
001110 01  WS-START-RATE               PIC 9(05)V99 VALUE 0.
001120 01  WS-END-SW                   PIC X(01) VALUE 'N'.
001130     88  WS-END-RATE-FOUND       VALUE 'Y'.
001140 01  WS-END-RATE                 PIC 9(05)V99 VALUE 0.
001150 01  WS-RATE-DISPLAY             PIC ZZZZ9.99.
001160
001170 01  WS-REPORT-HEADER.
001180     05  FILLER                  PIC X(30)
001190         VALUE 'TARINQ HISTORIA DE TARIFA EMP '.
001200     05  RH-EMP-ID               PIC X(06).
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  RH-NOMBRE               PIC X(30).
001230     05  FILLER                  PIC X(13) VALUE SPACES.
001240
001250 01  WS-PERIOD-LINE.
001260     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
001270     05  PL-PERIOD               PIC X(06).
001280     05  FILLER                  PIC X(05) VALUE ' DEL '.
001290     05  PL-FROM                 PIC X(08).
001300     05  FILLER                  PIC X(10) VALUE ' TARIFA: '.
001310     05  PL-START-RATE           PIC ZZZZ9.99.
001320     05  FILLER                  PIC X(04) VALUE ' AL '.
001330     05  PL-TO                   PIC X(08).
001340     05  FILLER                  PIC X(10) VALUE ' TARIFA: '.
001350     05  PL-END-RATE             PIC ZZZZ9.99.
001360     05  FILLER                  PIC X(04) VALUE SPACES.
001370
001380 01  WS-CURRENT-LINE.
001390     05  FILLER                  PIC X(27)
001400         VALUE 'TARIFA ACTUAL EN EMPMAST: '.
001410     05  CL-RATE                 PIC ZZZZ9.99.
001420     05  FILLER                  PIC X(45) VALUE SPACES.
001430
001440 01  WS-HISTORY-HEADING.
001450     05  FILLER                  PIC X(40)
001460         VALUE '  EFECTO   ESTADO     ANTERIOR    NUEVA '.
001470     05  FILLER                  PIC X(40)
001480         VALUE 'POR PERIOD MOTIVO                       '.
001490
001500 01  WS-HISTORY-DETAIL.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  HD-EFFECTIVE-DATE       PIC X(08).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  HD-STATUS               PIC X(09).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  HD-OLD-RATE             PIC ZZZZ9.99.
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  HD-NEW-RATE             PIC ZZZZ9.99.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  HD-ENTERED-BY           PIC X(03).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  HD-APPLIED-PERIOD       PIC X(06).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  HD-REASON               PIC X(30).
001650
001660 01  WS-TOTAL-LINE.
001670     05  TL-LABEL                PIC X(32).
001680     05  TL-COUNT                PIC ZZZZ9.
001690     05  FILLER                  PIC X(43) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001750     IF WS-RETURN-CODE < 8
001760         PERFORM 2000-LIST-HISTORY     THRU 2000-EXIT
001770         PERFORM 3000-RATES-IN-FORCE   THRU 3000-EXIT
001780     END-IF.
001790     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001800     MOVE WS-RETURN-CODE TO RETURN-CODE.
001810     GOBACK.
001820 0000-EXIT.
001830     EXIT.
001840
001850*-----------------------------------------------------------*
001860* 1000-INITIALIZE - COLLECT THE EMPLOYEE AND PERIOD, LOOK    *
001870* THEM UP, OPEN THE HISTORY AND WRITE THE REPORT HEADINGS.   *
001880* A BLANK EMPLOYEE, AN UNKNOWN PERIOD OR NO HISTORY FILE     *
001890* FAILS THE INQUIRY (RC 16)                                  *
001900*-----------------------------------------------------------*
001910 1000-INITIALIZE.
001920     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001930     MOVE 0 TO WS-RETURN-CODE.
001940
001950     DISPLAY 'TARINQ - EMPLEADO: ' WITH NO ADVANCING.
001960     ACCEPT WS-REQ-EMP-ID FROM CONSOLE.
001970     DISPLAY 'TARINQ - PERIODO (BLANCO=SOLO HISTORIA): '
001980         WITH NO ADVANCING.
001990     ACCEPT WS-REQ-PERIOD FROM CONSOLE.
002000
002010     IF WS-REQ-EMP-ID = SPACES
002020         DISPLAY 'TARINQ - *** FALTA EL EMPLEADO ***'
002030         MOVE 16 TO WS-RETURN-CODE
002040         GO TO 1000-EXIT
002050     END-IF.
002060
002070     IF WS-REQ-PERIOD NOT = SPACES
002080         PERFORM 1300-FIND-PERIOD THRU 1300-EXIT
002090         IF WS-RETURN-CODE NOT = 0
002100             GO TO 1000-EXIT
002110         END-IF
002120     END-IF.
002130
002140*    THE MASTER ONLY SUPPLIES THE NAME AND THE CURRENT RATE,
002150*    SO A LEAVER'S HISTORY CAN STILL BE ASKED FOR
002160     OPEN INPUT EMPLOYEE-MASTER.
002170     IF FS-EMP-OK
002180         MOVE WS-REQ-EMP-ID TO EMP-ID
002190         READ EMPLOYEE-MASTER
002200             INVALID KEY
002210                 SET FS-EMP-NOTFND TO TRUE
002220         END-READ
002230         IF FS-EMP-OK
002240             SET WS-EMP-FOUND TO TRUE
002250             MOVE EMP-NOMBRE   TO WS-EMP-NOMBRE
002260             MOVE EMP-PAY-RATE TO WS-CURRENT-RATE
002270         ELSE
002280             DISPLAY 'TARINQ - EMPLEADO NO ESTA EN EL MAESTRO'
002290         END-IF
002300         CLOSE EMPLOYEE-MASTER
002310     ELSE
002320         DISPLAY 'TARINQ - EMPLOYEE MASTER FILE NOT '
002330             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002340     END-IF.
002350
002360     OPEN INPUT RATE-HISTORY-FILE.
002370     IF NOT FS-TRH-OK
002380         DISPLAY 'TARINQ - *** FICHERO TARIFHIS NO '
002390             'DISPONIBLE, STATUS: ' FS-RATE-HISTORY-FILE
002400         MOVE 16 TO WS-RETURN-CODE
002410         GO TO 1000-EXIT
002420     END-IF.
002430
002440     OPEN OUTPUT INQUIRY-REPORT-FILE.
002450     MOVE WS-REQ-EMP-ID    TO RH-EMP-ID.
002460     MOVE WS-EMP-NOMBRE    TO RH-NOMBRE.
002470     MOVE WS-REPORT-HEADER TO INQUIRY-REPORT-LINE.
002480     WRITE INQUIRY-REPORT-LINE.
002490     IF WS-EMP-FOUND
002500         MOVE WS-CURRENT-RATE TO CL-RATE
002510         MOVE WS-CURRENT-LINE TO INQUIRY-REPORT-LINE
002520         WRITE INQUIRY-REPORT-LINE
002530     END-IF.
002540     MOVE SPACES TO INQUIRY-REPORT-LINE.
002550     WRITE INQUIRY-REPORT-LINE.
002560     MOVE WS-HISTORY-HEADING TO INQUIRY-REPORT-LINE.
002570     WRITE INQUIRY-REPORT-LINE.
002580 1000-EXIT.
002590     EXIT.
002600
002610*-----------------------------------------------------------*
002620* 1300-FIND-PERIOD - THE PAYPERD ROW FOR THE PERIOD ASKED    *
002630* FOR; NOT THERE FAILS THE INQUIRY (RC 16)                   *
002640*-----------------------------------------------------------*
002650 1300-FIND-PERIOD.
002660     SET WS-PERIOD-NOT-FOUND TO TRUE.
002670     OPEN INPUT PAY-PERIOD-FILE.
002680     IF NOT FS-PER-OK
002690         DISPLAY 'TARINQ - *** FICHERO PAYPERD NO '
002700             'DISPONIBLE, STATUS: ' FS-PAY-PERIOD-FILE
002710         MOVE 16 TO WS-RETURN-CODE
002720         GO TO 1300-EXIT
002730     END-IF.
002740     PERFORM 1310-CHECK-ONE-PERIOD THRU 1310-EXIT
002750         UNTIL NOT FS-PER-OK OR WS-PERIOD-FOUND.
002760     CLOSE PAY-PERIOD-FILE.
002770     IF WS-PERIOD-NOT-FOUND
002780         DISPLAY 'TARINQ - *** PERIODO ' WS-REQ-PERIOD
002790             ' NO ESTA EN PAYPERD ***'
002800         MOVE 16 TO WS-RETURN-CODE
002810     END-IF.
002820 1300-EXIT.
002830     EXIT.
002840
002850 1310-CHECK-ONE-PERIOD.
002860     READ PAY-PERIOD-FILE
002870         AT END
002880             GO TO 1310-EXIT
002890     END-READ.
002900     IF PER-ID = WS-REQ-PERIOD
002910         SET WS-PERIOD-FOUND TO TRUE
002920         MOVE PER-START-DATE TO WS-PERIOD-START
002930         MOVE PER-END-DATE   TO WS-PERIOD-END
002940     END-IF.
002950 1310-EXIT.
002960     EXIT.
002970
002980*-----------------------------------------------------------*
002990* 2000-LIST-HISTORY - EVERY ROW OF THE EMPLOYEE IN DATE      *
003000* ORDER ON THE REPORT; THE APPLIED ONES ALSO FIX THE RATES   *
003010* IN FORCE AT THE PERIOD START AND END                       *
003020*-----------------------------------------------------------*
003030 2000-LIST-HISTORY.
003040     MOVE 'N' TO WS-SCAN-END-SW.
003050     MOVE WS-REQ-EMP-ID TO TRH-EMP-ID.
003060     MOVE LOW-VALUES    TO TRH-EFFECTIVE-DATE.
003070     START RATE-HISTORY-FILE KEY IS NOT LESS THAN TRH-KEY
003080         INVALID KEY
003090             GO TO 2000-EXIT
003100     END-START.
003110     PERFORM 2100-LIST-ONE-ROW THRU 2100-EXIT
003120         UNTIL WS-SCAN-ENDED.
003130 2000-EXIT.
003140     EXIT.
003150
003160 2100-LIST-ONE-ROW.
003170     READ RATE-HISTORY-FILE NEXT RECORD
003180         AT END
003190             SET WS-SCAN-ENDED TO TRUE
003200             GO TO 2100-EXIT
003210     END-READ.
003220     IF TRH-EMP-ID NOT = WS-REQ-EMP-ID
003230         SET WS-SCAN-ENDED TO TRUE
003240         GO TO 2100-EXIT
003250     END-IF.
003260     ADD 1 TO WS-ROW-COUNT.
003270     MOVE TRH-EFFECTIVE-DATE TO HD-EFFECTIVE-DATE.
003280     EVALUATE TRUE
003290         WHEN TRH-PENDIENTE
003300             MOVE 'PENDIENTE' TO HD-STATUS
003310         WHEN TRH-APLICADA
003320             MOVE 'APLICADA'  TO HD-STATUS
003330         WHEN TRH-ANULADA
003340             MOVE 'ANULADA'   TO HD-STATUS
003350         WHEN OTHER
003360             MOVE TRH-STATUS  TO HD-STATUS
003370     END-EVALUATE.
003380     MOVE TRH-OLD-RATE       TO HD-OLD-RATE.
003390     MOVE TRH-NEW-RATE       TO HD-NEW-RATE.
003400     MOVE TRH-ENTERED-BY     TO HD-ENTERED-BY.
003410     MOVE TRH-APPLIED-PERIOD TO HD-APPLIED-PERIOD.
003420     MOVE TRH-REASON         TO HD-REASON.
003430     MOVE WS-HISTORY-DETAIL TO INQUIRY-REPORT-LINE.
003440     WRITE INQUIRY-REPORT-LINE.
003450
003460     IF NOT TRH-APLICADA
003470         GO TO 2100-EXIT
003480     END-IF.
003490     IF NOT WS-FIRST-APPLIED-SEEN
003500         SET WS-FIRST-APPLIED-SEEN TO TRUE
003510         MOVE TRH-OLD-RATE TO WS-FIRST-OLD-RATE
003520     END-IF.
003530     IF WS-REQ-PERIOD = SPACES
003540         GO TO 2100-EXIT
003550     END-IF.
003560     IF TRH-EFFECTIVE-DATE NOT > WS-PERIOD-START
003570         SET WS-START-RATE-FOUND TO TRUE
003580         MOVE TRH-NEW-RATE TO WS-START-RATE
003590     END-IF.
003600     IF TRH-EFFECTIVE-DATE NOT > WS-PERIOD-END
003610         SET WS-END-RATE-FOUND TO TRUE
003620         MOVE TRH-NEW-RATE TO WS-END-RATE
003630     END-IF.
003640 2100-EXIT.
003650     EXIT.
003660
003670*-----------------------------------------------------------*
003680* 3000-RATES-IN-FORCE - A DAY BEFORE ANY APPLIED CHANGE TAKES *
003690* THE FIRST CHANGE'S OLD RATE; NO APPLIED CHANGE AT ALL       *
003700* MEANS THE RATE HAS NEVER MOVED AND THE MASTER'S STANDS      *
003710*-----------------------------------------------------------*
003720 3000-RATES-IN-FORCE.
003730     MOVE SPACES TO INQUIRY-REPORT-LINE.
003740     WRITE INQUIRY-REPORT-LINE.
003750     MOVE 'CAMBIOS EN LA HISTORIA:' TO TL-LABEL.
003760     MOVE WS-ROW-COUNT          TO TL-COUNT.
003770     MOVE WS-TOTAL-LINE TO INQUIRY-REPORT-LINE.
003780     WRITE INQUIRY-REPORT-LINE.
003790     DISPLAY 'TARINQ - CAMBIOS EN LA HISTORIA: ' WS-ROW-COUNT.
003800     IF WS-ROW-COUNT = 0
003810         DISPLAY 'TARINQ - EMPLEADO SIN HISTORIA DE TARIFA'
003820         MOVE 4 TO WS-RETURN-CODE
003830     END-IF.
003840
003850     IF WS-REQ-PERIOD = SPACES
003860         GO TO 3000-EXIT
003870     END-IF.
003880     IF NOT WS-START-RATE-FOUND
003890         IF WS-FIRST-APPLIED-SEEN
003900             MOVE WS-FIRST-OLD-RATE TO WS-START-RATE
003910         ELSE
003920             MOVE WS-CURRENT-RATE   TO WS-START-RATE
003930         END-IF
003940     END-IF.
003950     IF NOT WS-END-RATE-FOUND
003960         IF WS-FIRST-APPLIED-SEEN
003970             MOVE WS-FIRST-OLD-RATE TO WS-END-RATE
003980         ELSE
003990             MOVE WS-CURRENT-RATE   TO WS-END-RATE
004000         END-IF
004010     END-IF.
004020
004030     MOVE WS-REQ-PERIOD   TO PL-PERIOD.
004040     MOVE WS-PERIOD-START TO PL-FROM.
004050     MOVE WS-START-RATE   TO PL-START-RATE.
004060     MOVE WS-PERIOD-END   TO PL-TO.
004070     MOVE WS-END-RATE     TO PL-END-RATE.
004080     MOVE WS-PERIOD-LINE  TO INQUIRY-REPORT-LINE.
004090     WRITE INQUIRY-REPORT-LINE.
004100     MOVE WS-START-RATE TO WS-RATE-DISPLAY.
004110     DISPLAY 'TARINQ - PERIODO ' WS-REQ-PERIOD
004120         ' TARIFA AL ' WS-PERIOD-START ': ' WS-RATE-DISPLAY.
004130     MOVE WS-END-RATE TO WS-RATE-DISPLAY.
004140     DISPLAY 'TARINQ - PERIODO ' WS-REQ-PERIOD
004150         ' TARIFA AL ' WS-PERIOD-END ': ' WS-RATE-DISPLAY.
004160 3000-EXIT.
004170     EXIT.
004180
004190*-----------------------------------------------------------*
004200* 9000-TERMINATE - CLOSE WHAT WAS OPENED                     *
004210*-----------------------------------------------------------*
004220 9000-TERMINATE.
004230     IF WS-RETURN-CODE < 16
004240         CLOSE RATE-HISTORY-FILE
004250         CLOSE INQUIRY-REPORT-FILE
004260     END-IF.
004270 9000-EXIT.
004280     EXIT.
