000314*                  COLLIDES WITH A NEXT-DAY PUNCH IT REALLY
000315*                  OVERLAPS INSTEAD OF HIDING BEHIND THE DATE
000316*                  EQUALITY TEST
000317* 2026-09-30 ILP   EACH PUNCH NOW VALIDATES AGAINST THE SHIFT THE
000318*                  ROTAFILE ROTA SCHEDULES FOR THE EMPLOYEE ON THE
000319*                  PUNCH DATE; EMP-TURNO IS ONLY THE DEFAULT FOR A
000320*                  DAY WITH NO ROTA ROW (OR NO ROTAFILE AT ALL). A
000321*                  PUNCH ON A SCHEDULED REST DAY REJECTS. MINUTES
000322*                  ARE KEPT PER SHIFT WORKED AND WRITTEN TO THE
000323*                  HORASTUR FILE SO NOMINA01 CAN PRICE THE NIGHT
000324*                  AND EVENING PREMIUMS ON THE HOURS ACTUALLY
000325*                  WORKED ON EACH SHIFT
000326* 2026-10-09 ILP   EVERY MASTER REWRITE THAT CHANGES EMP-HOURS NOW
000327*                  APPENDS A CAMBIO AUDIT ROW WITH THE BEFORE AND
000328*                  AFTER IMAGES, AS EMPMAINT DOES, SO THE HOURS
000329*                  UPDATE REACHES THE EMPFEED CHANGE FEED
000326*****************************************************************
000327 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PUNCH-FILE ASSIGN TO "PUNCHFIL"
000420         RECORD KEY IS EMP-ID
000430         FILE STATUS IS FS-EMPLOYEE-MASTER.
000440
000441     SELECT ROTA-FILE ASSIGN TO "ROTAFILE"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS ROT-KEY
000445         FILE STATUS IS FS-ROTA-FILE.
000446
000447     SELECT SHIFT-HOURS-FILE ASSIGN TO "HORASTUR"
000448         ORGANIZATION IS INDEXED
000449         ACCESS MODE IS RANDOM
000450         RECORD KEY IS HTU-EMP-ID
000451         FILE STATUS IS FS-SHIFT-HOURS-FILE.
000452
000456     SELECT PUNCH-REPORT-FILE ASSIGN TO "PUNCHRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PUNCH-REPORT-FILE.
000480
000730 FD  EMPLOYEE-MASTER.
000740     COPY EMPMAST.
000750
000751 FD  ROTA-FILE.
000752     COPY ROTAREC.
000753
000754 FD  SHIFT-HOURS-FILE.
000755     COPY HORASTUR.
000756
000760 FD  PUNCH-REPORT-FILE.
000770 01  PUNCH-REPORT-LINE               PIC X(80).
000780
000920     05  FS-EMPLOYEE-MASTER      PIC XX.
000930         88  FS-EMP-OK           VALUE '00'.
000940         88  FS-EMP-NOTFND       VALUE '23'.
000941     05  FS-ROTA-FILE            PIC XX.
000942         88  FS-ROT-OK           VALUE '00'.
000943         88  FS-ROT-NOTFND       VALUE '23'.
000944     05  FS-SHIFT-HOURS-FILE     PIC XX.
000945         88  FS-HTU-OK           VALUE '00'.
000950     05  FS-PUNCH-REPORT-FILE    PIC XX.
000960     05  FS-AUDIT-LOG-FILE       PIC XX.
000970         88  FS-AUDIT-OK         VALUE '00'.
001190 01  WS-REJECT-VALUE             PIC X(30).
001200
001210 01  WS-MIN-IN                   PIC 9(05) COMP.
001211 01  WS-MIN-OUT                  PIC 9(05) COMP.
001212 01  WS-PUNCH-MINUTES            PIC 9(05) COMP.
001213
001214*    THE SHIFT THE PUNCH IS WORKED ON: THE DAY'S ROTA ROW, ELSE
001215*    THE MASTER'S EMP-TURNO
001216 01  WS-ROTA-AVAIL-SW            PIC X(01) VALUE 'N'.
001217     88  WS-ROTA-AVAILABLE       VALUE 'Y'.
001218 01  WS-DAY-TURNO                PIC X(01).
001219     88  WS-DAY-MANANA           VALUE 'M'.
001220     88  WS-DAY-TARDE            VALUE 'T'.
001221     88  WS-DAY-NOCHE            VALUE 'N'.
001222     88  WS-DAY-DESCANSO         VALUE 'L'.
001231
001232 01  WS-PCH-DATE-NUM             PIC 9(08).
001233 01  WS-PCH-DATE-X REDEFINES WS-PCH-DATE-NUM.
001410     05  WS-ACC-ENTRY OCCURS 200 TIMES.
001420         10  ACC-EMP-ID          PIC X(06).
001430         10  ACC-MINUTES         PIC 9(07) COMP.
001432         10  ACC-MINUTES-MANANA  PIC 9(07) COMP.
001434         10  ACC-MINUTES-TARDE   PIC 9(07) COMP.
001436         10  ACC-MINUTES-NOCHE   PIC 9(07) COMP.
001440 01  WS-ACC-INDEX                PIC 9(03) COMP.
001450 01  WS-ACC-FOUND-SW             PIC X(01).
001460     88  WS-ACC-FOUND            VALUE 'Y'.
001480 01  WS-ACC-FULL-SW              PIC X(01) VALUE 'N'.
001490     88  WS-ACC-TABLE-FULL       VALUE 'Y'.
001500 01  WS-NEW-HOURS                PIC 9(03)V99.
001505 01  WS-BEFORE-IMAGE             PIC X(60).
001510
001520 01  WS-READ-COUNT               PIC 9(05) COMP VALUE 0.
001530 01  WS-VALID-COUNT              PIC 9(05) COMP VALUE 0.
001540 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001550 01  WS-UPDATE-COUNT             PIC 9(05) COMP VALUE 0.
001555 01  WS-NO-ROTA-COUNT            PIC 9(05) COMP VALUE 0.
001560 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001570
001580 01  WS-REPORT-HEADER.
002120         END-IF
002130     END-IF.
002140
002143*    THE ROTA IS OPTIONAL: WITHOUT IT EVERY PUNCH IS CHECKED
002146*    AGAINST THE MASTER'S EMP-TURNO AS BEFORE
002150     IF WS-RETURN-CODE = 0
002151         OPEN INPUT ROTA-FILE
002152         IF FS-ROT-OK
002153             SET WS-ROTA-AVAILABLE TO TRUE
002154         ELSE
002155             DISPLAY 'FICHAJES - FICHERO ROTAFILE NO DISPONIBLE, '
002156                 'STATUS: ' FS-ROTA-FILE
002157                 ', SE VALIDA CONTRA EMP-TURNO'
002158         END-IF
002159     END-IF.
002160
002161     IF WS-RETURN-CODE = 0
002162         OPEN OUTPUT SHIFT-HOURS-FILE
002163         IF NOT FS-HTU-OK
002164             DISPLAY 'FICHAJES - *** FICHERO HORASTUR NO '
002165                 'DISPONIBLE, STATUS: ' FS-SHIFT-HOURS-FILE
002166             MOVE 16 TO WS-RETURN-CODE
002167         END-IF
002168     END-IF.
002169
002170     IF WS-RETURN-CODE = 0
002173         OPEN OUTPUT PUNCH-REPORT-FILE
002176         MOVE WS-RUN-DATE-DISPLAY TO RH-DATE
002180         MOVE WS-REPORT-HEADER TO PUNCH-REPORT-LINE
002190         WRITE PUNCH-REPORT-LINE
002192         MOVE WS-REPORT-NOTE-LINE TO PUNCH-REPORT-LINE
002630*-----------------------------------------------------------*
002640* 2100-VALIDATE-PUNCH - THE EMPLOYEE MUST EXIST ON THE        *
002650* MASTER, DATE AND TIMES MUST BE NUMERIC AND SENSIBLE, THE    *
002658* DAY MUST NOT BE A SCHEDULED REST DAY, THE PUNCH-IN MUST     *
002666* FALL IN THAT DAY'S SHIFT WINDOW, AND THE PUNCH MUST NOT     *
002674* OVERLAP ONE ALREADY TAKEN. ONLY SHIFT N MAY CROSS MIDNIGHT. *
002682* THE FIRST FAILING CHECK IS THE ONE LOGGED                   *
002690*-----------------------------------------------------------*
002700 2100-VALIDATE-PUNCH.
002710     SET PUNCH-IS-VALID TO TRUE.
003260     COMPUTE WS-MIN-IN  = PCH-IN-HH  * 60 + PCH-IN-MM.
003270     COMPUTE WS-MIN-OUT = PCH-OUT-HH * 60 + PCH-OUT-MM.
003280
003281     PERFORM 2150-FIND-DAY-TURNO THRU 2150-EXIT.
003282     IF WS-DAY-DESCANSO
003283         SET PUNCH-IS-INVALID TO TRUE
003284         MOVE 'PCH-DATE'     TO WS-REJECT-FIELD
003285         MOVE PCH-DATE       TO WS-REJECT-VALUE
003286         MOVE 'FICHAJE EN DIA DE DESCANSO' TO WS-REJECT-REASON
003287         GO TO 2100-EXIT
003288     END-IF.
003289
003290*    ONLY THE NIGHT SHIFT MAY CLOCK OUT PAST MIDNIGHT; FOR IT
003300*    THE OUT TIME ROLLS INTO THE NEXT DAY
003310     IF WS-MIN-OUT NOT > WS-MIN-IN
003320         IF WS-DAY-NOCHE
003330             ADD 1440 TO WS-MIN-OUT
003340         ELSE
003350             SET PUNCH-IS-INVALID TO TRUE
003620     EXIT.
003630
003640*-----------------------------------------------------------*
003641* 2150-FIND-DAY-TURNO - THE SHIFT THE EMPLOYEE IS SCHEDULED   *
003642* ON FOR THE PUNCH DATE: THE ROTA ROW FOR EMPLOYEE AND DATE   *
003643* WHEN THERE IS ONE, OTHERWISE THE MASTER'S EMP-TURNO         *
003644*-----------------------------------------------------------*
003645 2150-FIND-DAY-TURNO.
003646     MOVE EMP-TURNO TO WS-DAY-TURNO.
003647     IF NOT WS-ROTA-AVAILABLE
003648         ADD 1 TO WS-NO-ROTA-COUNT
003649         GO TO 2150-EXIT
003650     END-IF.
003651     MOVE PCH-EMP-ID TO ROT-EMP-ID.
003652     MOVE PCH-DATE   TO ROT-DATE.
003653     READ ROTA-FILE
003654         INVALID KEY
003655             SET FS-ROT-NOTFND TO TRUE
003656     END-READ.
003657     IF FS-ROT-OK
003658         MOVE ROT-TURNO TO WS-DAY-TURNO
003659     ELSE
003660         ADD 1 TO WS-NO-ROTA-COUNT
003661     END-IF.
003662 2150-EXIT.
003663     EXIT.
003664
003665*-----------------------------------------------------------*
003666* 2200-CHECK-TURNO-WINDOW - THE PUNCH-IN MUST FALL IN THE     *
003667* DAY'S SHIFT WINDOW: MANANA 05:00-13:59, TARDE               *
003670* 13:00-21:59, NOCHE 21:00 ONWARDS OR BEFORE 06:00. A TURNO   *
003680* OUTSIDE M/T/N HAS NO WINDOW AND THE PUNCH REJECTS           *
003690*-----------------------------------------------------------*
003700 2200-CHECK-TURNO-WINDOW.
003710     EVALUATE TRUE
003720         WHEN WS-DAY-MANANA
003730             IF WS-MIN-IN < 300 OR WS-MIN-IN > 839
003740                 SET PUNCH-IS-INVALID TO TRUE
003750             END-IF
003760         WHEN WS-DAY-TARDE
003770             IF WS-MIN-IN < 780 OR WS-MIN-IN > 1319
003780                 SET PUNCH-IS-INVALID TO TRUE
003790             END-IF
003800         WHEN WS-DAY-NOCHE
003810             IF WS-MIN-IN > 359 AND WS-MIN-IN < 1260
003820                 SET PUNCH-IS-INVALID TO TRUE
003830             END-IF
004050*-----------------------------------------------------------*
004060* 2500-ACCUMULATE-PUNCH - REMEMBER THE PUNCH FOR OVERLAP      *
004070* CHECKS AND ADD ITS MINUTES INTO THE EMPLOYEE'S ACCUMULATOR  *
004077* ROW (CREATED ON FIRST PUNCH), IN TOTAL AND AGAINST THE      *
004084* SHIFT IT WAS WORKED ON. A FULL TABLE REJECTS THE PUNCH      *
004091* RATHER THAN LOSING IT SILENTLY                              *
004100*-----------------------------------------------------------*
004110 2500-ACCUMULATE-PUNCH.
004120     IF WS-PUNCH-COUNT NOT < 500
004340         IF WS-ACC-COUNT < 200
004350             ADD 1 TO WS-ACC-COUNT
004360             MOVE PCH-EMP-ID TO ACC-EMP-ID (WS-ACC-COUNT)
004362             MOVE 0 TO ACC-MINUTES-MANANA (WS-ACC-COUNT)
004364                       ACC-MINUTES-TARDE (WS-ACC-COUNT)
004366                       ACC-MINUTES-NOCHE (WS-ACC-COUNT)
004370             MOVE WS-PUNCH-MINUTES
004380                 TO ACC-MINUTES (WS-ACC-COUNT)
004383             MOVE WS-ACC-COUNT TO WS-ACC-INDEX
004386             PERFORM 2650-ADD-SHIFT-MINUTES THRU 2650-EXIT
004390         ELSE
004400             SET WS-ACC-TABLE-FULL TO TRUE
004410             MOVE 'PCH-EMP-ID'  TO WS-REJECT-FIELD
004530 2600-MATCH-ONE-ACCUMULATOR.
004540     IF ACC-EMP-ID (WS-ACC-INDEX) = PCH-EMP-ID
004550         ADD WS-PUNCH-MINUTES TO ACC-MINUTES (WS-ACC-INDEX)
004555         PERFORM 2650-ADD-SHIFT-MINUTES THRU 2650-EXIT
004560         SET WS-ACC-FOUND TO TRUE
004570     END-IF.
004580 2600-EXIT.
004590     EXIT.
004591
004592 2650-ADD-SHIFT-MINUTES.
004593     EVALUATE TRUE
004594         WHEN WS-DAY-MANANA
004595             ADD WS-PUNCH-MINUTES
004596                 TO ACC-MINUTES-MANANA (WS-ACC-INDEX)
004597         WHEN WS-DAY-TARDE
004598             ADD WS-PUNCH-MINUTES
004599                 TO ACC-MINUTES-TARDE (WS-ACC-INDEX)
004600         WHEN WS-DAY-NOCHE
004601             ADD WS-PUNCH-MINUTES
004602                 TO ACC-MINUTES-NOCHE (WS-ACC-INDEX)
004603     END-EVALUATE.
004604 2650-EXIT.
004605     EXIT.
004607
004610*-----------------------------------------------------------*
004620* 2900-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER REJECTED    *
004630* PUNCH, CARRYING THE FIRST FAILING FIELD                     *
004820*-----------------------------------------------------------*
004830* 3000-APPLY-HOURS - ONE MASTER REWRITE PER EMPLOYEE WITH     *
004840* PUNCHES, SETTING EMP-HOURS TO THE PERIOD'S CLOCKED TOTAL    *
004846* (MINUTES / 60, TWO DECIMALS), AND ITS HORASTUR ROW WITH THE *
004852* SAME MINUTES SPLIT BY SHIFT                                 *
004860*-----------------------------------------------------------*
004870 3000-APPLY-HOURS.
004880     PERFORM 3100-APPLY-ONE-EMPLOYEE THRU 3100-EXIT
005130             MOVE 12 TO WS-RETURN-CODE
005140             GO TO 3100-EXIT
005150     END-COMPUTE.
005155     MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE.
005160     MOVE WS-NEW-HOURS TO EMP-HOURS.
005170     REWRITE EMPLOYEE-RECORD
005180         INVALID KEY
005210             MOVE 12 TO WS-RETURN-CODE
005220         NOT INVALID KEY
005230             ADD 1 TO WS-UPDATE-COUNT
005235             PERFORM 3200-WRITE-SHIFT-HOURS THRU 3200-EXIT
005236             IF EMPLOYEE-RECORD NOT = WS-BEFORE-IMAGE
005237                 PERFORM 3300-WRITE-HOURS-AUDIT THRU 3300-EXIT
005238             END-IF
005240     END-REWRITE.
005250 3100-EXIT.
005260     EXIT.
005261
005262 3200-WRITE-SHIFT-HOURS.
005263     MOVE ACC-EMP-ID (WS-ACC-INDEX)   TO HTU-EMP-ID.
005264     MOVE ACC-MINUTES-MANANA (WS-ACC-INDEX)
005265         TO HTU-MINUTES-MANANA.
005266     MOVE ACC-MINUTES-TARDE (WS-ACC-INDEX)
005267         TO HTU-MINUTES-TARDE.
005268     MOVE ACC-MINUTES-NOCHE (WS-ACC-INDEX)
005269         TO HTU-MINUTES-NOCHE.
005270     MOVE WS-RUN-DATE-NUM             TO HTU-LOAD-DATE.
005271     WRITE SHIFT-HOURS-RECORD
005272         INVALID KEY
005273             DISPLAY 'FICHAJES - *** ALTA FALLIDA EN HORASTUR: '
005274                 HTU-EMP-ID ' STATUS: ' FS-SHIFT-HOURS-FILE
005275             MOVE 12 TO WS-RETURN-CODE
005276     END-WRITE.
005277 3200-EXIT.
005278     EXIT.
005279
005280*-----------------------------------------------------------*
005281* 3300-WRITE-HOURS-AUDIT - ONE AUDIT ROW PER EMPLOYEE WHOSE   *
005282* HOURS CHANGED, CARRYING THE BEFORE/AFTER RECORD IMAGES      *
005283*-----------------------------------------------------------*
005284 3300-WRITE-HOURS-AUDIT.
005285     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
005286     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
005287     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
005288     MOVE EMP-ID           TO AUD-KEY-VALUE.
005289     MOVE 'CAMBIO'         TO AUD-ACTION.
005290     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
005291     MOVE EMPLOYEE-RECORD  TO AUD-AFTER-IMAGE.
005292     MOVE SPACES           TO AUD-OPERATOR.
005293     WRITE AUDIT-LOG-RECORD.
005294 3300-EXIT.
005295     EXIT.
005296
005280*-----------------------------------------------------------*
005290* 4000-WRITE-PUNCH-REPORT - COUNT LINES FOR READ, VALID,      *
005300* REJECTED PUNCHES AND EMPLOYEES UPDATED                      *
005490     MOVE WS-UPDATE-COUNT            TO RC-COUNT.
005500     MOVE WS-REPORT-COUNT-LINE       TO PUNCH-REPORT-LINE.
005510     WRITE PUNCH-REPORT-LINE.
005511
005512     MOVE 'FICHAJES SIN CUADRANTE: ' TO RC-LABEL.
005513     MOVE WS-NO-ROTA-COUNT           TO RC-COUNT.
005514     MOVE WS-REPORT-COUNT-LINE       TO PUNCH-REPORT-LINE.
005515     WRITE PUNCH-REPORT-LINE.
005520
005530     DISPLAY 'FICHAJES - LEIDOS: '   WS-READ-COUNT
005540         ' VALIDOS: '      WS-VALID-COUNT
005740     IF WS-RETURN-CODE NOT = 16
005750         CLOSE PUNCH-FILE
005760         CLOSE EMPLOYEE-MASTER
005765         CLOSE SHIFT-HOURS-FILE
005770         CLOSE PUNCH-REPORT-FILE
005780     END-IF.
005782     IF WS-ROTA-AVAILABLE
005784         CLOSE ROTA-FILE
005786     END-IF.
005790     CLOSE AUDIT-LOG-FILE.
005800     CLOSE EXCEPTION-FILE.
005810 9000-EXIT.
