000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     AUSRECON.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-02.
000160 DATE-COMPILED.  2026-10-02.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-02 ILP   ORIGINAL - ABSENCE RECONCILIATION, RUN AFTER
000210*                  FICHAJES HAS LOADED A PERIOD. THE PERIOD IS
000220*                  THE PAYPERD ROW NAMED ON THE AUSRECON PARMFILE
000230*                  CARD, OR THE ONE COVERING THE RUN DATE (NEITHER
000240*                  FAILS THE STEP WITH RC 16). EVERY ROTAFILE DAY
000250*                  ON SHIFT M, T OR N IN THE PERIOD WITH NO PUNCH
000260*                  IN PUNCHFIL IS LISTED ON AUSRPT, WITH THE TYPE
000270*                  OF THE APPROVED AUSENCIA LEAVE COVERING IT, OR
000280*                  AS AN UNEXCUSED ABSENCE THAT ALSO GOES TO
000290*                  EXCPFILE (RC 4). DAYS WITH NO ROTA ROW ARE NOT
000300*                  SCHEDULED AND ARE NOT CHECKED. A SECOND SECTION
000310*                  LISTS THE PENDING VACATION REQUESTS THAT WOULD
000320*                  TAKE THE EMPLOYEE'S SALDOVAC BALANCE NEGATIVE,
000330*                  ALSO SENT TO EXCPFILE
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PUNCH-FILE ASSIGN TO "PUNCHFIL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-PUNCH-FILE.
000410
000420     SELECT ROTA-FILE ASSIGN TO "ROTAFILE"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ROT-KEY
000460         FILE STATUS IS FS-ROTA-FILE.
000470
000480     SELECT LEAVE-FILE ASSIGN TO "AUSENCIA"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AUS-KEY
000520         FILE STATUS IS FS-LEAVE-FILE.
000530
000540     SELECT LEAVE-BALANCE-FILE ASSIGN TO "SALDOVAC"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SVC-EMP-ID
000580         FILE STATUS IS FS-LEAVE-BALANCE-FILE.
000590
000600     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS EMP-ID
000640         FILE STATUS IS FS-EMPLOYEE-MASTER.
000650
000660     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-PAY-PERIOD-FILE.
000690
000700     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-PARAMETER-FILE.
000730
000740     SELECT LEAVE-REPORT-FILE ASSIGN TO "AUSRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-LEAVE-REPORT-FILE.
000770
000780     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-AUDIT-LOG-FILE.
000810
000820     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-EXCEPTION-FILE.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PUNCH-FILE.
000890 01  PUNCH-RECORD.
000900     05  PCH-EMP-ID                  PIC X(06).
000910     05  PCH-DATE                    PIC X(08).
000920     05  PCH-TIME-IN                 PIC X(04).
000930     05  PCH-TIME-OUT                PIC X(04).
000940     05  FILLER                      PIC X(58).
000950
000960 FD  ROTA-FILE.
000970     COPY ROTAREC.
000980
000990 FD  LEAVE-FILE.
001000     COPY AUSENREC.
001010
001020 FD  LEAVE-BALANCE-FILE.
001030     COPY SALDOVAC.
001040
001050 FD  EMPLOYEE-MASTER.
001060     COPY EMPMAST.
001070
001080 FD  PAY-PERIOD-FILE.
001090     COPY PERIOREC.
001100
001110 FD  PARAMETER-FILE.
001120     COPY PARMCARD.
001130
001140 FD  LEAVE-REPORT-FILE.
001150 01  LEAVE-REPORT-LINE               PIC X(80).
001160
001170 FD  AUDIT-LOG-FILE.
001180     COPY AUDITLOG.
001190
001200 FD  EXCEPTION-FILE.
001210     COPY EXCPREC.
001220
001230 WORKING-STORAGE SECTION.
001240 01  WS-PROGRAM-ID               PIC X(08) VALUE 'AUSRECON'.
001250
001260 01  WS-FILE-STATUSES.
001270     05  FS-PUNCH-FILE           PIC XX.
001280         88  FS-PCH-OK           VALUE '00'.
001290         88  FS-PCH-EOF          VALUE '10'.
001300     05  FS-ROTA-FILE            PIC XX.
001310         88  FS-ROT-OK           VALUE '00'.
001320         88  FS-ROT-EOF          VALUE '10'.
001330     05  FS-LEAVE-FILE           PIC XX.
001340         88  FS-AUS-OK           VALUE '00'.
001350     05  FS-LEAVE-BALANCE-FILE   PIC XX.
001360         88  FS-SVC-OK           VALUE '00'.
001370         88  FS-SVC-NOTFND       VALUE '23'.
001380     05  FS-EMPLOYEE-MASTER      PIC XX.
001390         88  FS-EMP-OK           VALUE '00'.
001400         88  FS-EMP-NOTFND       VALUE '23'.
001410     05  FS-PAY-PERIOD-FILE      PIC XX.
001420         88  FS-PER-OK           VALUE '00'.
001430     05  FS-PARAMETER-FILE       PIC XX.
001440         88  FS-PARM-OK          VALUE '00'.
001450     05  FS-LEAVE-REPORT-FILE    PIC XX.
001460     05  FS-AUDIT-LOG-FILE       PIC XX.
001470         88  FS-AUDIT-OK         VALUE '00'.
001480     05  FS-EXCEPTION-FILE       PIC XX.
001490         88  FS-EXC-OK           VALUE '00'.
001500
001510 01  WS-RUN-DATE-NUM             PIC 9(08).
001520 01  WS-RUN-TIME                 PIC 9(08).
001530 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001540
001550 01  WS-PARM-FOUND-SW            PIC X(01).
001560     88  WS-PARM-FOUND           VALUE 'Y'.
001570     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001580 01  WS-PERIOD-FOUND-SW          PIC X(01).
001590     88  WS-PERIOD-FOUND         VALUE 'Y'.
001600     88  WS-PERIOD-NOT-FOUND     VALUE 'N'.
001610 01  WS-LEAVE-AVAIL-SW           PIC X(01) VALUE 'N'.
001620     88  WS-LEAVE-AVAILABLE      VALUE 'Y'.
001630 01  WS-BALANCE-AVAIL-SW         PIC X(01) VALUE 'N'.
001640     88  WS-BALANCE-AVAILABLE    VALUE 'Y'.
001650 01  WS-MASTER-AVAIL-SW          PIC X(01) VALUE 'N'.
001660     88  WS-MASTER-AVAILABLE     VALUE 'Y'.
001670
001680*    THE PERIOD BEING RECONCILED
001690 01  WS-PERIOD-ID                PIC X(06).
001700 01  WS-PERIOD-START             PIC X(08).
001710 01  WS-PERIOD-END               PIC X(08).
001720
001730*    EVERY EMPLOYEE + DAY WITH A PUNCH IN THE PERIOD
001740 01  WS-PUNCH-TABLE.
001750     05  WS-PUNCH-COUNT          PIC 9(04) COMP VALUE 0.
001760     05  WS-PUNCH-ENTRY OCCURS 9999 TIMES.
001770         10  WS-PT-EMP-ID        PIC X(06).
001780         10  WS-PT-DATE          PIC X(08).
001790 01  WS-PUNCH-INDEX              PIC 9(04) COMP.
001800 01  WS-PUNCH-SW                 PIC X(01).
001810     88  WS-PUNCH-FOUND          VALUE 'Y'.
001820     88  WS-PUNCH-NOT-FOUND      VALUE 'N'.
001830
001840 01  WS-COVER-SW                 PIC X(01).
001850     88  WS-COVERED              VALUE 'Y'.
001860     88  WS-NOT-COVERED          VALUE 'N'.
001870 01  WS-SCAN-END-SW              PIC X(01).
001880     88  WS-SCAN-ENDED           VALUE 'Y'.
001890 01  WS-COVER-TYPE               PIC X(01).
001900     88  WS-COVER-VACACIONES     VALUE 'V'.
001910     88  WS-COVER-ENFERMEDAD     VALUE 'E'.
001920     88  WS-COVER-PERMISO        VALUE 'P'.
001930     88  WS-COVER-NO-RETRIBUIDO  VALUE 'N'.
001940
001950*    PENDING VACATION DAYS ADDED UP PER EMPLOYEE AS THE REGISTER
001960*    IS READ IN KEY ORDER
001970 01  WS-PEND-EMP-ID              PIC X(06).
001980 01  WS-PEND-DAYS                PIC 9(04) COMP.
001990 01  WS-AVAILABLE-DAYS           PIC S9(03)V99.
002000
002010 01  WS-LOOKUP-EMP-ID            PIC X(06).
002020 01  WS-EMP-NOMBRE               PIC X(30).
002030
002040 01  WS-REJECT-FIELD             PIC X(15).
002050 01  WS-REJECT-REASON            PIC X(40).
002060 01  WS-REJECT-VALUE.
002070     05  RV-EMP-ID               PIC X(06).
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  RV-DATE                 PIC X(08).
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  RV-DETAIL               PIC X(14).
002120
002130 01  WS-SCHEDULED-COUNT          PIC 9(05) COMP VALUE 0.
002140 01  WS-PUNCHED-COUNT            PIC 9(05) COMP VALUE 0.
002150 01  WS-COVERED-COUNT            PIC 9(05) COMP VALUE 0.
002160 01  WS-UNEXCUSED-COUNT          PIC 9(05) COMP VALUE 0.
002170 01  WS-FLAG-COUNT               PIC 9(05) COMP VALUE 0.
002180
002190 01  WS-REPORT-HEADER.
002200     05  FILLER                  PIC X(34)
002210         VALUE 'AUSRECON CONCILIACION DE AUSENCIAS'.
002220     05  FILLER                  PIC X(10) VALUE ' PERIODO: '.
002230     05  RH-PERIOD               PIC X(06).
002240     05  FILLER                  PIC X(05) VALUE ' DEL '.
002250     05  RH-FROM                 PIC X(08).
002260     05  FILLER                  PIC X(04) VALUE ' AL '.
002270     05  RH-TO                   PIC X(08).
002280     05  FILLER                  PIC X(05) VALUE SPACES.
002290
002300 01  WS-ABSENCE-HEADING.
002310     05  FILLER                  PIC X(40)
002320         VALUE '   EMP-ID NOMBRE               FECHA    '.
002330     05  FILLER                  PIC X(40)
002340         VALUE 'TURNO SITUACION                         '.
002350
002360 01  WS-ABSENCE-DETAIL.
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  AD-EMP-ID               PIC X(06).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  AD-NOMBRE               PIC X(20).
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  AD-DATE                 PIC X(08).
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  AD-TURNO                PIC X(01).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  AD-SITUACION            PIC X(25).
002470     05  FILLER                  PIC X(10) VALUE SPACES.
002480
002490 01  WS-REQUEST-HEADING-1.
002500     05  FILLER                  PIC X(40)
002510         VALUE '*** SOLICITUDES DE VACACIONES QUE DEJAN '.
002520     05  FILLER                  PIC X(40)
002530         VALUE 'EL SALDO NEGATIVO                       '.
002540
002550 01  WS-REQUEST-HEADING-2.
002560     05  FILLER                  PIC X(40)
002570         VALUE '   EMP-ID NOMBRE               DESDE    '.
002580     05  FILLER                  PIC X(40)
002590         VALUE ' HASTA     DIAS PENDIENTE DISPONIBLE    '.
002600
002610 01  WS-REQUEST-DETAIL.
002620     05  FILLER                  PIC X(03) VALUE SPACES.
002630     05  RQ-EMP-ID               PIC X(06).
002640     05  FILLER                  PIC X(01) VALUE SPACE.
002650     05  RQ-NOMBRE               PIC X(20).
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  RQ-START                PIC X(08).
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  RQ-END                  PIC X(08).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  RQ-DAYS                 PIC ZZ9.
002720     05  FILLER                  PIC X(03) VALUE SPACES.
002730     05  RQ-PENDING              PIC ZZZ9.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  RQ-AVAILABLE            PIC -ZZ9.99.
002760     05  FILLER                  PIC X(10) VALUE SPACES.
002770
002780 01  WS-TOTAL-LINE.
002790     05  TL-LABEL                PIC X(32).
002800     05  TL-COUNT                PIC ZZZZ9.
002810     05  FILLER                  PIC X(43) VALUE SPACES.
002820
002830 PROCEDURE DIVISION.
002840
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002870     IF WS-RETURN-CODE < 8
002880         PERFORM 3000-RECONCILE-ROTA   THRU 3000-EXIT
002890         PERFORM 5000-CHECK-REQUESTS   THRU 5000-EXIT
002900         PERFORM 6000-WRITE-TOTALS     THRU 6000-EXIT
002910     END-IF.
002920     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002930     MOVE WS-RETURN-CODE TO RETURN-CODE.
002940     GOBACK.
002950 0000-EXIT.
002960     EXIT.
002970
002980*-----------------------------------------------------------*
002990* 1000-INITIALIZE - FIX THE PERIOD, LOAD ITS PUNCHES, OPEN   *
003000* THE ROTA (REQUIRED), THE LEAVE REGISTER, THE BALANCES AND  *
003010* THE MASTER (OPTIONAL), AND WRITE THE REPORT HEADINGS       *
003020*-----------------------------------------------------------*
003030 1000-INITIALIZE.
003040     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
003050     ACCEPT WS-RUN-TIME     FROM TIME.
003060     MOVE 0 TO WS-RETURN-CODE.
003070
003080     OPEN EXTEND AUDIT-LOG-FILE.
003090     IF NOT FS-AUDIT-OK
003100         CLOSE AUDIT-LOG-FILE
003110         OPEN OUTPUT AUDIT-LOG-FILE
003120     END-IF.
003130
003140     OPEN EXTEND EXCEPTION-FILE.
003150     IF NOT FS-EXC-OK
003160         CLOSE EXCEPTION-FILE
003170         OPEN OUTPUT EXCEPTION-FILE
003180     END-IF.
003190
003200     PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
003210     IF WS-RETURN-CODE NOT = 0
003220         GO TO 1000-EXIT
003230     END-IF.
003240
003250     PERFORM 2000-LOAD-PUNCHES THRU 2000-EXIT.
003260     IF WS-RETURN-CODE NOT = 0
003270         GO TO 1000-EXIT
003280     END-IF.
003290
003300     OPEN INPUT ROTA-FILE.
003310     IF NOT FS-ROT-OK
003320         DISPLAY 'AUSRECON - *** FICHERO ROTAFILE NO '
003330             'DISPONIBLE, STATUS: ' FS-ROTA-FILE
003340         MOVE 16 TO WS-RETURN-CODE
003350         GO TO 1000-EXIT
003360     END-IF.
003370
003380*    NO REGISTER YET MEANS NO LEAVE HAS BEEN ENTERED
003390     OPEN INPUT LEAVE-FILE.
003400     IF FS-AUS-OK
003410         SET WS-LEAVE-AVAILABLE TO TRUE
003420     ELSE
003430         DISPLAY 'AUSRECON - FICHERO AUSENCIA NO DISPONIBLE, '
003440             'STATUS: ' FS-LEAVE-FILE
003450             ', NINGUN DIA CUBIERTO POR PERMISO'
003460     END-IF.
003470
003480     OPEN INPUT LEAVE-BALANCE-FILE.
003490     IF FS-SVC-OK
003500         SET WS-BALANCE-AVAILABLE TO TRUE
003510     ELSE
003520         DISPLAY 'AUSRECON - FICHERO SALDOVAC NO DISPONIBLE, '
003530             'STATUS: ' FS-LEAVE-BALANCE-FILE
003540             ', SALDOS A CERO'
003550     END-IF.
003560
003570     OPEN INPUT EMPLOYEE-MASTER.
003580     IF FS-EMP-OK
003590         SET WS-MASTER-AVAILABLE TO TRUE
003600     ELSE
003610         DISPLAY 'AUSRECON - EMPLOYEE MASTER FILE NOT '
003620             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
003630             ', LISTADO SIN NOMBRES'
003640     END-IF.
003650
003660     OPEN OUTPUT LEAVE-REPORT-FILE.
003670     MOVE WS-PERIOD-ID    TO RH-PERIOD.
003680     MOVE WS-PERIOD-START TO RH-FROM.
003690     MOVE WS-PERIOD-END   TO RH-TO.
003700     MOVE WS-REPORT-HEADER TO LEAVE-REPORT-LINE.
003710     WRITE LEAVE-REPORT-LINE.
003720     MOVE SPACES TO LEAVE-REPORT-LINE.
003730     WRITE LEAVE-REPORT-LINE.
003740     MOVE WS-ABSENCE-HEADING TO LEAVE-REPORT-LINE.
003750     WRITE LEAVE-REPORT-LINE.
003760 1000-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------*
003800* 1300-FIND-PERIOD - THE AUSRECON PARMFILE CARD NAMES THE    *
003810* PERIOD (PER-ID); NO CARD TAKES THE PAYPERD ROW WHOSE RANGE *
003820* HOLDS THE RUN DATE. NO MATCHING ROW FAILS THE STEP (RC 16) *
003830*-----------------------------------------------------------*
003840 1300-FIND-PERIOD.
003850     MOVE SPACES TO WS-PERIOD-ID.
003860     SET WS-PARM-NOT-FOUND TO TRUE.
003870     OPEN INPUT PARAMETER-FILE.
003880     IF FS-PARM-OK
003890         PERFORM 1310-SCAN-ONE-PARAMETER THRU 1310-EXIT
003900             UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND
003910         CLOSE PARAMETER-FILE
003920     END-IF.
003930
003940     SET WS-PERIOD-NOT-FOUND TO TRUE.
003950     OPEN INPUT PAY-PERIOD-FILE.
003960     IF NOT FS-PER-OK
003970         DISPLAY 'AUSRECON - *** FICHERO PAYPERD NO '
003980             'DISPONIBLE, STATUS: ' FS-PAY-PERIOD-FILE
003990         MOVE 16 TO WS-RETURN-CODE
004000         GO TO 1300-EXIT
004010     END-IF.
004020     PERFORM 1320-CHECK-ONE-PERIOD THRU 1320-EXIT
004030         UNTIL NOT FS-PER-OK OR WS-PERIOD-FOUND.
004040     CLOSE PAY-PERIOD-FILE.
004050
004060     IF WS-PERIOD-NOT-FOUND
004070         IF WS-PARM-FOUND
004080             DISPLAY 'AUSRECON - *** PERIODO ' WS-PERIOD-ID
004090                 ' DE PARMFILE NO ESTA EN PAYPERD ***'
004100         ELSE
004110             DISPLAY 'AUSRECON - *** NINGUN PERIODO DE PAYPERD '
004120                 'CUBRE LA FECHA ' WS-RUN-DATE-NUM ' ***'
004130         END-IF
004140         MOVE 16 TO WS-RETURN-CODE
004150         GO TO 1300-EXIT
004160     END-IF.
004170     DISPLAY 'AUSRECON - PERIODO: ' WS-PERIOD-ID
004180         ' DEL ' WS-PERIOD-START ' AL ' WS-PERIOD-END.
004190 1300-EXIT.
004200     EXIT.
004210
004220 1310-SCAN-ONE-PARAMETER.
004230     READ PARAMETER-FILE
004240         AT END
004250             GO TO 1310-EXIT
004260     END-READ.
004270     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
004280         MOVE PRM-VALUE (1:6) TO WS-PERIOD-ID
004290         SET WS-PARM-FOUND TO TRUE
004300     END-IF.
004310 1310-EXIT.
004320     EXIT.
004330
004340 1320-CHECK-ONE-PERIOD.
004350     READ PAY-PERIOD-FILE
004360         AT END
004370             GO TO 1320-EXIT
004380     END-READ.
004390     IF WS-PARM-FOUND
004400         IF PER-ID = WS-PERIOD-ID
004410             SET WS-PERIOD-FOUND TO TRUE
004420         END-IF
004430     ELSE
004440         IF PER-START-DATE NOT > WS-RUN-DATE-NUM
004450                 AND PER-END-DATE NOT < WS-RUN-DATE-NUM
004460             SET WS-PERIOD-FOUND TO TRUE
004470         END-IF
004480     END-IF.
004490     IF WS-PERIOD-FOUND
004500         MOVE PER-ID         TO WS-PERIOD-ID
004510         MOVE PER-START-DATE TO WS-PERIOD-START
004520         MOVE PER-END-DATE   TO WS-PERIOD-END
004530     END-IF.
004540 1320-EXIT.
004550     EXIT.
004560
004570*-----------------------------------------------------------*
004580* 2000-LOAD-PUNCHES - EVERY PUNCH IN THE PERIOD, EMPLOYEE +  *
004590* DAY; NO PUNCH FILE IS RC 16, MORE THAN THE TABLE HOLDS IS  *
004600* RC 12 (A SHORT TABLE WOULD REPORT FALSE ABSENCES)          *
004610*-----------------------------------------------------------*
004620 2000-LOAD-PUNCHES.
004630     MOVE 0 TO WS-PUNCH-COUNT.
004640     OPEN INPUT PUNCH-FILE.
004650     IF NOT FS-PCH-OK
004660         DISPLAY 'AUSRECON - *** FICHERO PUNCHFIL NO '
004670             'DISPONIBLE, STATUS: ' FS-PUNCH-FILE
004680         MOVE 16 TO WS-RETURN-CODE
004690         GO TO 2000-EXIT
004700     END-IF.
004710     PERFORM 2100-LOAD-ONE-PUNCH THRU 2100-EXIT
004720         UNTIL FS-PCH-EOF OR WS-RETURN-CODE NOT = 0.
004730     CLOSE PUNCH-FILE.
004740     DISPLAY 'AUSRECON - FICHAJES DEL PERIODO: ' WS-PUNCH-COUNT.
004750 2000-EXIT.
004760     EXIT.
004770
004780 2100-LOAD-ONE-PUNCH.
004790     READ PUNCH-FILE
004800         AT END
004810             GO TO 2100-EXIT
004820     END-READ.
004830     IF PCH-DATE < WS-PERIOD-START OR PCH-DATE > WS-PERIOD-END
004840         GO TO 2100-EXIT
004850     END-IF.
004860     IF WS-PUNCH-COUNT NOT < 9999
004870         DISPLAY 'AUSRECON - *** MAS DE 9999 FICHAJES EN EL '
004880             'PERIODO, TABLA DESBORDADA ***'
004890         MOVE 12 TO WS-RETURN-CODE
004900         GO TO 2100-EXIT
004910     END-IF.
004920     ADD 1 TO WS-PUNCH-COUNT.
004930     MOVE PCH-EMP-ID TO WS-PT-EMP-ID (WS-PUNCH-COUNT).
004940     MOVE PCH-DATE   TO WS-PT-DATE (WS-PUNCH-COUNT).
004950 2100-EXIT.
004960     EXIT.
004970
004980*-----------------------------------------------------------*
004990* 3000-RECONCILE-ROTA - ONE PASS OF THE ROTA IN EMPLOYEE +   *
005000* DATE ORDER; EACH WORKING DAY IN THE PERIOD IS LOOKED UP IN *
005010* THE PUNCH TABLE                                            *
005020*-----------------------------------------------------------*
005030 3000-RECONCILE-ROTA.
005040     PERFORM 3100-CHECK-ONE-ROTA-DAY THRU 3100-EXIT
005050         UNTIL NOT FS-ROT-OK.
005060 3000-EXIT.
005070     EXIT.
005080
005090 3100-CHECK-ONE-ROTA-DAY.
005100     READ ROTA-FILE NEXT RECORD
005110         AT END
005120             GO TO 3100-EXIT
005130     END-READ.
005140     IF ROT-DATE < WS-PERIOD-START OR ROT-DATE > WS-PERIOD-END
005150         GO TO 3100-EXIT
005160     END-IF.
005170     IF ROT-DESCANSO
005180         GO TO 3100-EXIT
005190     END-IF.
005200     ADD 1 TO WS-SCHEDULED-COUNT.
005210     SET WS-PUNCH-NOT-FOUND TO TRUE.
005220     PERFORM 3110-MATCH-ONE-PUNCH THRU 3110-EXIT
005230         VARYING WS-PUNCH-INDEX FROM 1 BY 1
005240         UNTIL WS-PUNCH-INDEX > WS-PUNCH-COUNT
005250             OR WS-PUNCH-FOUND.
005260     IF WS-PUNCH-FOUND
005270         ADD 1 TO WS-PUNCHED-COUNT
005280         GO TO 3100-EXIT
005290     END-IF.
005300     PERFORM 3200-FIND-COVERING-LEAVE THRU 3200-EXIT.
005310     PERFORM 3300-WRITE-ABSENCE THRU 3300-EXIT.
005320 3100-EXIT.
005330     EXIT.
005340
005350 3110-MATCH-ONE-PUNCH.
005360     IF WS-PT-EMP-ID (WS-PUNCH-INDEX) = ROT-EMP-ID
005370             AND WS-PT-DATE (WS-PUNCH-INDEX) = ROT-DATE
005380         SET WS-PUNCH-FOUND TO TRUE
005390     END-IF.
005400 3110-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------*
005440* 3200-FIND-COVERING-LEAVE - BROWSE THE EMPLOYEE'S LEAVE     *
005450* ROWS UP TO THE DAY; AN APPROVED ONE ENDING ON OR AFTER IT  *
005460* COVERS THE DAY. REQUESTED, DENIED OR CANCELLED LEAVE DOES  *
005470* NOT                                                        *
005480*-----------------------------------------------------------*
005490 3200-FIND-COVERING-LEAVE.
005500     SET WS-NOT-COVERED TO TRUE.
005510     IF NOT WS-LEAVE-AVAILABLE
005520         GO TO 3200-EXIT
005530     END-IF.
005540     MOVE 'N' TO WS-SCAN-END-SW.
005550     MOVE ROT-EMP-ID TO AUS-EMP-ID.
005560     MOVE LOW-VALUES TO AUS-START-DATE.
005570     START LEAVE-FILE KEY IS NOT LESS THAN AUS-KEY
005580         INVALID KEY
005590             GO TO 3200-EXIT
005600     END-START.
005610     PERFORM 3210-CHECK-ONE-LEAVE THRU 3210-EXIT
005620         UNTIL WS-SCAN-ENDED OR WS-COVERED.
005630 3200-EXIT.
005640     EXIT.
005650
005660 3210-CHECK-ONE-LEAVE.
005670     READ LEAVE-FILE NEXT RECORD
005680         AT END
005690             SET WS-SCAN-ENDED TO TRUE
005700             GO TO 3210-EXIT
005710     END-READ.
005720     IF AUS-EMP-ID NOT = ROT-EMP-ID
005730             OR AUS-START-DATE > ROT-DATE
005740         SET WS-SCAN-ENDED TO TRUE
005750         GO TO 3210-EXIT
005760     END-IF.
005770     IF AUS-APROBADA AND AUS-END-DATE NOT < ROT-DATE
005780         SET WS-COVERED TO TRUE
005790         MOVE AUS-TYPE TO WS-COVER-TYPE
005800     END-IF.
005810 3210-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------*
005850* 3300-WRITE-ABSENCE - THE REPORT LINE FOR A SCHEDULED DAY   *
005860* WITHOUT A PUNCH; AN UNEXCUSED ONE ALSO GOES TO EXCPFILE    *
005870*-----------------------------------------------------------*
005880 3300-WRITE-ABSENCE.
005890     MOVE ROT-EMP-ID TO AD-EMP-ID.
005900     MOVE ROT-DATE   TO AD-DATE.
005910     MOVE ROT-TURNO  TO AD-TURNO.
005920     MOVE ROT-EMP-ID TO WS-LOOKUP-EMP-ID.
005930     PERFORM 7000-LOOKUP-NAME THRU 7000-EXIT.
005940     MOVE WS-EMP-NOMBRE TO AD-NOMBRE.
005950     IF WS-COVERED
005960         ADD 1 TO WS-COVERED-COUNT
005970         EVALUATE TRUE
005980             WHEN WS-COVER-VACACIONES
005990                 MOVE 'VACACIONES'    TO AD-SITUACION
006000             WHEN WS-COVER-ENFERMEDAD
006010                 MOVE 'BAJA POR ENFERMEDAD' TO AD-SITUACION
006020             WHEN WS-COVER-PERMISO
006030                 MOVE 'PERMISO RETRIBUIDO' TO AD-SITUACION
006040             WHEN WS-COVER-NO-RETRIBUIDO
006050                 MOVE 'PERMISO NO RETRIBUIDO' TO AD-SITUACION
006060         END-EVALUATE
006070     ELSE
006080         ADD 1 TO WS-UNEXCUSED-COUNT
006090         MOVE '*** INJUSTIFICADA'  TO AD-SITUACION
006100         MOVE 'ROT-DATE'           TO WS-REJECT-FIELD
006110         MOVE ROT-EMP-ID           TO RV-EMP-ID
006120         MOVE ROT-DATE             TO RV-DATE
006130         MOVE SPACES               TO RV-DETAIL
006140         MOVE 'TURNO '             TO RV-DETAIL (1:6)
006150         MOVE ROT-TURNO            TO RV-DETAIL (7:1)
006160         MOVE 'AUSENCIA INJUSTIFICADA, SIN FICHAJE'
006170             TO WS-REJECT-REASON
006180         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006190     END-IF.
006200     MOVE WS-ABSENCE-DETAIL TO LEAVE-REPORT-LINE.
006210     WRITE LEAVE-REPORT-LINE.
006220 3300-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------*
006260* 5000-CHECK-REQUESTS - ONE PASS OF THE REGISTER IN KEY      *
006270* ORDER, ADDING UP EACH EMPLOYEE'S PENDING VACATION DAYS.    *
006280* A REQUEST THAT TAKES THE RUNNING TOTAL PAST THE BALANCE    *
006290* STILL AVAILABLE IS LISTED AND SENT TO EXCPFILE             *
006300*-----------------------------------------------------------*
006310 5000-CHECK-REQUESTS.
006320     MOVE SPACES TO LEAVE-REPORT-LINE.
006330     WRITE LEAVE-REPORT-LINE.
006340     MOVE WS-REQUEST-HEADING-1 TO LEAVE-REPORT-LINE.
006350     WRITE LEAVE-REPORT-LINE.
006360     MOVE WS-REQUEST-HEADING-2 TO LEAVE-REPORT-LINE.
006370     WRITE LEAVE-REPORT-LINE.
006380     IF NOT WS-LEAVE-AVAILABLE
006390         GO TO 5000-EXIT
006400     END-IF.
006410     MOVE SPACES TO WS-PEND-EMP-ID.
006420     MOVE 'N' TO WS-SCAN-END-SW.
006430     MOVE LOW-VALUES TO AUS-KEY.
006440     START LEAVE-FILE KEY IS NOT LESS THAN AUS-KEY
006450         INVALID KEY
006460             GO TO 5000-EXIT
006470     END-START.
006480     PERFORM 5100-CHECK-ONE-REQUEST THRU 5100-EXIT
006490         UNTIL WS-SCAN-ENDED.
006500 5000-EXIT.
006510     EXIT.
006520
006530 5100-CHECK-ONE-REQUEST.
006540     READ LEAVE-FILE NEXT RECORD
006550         AT END
006560             SET WS-SCAN-ENDED TO TRUE
006570             GO TO 5100-EXIT
006580     END-READ.
006590     IF NOT AUS-SOLICITADA OR NOT AUS-VACACIONES
006600         GO TO 5100-EXIT
006610     END-IF.
006620     IF AUS-EMP-ID NOT = WS-PEND-EMP-ID
006630         MOVE AUS-EMP-ID TO WS-PEND-EMP-ID
006640         MOVE 0 TO WS-PEND-DAYS
006650         PERFORM 5200-READ-BALANCE THRU 5200-EXIT
006660     END-IF.
006670     ADD AUS-DAYS TO WS-PEND-DAYS.
006680     IF WS-PEND-DAYS NOT > WS-AVAILABLE-DAYS
006690         GO TO 5100-EXIT
006700     END-IF.
006710
006720     ADD 1 TO WS-FLAG-COUNT.
006730     MOVE AUS-EMP-ID        TO RQ-EMP-ID.
006740     MOVE AUS-EMP-ID        TO WS-LOOKUP-EMP-ID.
006750     PERFORM 7000-LOOKUP-NAME THRU 7000-EXIT.
006760     MOVE WS-EMP-NOMBRE     TO RQ-NOMBRE.
006770     MOVE AUS-START-DATE    TO RQ-START.
006780     MOVE AUS-END-DATE      TO RQ-END.
006790     MOVE AUS-DAYS          TO RQ-DAYS.
006800     MOVE WS-PEND-DAYS      TO RQ-PENDING.
006810     MOVE WS-AVAILABLE-DAYS TO RQ-AVAILABLE.
006820     MOVE WS-REQUEST-DETAIL TO LEAVE-REPORT-LINE.
006830     WRITE LEAVE-REPORT-LINE.
006840
006850     MOVE 'AUS-DAYS'        TO WS-REJECT-FIELD.
006860     MOVE AUS-EMP-ID        TO RV-EMP-ID.
006870     MOVE AUS-START-DATE    TO RV-DATE.
006880     MOVE SPACES            TO RV-DETAIL.
006890     MOVE RQ-AVAILABLE      TO RV-DETAIL.
006900     MOVE 'SOLICITUD DEJA EL SALDO NEGATIVO'
006910         TO WS-REJECT-REASON.
006920     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
006930 5100-EXIT.
006940     EXIT.
006950
006960*-----------------------------------------------------------*
006970* 5200-READ-BALANCE - DAYS STILL AVAILABLE TO THE EMPLOYEE;  *
006980* NONE WITHOUT A BALANCE ROW                                 *
006990*-----------------------------------------------------------*
007000 5200-READ-BALANCE.
007010     MOVE 0 TO WS-AVAILABLE-DAYS.
007020     IF NOT WS-BALANCE-AVAILABLE
007030         GO TO 5200-EXIT
007040     END-IF.
007050     MOVE AUS-EMP-ID TO SVC-EMP-ID.
007060     READ LEAVE-BALANCE-FILE
007070         INVALID KEY
007080             SET FS-SVC-NOTFND TO TRUE
007090     END-READ.
007100     IF FS-SVC-OK
007110         COMPUTE WS-AVAILABLE-DAYS = SVC-ACCRUED - SVC-TAKEN
007120     END-IF.
007130 5200-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------*
007170* 6000-WRITE-TOTALS - THE COUNTS, ON THE REPORT AND CONSOLE  *
007180*-----------------------------------------------------------*
007190 6000-WRITE-TOTALS.
007200     MOVE SPACES TO LEAVE-REPORT-LINE.
007210     WRITE LEAVE-REPORT-LINE.
007220     MOVE 'DIAS DE TURNO EN EL PERIODO:' TO TL-LABEL.
007230     MOVE WS-SCHEDULED-COUNT          TO TL-COUNT.
007240     MOVE WS-TOTAL-LINE TO LEAVE-REPORT-LINE.
007250     WRITE LEAVE-REPORT-LINE.
007260     MOVE 'DIAS CON FICHAJE:'            TO TL-LABEL.
007270     MOVE WS-PUNCHED-COUNT            TO TL-COUNT.
007280     MOVE WS-TOTAL-LINE TO LEAVE-REPORT-LINE.
007290     WRITE LEAVE-REPORT-LINE.
007300     MOVE 'DIAS CUBIERTOS POR PERMISO:'  TO TL-LABEL.
007310     MOVE WS-COVERED-COUNT            TO TL-COUNT.
007320     MOVE WS-TOTAL-LINE TO LEAVE-REPORT-LINE.
007330     WRITE LEAVE-REPORT-LINE.
007340     MOVE 'AUSENCIAS INJUSTIFICADAS:'    TO TL-LABEL.
007350     MOVE WS-UNEXCUSED-COUNT          TO TL-COUNT.
007360     MOVE WS-TOTAL-LINE TO LEAVE-REPORT-LINE.
007370     WRITE LEAVE-REPORT-LINE.
007380     MOVE 'SOLICITUDES SOBRE EL SALDO:'  TO TL-LABEL.
007390     MOVE WS-FLAG-COUNT               TO TL-COUNT.
007400     MOVE WS-TOTAL-LINE TO LEAVE-REPORT-LINE.
007410     WRITE LEAVE-REPORT-LINE.
007420     DISPLAY 'AUSRECON - DIAS DE TURNO: ' WS-SCHEDULED-COUNT
007430         ' CON FICHAJE: '  WS-PUNCHED-COUNT
007440         ' CON PERMISO: '  WS-COVERED-COUNT.
007450     DISPLAY 'AUSRECON - INJUSTIFICADAS: ' WS-UNEXCUSED-COUNT
007460         ' SOLICITUDES SOBRE SALDO: ' WS-FLAG-COUNT.
007470 6000-EXIT.
007480     EXIT.
007490
007500*-----------------------------------------------------------*
007510* 7000-LOOKUP-NAME - THE EMPLOYEE'S NAME FOR EMP-ID, SPACES  *
007520* WHEN THE MASTER IS MISSING OR THE EMPLOYEE IS NOT ON IT    *
007530*-----------------------------------------------------------*
007540 7000-LOOKUP-NAME.
007550     MOVE SPACES TO WS-EMP-NOMBRE.
007560     IF NOT WS-MASTER-AVAILABLE
007570         GO TO 7000-EXIT
007580     END-IF.
007590     MOVE WS-LOOKUP-EMP-ID TO EMP-ID.
007600     READ EMPLOYEE-MASTER
007610         INVALID KEY
007620             SET FS-EMP-NOTFND TO TRUE
007630     END-READ.
007640     IF FS-EMP-OK
007650         MOVE EMP-NOMBRE TO WS-EMP-NOMBRE
007660     END-IF.
007670 7000-EXIT.
007680     EXIT.
007690
007700*-----------------------------------------------------------*
007710* 8000-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER UNEXCUSED  *
007720* ABSENCE OR OVER-BALANCE REQUEST                            *
007730*-----------------------------------------------------------*
007740 8000-WRITE-EXCEPTION.
007750     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
007760     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
007770     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
007780     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
007790     MOVE WS-REJECT-REASON TO EXC-REASON.
007800     SET  EXC-OPEN         TO TRUE.
007810     MOVE SPACES           TO EXC-RESOLVED-DATE
007820                              EXC-RESOLVED-BY.
007830     WRITE EXCEPTION-RECORD.
007840     IF WS-RETURN-CODE < 4
007850         MOVE 4 TO WS-RETURN-CODE
007860     END-IF.
007870 8000-EXIT.
007880     EXIT.
007890
007900*-----------------------------------------------------------*
007910* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH    *
007920* THE PERIOD AND THE UNEXCUSED COUNT, AND CLOSE EVERYTHING   *
007930*-----------------------------------------------------------*
007940 9000-TERMINATE.
007950     MOVE WS-PROGRAM-ID      TO AUD-PROGRAM-ID.
007960     MOVE WS-RUN-DATE-NUM    TO AUD-RUN-DATE.
007970     MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
007980     MOVE SPACES             TO AUD-KEY-VALUE.
007990     MOVE WS-PERIOD-ID       TO AUD-KEY-VALUE (1:6).
008000     MOVE WS-UNEXCUSED-COUNT TO AUD-KEY-VALUE (8:5).
008010     MOVE SPACES             TO AUD-ACTION
008020                                AUD-BEFORE-IMAGE
008030                                AUD-AFTER-IMAGE
008040                                AUD-OPERATOR.
008050     WRITE AUDIT-LOG-RECORD.
008060
008070     IF WS-RETURN-CODE < 8
008080         CLOSE LEAVE-REPORT-FILE
008090         CLOSE ROTA-FILE
008100         IF WS-LEAVE-AVAILABLE
008110             CLOSE LEAVE-FILE
008120         END-IF
008130         IF WS-BALANCE-AVAILABLE
008140             CLOSE LEAVE-BALANCE-FILE
008150         END-IF
008160         IF WS-MASTER-AVAILABLE
008170             CLOSE EMPLOYEE-MASTER
008180         END-IF
008190     END-IF.
008200     CLOSE AUDIT-LOG-FILE.
008210     CLOSE EXCEPTION-FILE.
008220 9000-EXIT.
008230     EXIT.
