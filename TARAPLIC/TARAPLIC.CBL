000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     TARAPLIC.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-05.
000160 DATE-COMPILED.  2026-10-05.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-05 ILP   ORIGINAL - PRE-PAYROLL STEP, RUN BEFORE
000210*                  NOMINA01 FOR THE SAME PERIOD (THE PAYPERD ROW
000220*                  COVERING THE RUN DATE; NONE IS RC 16, ALREADY
000230*                  CLOSED IS RC 18). EVERY PENDING TARIFHIS CHANGE
000240*                  EFFECTIVE ON OR BEFORE THE PERIOD START IS
000250*                  APPLIED IN EMPLOYEE + DATE ORDER: THE RATE IT
000260*                  REPLACES IS KEPT ON THE ROW, THE NEW RATE GOES
000270*                  INTO EMP-PAY-RATE WITH BEFORE/AFTER AUDIT
000280*                  IMAGES, AND THE ROW IS MARKED APPLIED WITH THE
000290*                  DATE AND PERIOD. TARIFRPT LISTS EACH CHANGE
000300*                  WITH ITS PERCENTAGE; A RISE ABOVE THE TARAPLIC
000310*                  PARMFILE THRESHOLD (DEFAULT 10.00 PER CENT) OR
000320*                  FROM A ZERO RATE IS MARKED FOR REVIEW AND SENT
000330*                  TO EXCPFILE (RC 4). A CHANGE FOR AN EMPLOYEE
000340*                  NOT ON THE MASTER STAYS PENDING, ALSO LOGGED
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RATE-HISTORY-FILE ASSIGN TO "TARIFHIS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TRH-KEY
000430         FILE STATUS IS FS-RATE-HISTORY-FILE.
000440
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EMP-ID
000490         FILE STATUS IS FS-EMPLOYEE-MASTER.
000500
000510     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-PAY-PERIOD-FILE.
000540
000550     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-PARAMETER-FILE.
000580
000590     SELECT RATE-REPORT-FILE ASSIGN TO "TARIFRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-RATE-REPORT-FILE.
000620
000630     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-AUDIT-LOG-FILE.
000660
000670     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-EXCEPTION-FILE.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RATE-HISTORY-FILE.
000740     COPY TARIFHIS.
000750
000760 FD  EMPLOYEE-MASTER.
000770     COPY EMPMAST.
000780
000790 FD  PAY-PERIOD-FILE.
000800     COPY PERIOREC.
000810
000820 FD  PARAMETER-FILE.
000830     COPY PARMCARD.
000840
000850 FD  RATE-REPORT-FILE.
000860 01  RATE-REPORT-LINE                PIC X(80).
000870
000880 FD  AUDIT-LOG-FILE.
000890     COPY AUDITLOG.
000900
000910 FD  EXCEPTION-FILE.
000920     COPY EXCPREC.
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-PROGRAM-ID               PIC X(08) VALUE 'TARAPLIC'.
000960
000970 01  WS-FILE-STATUSES.
000980     05  FS-RATE-HISTORY-FILE    PIC XX.
000990         88  FS-TRH-OK           VALUE '00'.
001000         88  FS-TRH-NO-FILE      VALUE '35'.
001010     05  FS-EMPLOYEE-MASTER      PIC XX.
001020         88  FS-EMP-OK           VALUE '00'.
001030         88  FS-EMP-NOTFND       VALUE '23'.
001040     05  FS-PAY-PERIOD-FILE      PIC XX.
001050         88  FS-PER-OK           VALUE '00'.
001060     05  FS-PARAMETER-FILE       PIC XX.
001070         88  FS-PARM-OK          VALUE '00'.
001080     05  FS-RATE-REPORT-FILE     PIC XX.
001090     05  FS-AUDIT-LOG-FILE       PIC XX.
001100         88  FS-AUDIT-OK         VALUE '00'.
001110     05  FS-EXCEPTION-FILE       PIC XX.
001120         88  FS-EXC-OK           VALUE '00'.
001130
001140 01  WS-RUN-DATE-NUM             PIC 9(08).
001150 01  WS-RUN-TIME                 PIC 9(08).
001160 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001170
001180 01  WS-PARM-FOUND-SW            PIC X(01).
001190     88  WS-PARM-FOUND           VALUE 'Y'.
001200     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001210 01  WS-PERIOD-FOUND-SW          PIC X(01).
001220     88  WS-PERIOD-FOUND         VALUE 'Y'.
001230     88  WS-PERIOD-NOT-FOUND     VALUE 'N'.
001240 01  WS-HISTORY-AVAIL-SW         PIC X(01) VALUE 'N'.
001250     88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
001260 01  WS-SCAN-END-SW              PIC X(01).
001270     88  WS-SCAN-ENDED           VALUE 'Y'.
001280 01  WS-REVIEW-SW                PIC X(01).
001290     88  WS-NEEDS-REVIEW         VALUE 'Y'.
001300     88  WS-NO-REVIEW            VALUE 'N'.
001310
001320*    THE PERIOD ABOUT TO BE PAID
001330 01  WS-PERIOD-ID                PIC X(06).
001340 01  WS-PERIOD-START             PIC X(08).
001350 01  WS-PERIOD-END               PIC X(08).
001360 01  WS-PERIOD-STATUS            PIC X(01).
001370
001380*    A RISE ABOVE THIS PERCENTAGE IS MARKED FOR REVIEW
001390 01  WS-RISE-THRESHOLD           PIC 9(03)V99 VALUE 10.00.
001400 01  WS-RISE-INPUT               PIC X(05).
001410 01  WS-RISE-INPUT-N REDEFINES WS-RISE-INPUT
001420                                 PIC 9(03)V99.
001430 01  WS-RISE-PERCENT             PIC S9(05)V99.
001440
001450 01  WS-BEFORE-IMAGE             PIC X(60).
001460
001470 01  WS-REJECT-FIELD             PIC X(15).
001480 01  WS-REJECT-REASON            PIC X(40).
001490 01  WS-REJECT-VALUE.
001500     05  RV-EMP-ID               PIC X(06).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  RV-DATE                 PIC X(08).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  RV-DETAIL               PIC X(14).
001550
001560 01  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE 0.
001570 01  WS-REVIEW-COUNT             PIC 9(05) COMP VALUE 0.
001580 01  WS-NO-EMP-COUNT             PIC 9(05) COMP VALUE 0.
001590 01  WS-FUTURE-COUNT             PIC 9(05) COMP VALUE 0.
001600
001610 01  WS-REPORT-HEADER.
001620     05  FILLER                  PIC X(34)
001630         VALUE 'TARAPLIC CAMBIOS DE TARIFA HORA  '.
001640     05  FILLER                  PIC X(10) VALUE ' PERIODO: '.
001650     05  RH-PERIOD               PIC X(06).
001660     05  FILLER                  PIC X(05) VALUE ' DEL '.
001670     05  RH-FROM                 PIC X(08).
001680     05  FILLER                  PIC X(04) VALUE ' AL '.
001690     05  RH-TO                   PIC X(08).
001700     05  FILLER                  PIC X(05) VALUE SPACES.
001710
001720 01  WS-THRESHOLD-LINE.
001730     05  FILLER                  PIC X(34)
001740         VALUE 'SE REVISAN LAS SUBIDAS DE MAS DEL '.
001750     05  TH-PERCENT              PIC ZZ9.99.
001760     05  FILLER                  PIC X(40) VALUE ' POR CIENTO'.
001770
001780 01  WS-CHANGE-HEADING.
001790     05  FILLER                  PIC X(40)
001800         VALUE '   EMP-ID NOMBRE               EFECTO   '.
001810     05  FILLER                  PIC X(40)
001820         VALUE ' ANTERIOR     NUEVA   VAR %             '.
001830
001840 01  WS-CHANGE-DETAIL.
001850     05  FILLER                  PIC X(03) VALUE SPACES.
001860     05  CD-EMP-ID               PIC X(06).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  CD-NOMBRE               PIC X(20).
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  CD-EFFECTIVE-DATE       PIC X(08).
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  CD-OLD-RATE             PIC ZZZZ9.99.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  CD-NEW-RATE             PIC ZZZZ9.99.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  CD-PERCENT              PIC -ZZZ9.99.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  CD-REVIEW               PIC X(11).
001990
002000 01  WS-REASON-DETAIL.
002010     05  FILLER                  PIC X(10) VALUE SPACES.
002020     05  FILLER                  PIC X(08) VALUE 'MOTIVO: '.
002030     05  RD-REASON               PIC X(30).
002040     05  FILLER                  PIC X(12) VALUE ' INTRODUCIDO'.
002050     05  FILLER                  PIC X(05) VALUE ' POR '.
002060     05  RD-ENTERED-BY           PIC X(03).
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  RD-ENTERED-DATE         PIC X(08).
002090     05  FILLER                  PIC X(03) VALUE SPACES.
002100
002110 01  WS-TOTAL-LINE.
002120     05  TL-LABEL                PIC X(32).
002130     05  TL-COUNT                PIC ZZZZ9.
002140     05  FILLER                  PIC X(43) VALUE SPACES.
002150
002160 PROCEDURE DIVISION.
002170
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002200     IF WS-RETURN-CODE < 8 AND WS-HISTORY-AVAILABLE
002210         PERFORM 2000-APPLY-CHANGES    THRU 2000-EXIT
002220     END-IF.
002230     IF WS-RETURN-CODE < 16
002240         PERFORM 6000-WRITE-TOTALS     THRU 6000-EXIT
002250     END-IF.
002260     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002270     MOVE WS-RETURN-CODE TO RETURN-CODE.
002280     GOBACK.
002290 0000-EXIT.
002300     EXIT.
002310
002320*-----------------------------------------------------------*
002330* 1000-INITIALIZE - FIX THE PERIOD AND THE REVIEW THRESHOLD, *
002340* OPEN THE MASTER AND THE RATE HISTORY FOR UPDATE AND WRITE  *
002350* THE REPORT HEADINGS. NO HISTORY FILE YET MEANS NO CHANGE   *
002360* HAS BEEN ENTERED AND THE STEP ENDS CLEAN                   *
002370*-----------------------------------------------------------*
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002400     ACCEPT WS-RUN-TIME     FROM TIME.
002410     MOVE 0 TO WS-RETURN-CODE.
002420
002430     OPEN EXTEND AUDIT-LOG-FILE.
002440     IF NOT FS-AUDIT-OK
002450         CLOSE AUDIT-LOG-FILE
002460         OPEN OUTPUT AUDIT-LOG-FILE
002470     END-IF.
002480
002490     OPEN EXTEND EXCEPTION-FILE.
002500     IF NOT FS-EXC-OK
002510         CLOSE EXCEPTION-FILE
002520         OPEN OUTPUT EXCEPTION-FILE
002530     END-IF.
002540
002550     PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
002560     IF WS-RETURN-CODE NOT = 0
002570         GO TO 1000-EXIT
002580     END-IF.
002590
002600     PERFORM 1600-READ-RISE-PARAMETER THRU 1600-EXIT.
002610     IF WS-RETURN-CODE NOT = 0
002620         GO TO 1000-EXIT
002630     END-IF.
002640
002650     OPEN I-O EMPLOYEE-MASTER.
002660     IF NOT FS-EMP-OK
002670         DISPLAY 'TARAPLIC - *** EMPLOYEE MASTER FILE NOT '
002680             'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
002690         MOVE 16 TO WS-RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF.
002720
002730     OPEN I-O RATE-HISTORY-FILE.
002740     IF FS-TRH-OK
002750         SET WS-HISTORY-AVAILABLE TO TRUE
002760     ELSE
002770         IF FS-TRH-NO-FILE
002780             DISPLAY 'TARAPLIC - FICHERO TARIFHIS NO EXISTE, '
002790                 'NINGUN CAMBIO DE TARIFA QUE APLICAR'
002800         ELSE
002810             DISPLAY 'TARAPLIC - *** FICHERO TARIFHIS NO '
002820                 'DISPONIBLE, STATUS: ' FS-RATE-HISTORY-FILE
002830             CLOSE EMPLOYEE-MASTER
002840             MOVE 16 TO WS-RETURN-CODE
002850             GO TO 1000-EXIT
002860         END-IF
002870     END-IF.
002880
002890     OPEN OUTPUT RATE-REPORT-FILE.
002900     MOVE WS-PERIOD-ID    TO RH-PERIOD.
002910     MOVE WS-PERIOD-START TO RH-FROM.
002920     MOVE WS-PERIOD-END   TO RH-TO.
002930     MOVE WS-REPORT-HEADER TO RATE-REPORT-LINE.
002940     WRITE RATE-REPORT-LINE.
002950     MOVE WS-RISE-THRESHOLD TO TH-PERCENT.
002960     MOVE WS-THRESHOLD-LINE TO RATE-REPORT-LINE.
002970     WRITE RATE-REPORT-LINE.
002980     MOVE SPACES TO RATE-REPORT-LINE.
002990     WRITE RATE-REPORT-LINE.
003000     MOVE WS-CHANGE-HEADING TO RATE-REPORT-LINE.
003010     WRITE RATE-REPORT-LINE.
003020 1000-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------*
003060* 1300-FIND-PERIOD - THE PAYPERD ROW WHOSE RANGE HOLDS THE   *
003070* RUN DATE, AS NOMINA01 PICKS IT. NONE FAILS THE STEP (RC    *
003080* 16); A CLOSED ONE HAS BEEN PAID ALREADY (RC 18)            *
003090*-----------------------------------------------------------*
003100 1300-FIND-PERIOD.
003110     SET WS-PERIOD-NOT-FOUND TO TRUE.
003120     OPEN INPUT PAY-PERIOD-FILE.
003130     IF NOT FS-PER-OK
003140         DISPLAY 'TARAPLIC - *** FICHERO PAYPERD NO '
003150             'DISPONIBLE, STATUS: ' FS-PAY-PERIOD-FILE
003160         MOVE 16 TO WS-RETURN-CODE
003170         GO TO 1300-EXIT
003180     END-IF.
003190     PERFORM 1310-CHECK-ONE-PERIOD THRU 1310-EXIT
003200         UNTIL NOT FS-PER-OK OR WS-PERIOD-FOUND.
003210     CLOSE PAY-PERIOD-FILE.
003220
003230     IF WS-PERIOD-NOT-FOUND
003240         DISPLAY 'TARAPLIC - *** NINGUN PERIODO DE PAYPERD '
003250             'CUBRE LA FECHA ' WS-RUN-DATE-NUM ' ***'
003260         MOVE 16 TO WS-RETURN-CODE
003270         GO TO 1300-EXIT
003280     END-IF.
003290     IF WS-PERIOD-STATUS = 'C'
003300         DISPLAY 'TARAPLIC - *** PERIODO ' WS-PERIOD-ID
003310             ' YA CERRADO, NOMINA YA EJECUTADA ***'
003320         MOVE 18 TO WS-RETURN-CODE
003330         GO TO 1300-EXIT
003340     END-IF.
003350     DISPLAY 'TARAPLIC - PERIODO: ' WS-PERIOD-ID
003360         ' DEL ' WS-PERIOD-START ' AL ' WS-PERIOD-END.
003370 1300-EXIT.
003380     EXIT.
003390
003400 1310-CHECK-ONE-PERIOD.
003410     READ PAY-PERIOD-FILE
003420         AT END
003430             GO TO 1310-EXIT
003440     END-READ.
003450     IF PER-START-DATE NOT > WS-RUN-DATE-NUM
003460             AND PER-END-DATE NOT < WS-RUN-DATE-NUM
003470         SET WS-PERIOD-FOUND TO TRUE
003480         MOVE PER-ID         TO WS-PERIOD-ID
003490         MOVE PER-START-DATE TO WS-PERIOD-START
003500         MOVE PER-END-DATE   TO WS-PERIOD-END
003510         MOVE PER-STATUS     TO WS-PERIOD-STATUS
003520     END-IF.
003530 1310-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------*
003570* 1600-READ-RISE-PARAMETER - THE TARAPLIC PARMFILE CARD      *
003580* CARRIES THE REVIEW THRESHOLD AS A PERCENTAGE (5 DIGITS, 2  *
003590* IMPLIED DECIMALS). NO CARD KEEPS THE 010.00 DEFAULT; A     *
003600* NON-NUMERIC VALUE FAILS THE STEP (RC 16)                   *
003610*-----------------------------------------------------------*
003620 1600-READ-RISE-PARAMETER.
003630     SET WS-PARM-NOT-FOUND TO TRUE.
003640     OPEN INPUT PARAMETER-FILE.
003650     IF NOT FS-PARM-OK
003660         GO TO 1600-EXIT
003670     END-IF.
003680     PERFORM 1610-SCAN-ONE-PARAMETER THRU 1610-EXIT
003690         UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND.
003700     CLOSE PARAMETER-FILE.
003710     IF WS-PARM-NOT-FOUND
003720         GO TO 1600-EXIT
003730     END-IF.
003740     IF WS-RISE-INPUT IS NOT NUMERIC
003750         DISPLAY 'TARAPLIC - *** UMBRAL DE SUBIDA NO NUMERICO '
003760             'EN PARMFILE: ' WS-RISE-INPUT ' ***'
003770         MOVE 16 TO WS-RETURN-CODE
003780         GO TO 1600-EXIT
003790     END-IF.
003800     MOVE WS-RISE-INPUT-N TO WS-RISE-THRESHOLD.
003810     DISPLAY 'TARAPLIC - UMBRAL DE SUBIDA: ' WS-RISE-THRESHOLD.
003820 1600-EXIT.
003830     EXIT.
003840
003850 1610-SCAN-ONE-PARAMETER.
003860     READ PARAMETER-FILE
003870         AT END
003880             GO TO 1610-EXIT
003890     END-READ.
003900     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
003910         MOVE PRM-VALUE (1:5) TO WS-RISE-INPUT
003920         SET WS-PARM-FOUND TO TRUE
003930     END-IF.
003940 1610-EXIT.
003950     EXIT.
003960
003970*-----------------------------------------------------------*
003980* 2000-APPLY-CHANGES - ONE PASS OF THE HISTORY IN EMPLOYEE + *
003990* DATE ORDER, SO TWO CHANGES DUE FOR ONE EMPLOYEE ARE        *
004000* APPLIED OLDEST FIRST AND THE LATER ONE WINS                *
004010*-----------------------------------------------------------*
004020 2000-APPLY-CHANGES.
004030     MOVE 'N' TO WS-SCAN-END-SW.
004040     MOVE LOW-VALUES TO TRH-KEY.
004050     START RATE-HISTORY-FILE KEY IS NOT LESS THAN TRH-KEY
004060         INVALID KEY
004070             GO TO 2000-EXIT
004080     END-START.
004090     PERFORM 2100-CHECK-ONE-CHANGE THRU 2100-EXIT
004100         UNTIL WS-SCAN-ENDED.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2100-CHECK-ONE-CHANGE.
004150     READ RATE-HISTORY-FILE NEXT RECORD
004160         AT END
004170             SET WS-SCAN-ENDED TO TRUE
004180             GO TO 2100-EXIT
004190     END-READ.
004200     IF NOT TRH-PENDIENTE
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF TRH-EFFECTIVE-DATE > WS-PERIOD-START
004240         ADD 1 TO WS-FUTURE-COUNT
004250         GO TO 2100-EXIT
004260     END-IF.
004270     PERFORM 3000-APPLY-ONE-CHANGE THRU 3000-EXIT.
004280 2100-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------*
004320* 3000-APPLY-ONE-CHANGE - MOVE THE NEW RATE INTO THE MASTER, *
004330* THEN MARK THE HISTORY ROW APPLIED WITH THE RATE REPLACED.  *
004340* THE MASTER IS UPDATED FIRST: A FAILURE THERE LEAVES THE    *
004350* ROW PENDING FOR THE NEXT RUN                               *
004360*-----------------------------------------------------------*
004370 3000-APPLY-ONE-CHANGE.
004380     MOVE TRH-EMP-ID         TO RV-EMP-ID.
004390     MOVE TRH-EFFECTIVE-DATE TO RV-DATE.
004400     MOVE SPACES             TO RV-DETAIL.
004410     MOVE TRH-EMP-ID TO EMP-ID.
004420     READ EMPLOYEE-MASTER
004430         INVALID KEY
004440             SET FS-EMP-NOTFND TO TRUE
004450     END-READ.
004460     IF NOT FS-EMP-OK
004470         ADD 1 TO WS-NO-EMP-COUNT
004480         MOVE 'TRH-EMP-ID'   TO WS-REJECT-FIELD
004490         MOVE 'EMPLEADO NO ESTA EN EL MAESTRO, PENDIENTE'
004500             TO WS-REJECT-REASON
004510         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004520         GO TO 3000-EXIT
004530     END-IF.
004540
004550     MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE.
004560     MOVE EMP-PAY-RATE    TO TRH-OLD-RATE.
004570     MOVE TRH-NEW-RATE    TO EMP-PAY-RATE.
004580     REWRITE EMPLOYEE-RECORD
004590         INVALID KEY
004600             DISPLAY 'TARAPLIC - *** REWRITE FALLIDO PARA: '
004610                 EMP-ID ' STATUS: ' FS-EMPLOYEE-MASTER
004620             MOVE 12 TO WS-RETURN-CODE
004630             GO TO 3000-EXIT
004640     END-REWRITE.
004650     PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
004660
004670     SET  TRH-APLICADA      TO TRUE.
004680     MOVE WS-RUN-DATE-NUM   TO TRH-APPLIED-DATE.
004690     MOVE WS-PERIOD-ID      TO TRH-APPLIED-PERIOD.
004700     REWRITE RATE-HISTORY-RECORD
004710         INVALID KEY
004720             DISPLAY 'TARAPLIC - *** REWRITE TARIFHIS FALLIDO '
004730                 'PARA: ' TRH-KEY ' STATUS: '
004740                 FS-RATE-HISTORY-FILE
004750             MOVE 12 TO WS-RETURN-CODE
004760     END-REWRITE.
004770     ADD 1 TO WS-APPLIED-COUNT.
004780     PERFORM 3100-CHECK-RISE THRU 3100-EXIT.
004790     PERFORM 3200-WRITE-CHANGE THRU 3200-EXIT.
004800 3000-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------*
004840* 3100-CHECK-RISE - THE CHANGE AS A PERCENTAGE OF THE RATE   *
004850* REPLACED; ABOVE THE THRESHOLD, OR FROM A ZERO RATE WHERE   *
004860* THERE IS NO PERCENTAGE, IT NEEDS REVIEW                    *
004870*-----------------------------------------------------------*
004880 3100-CHECK-RISE.
004890     SET WS-NO-REVIEW TO TRUE.
004900     MOVE 0 TO WS-RISE-PERCENT.
004910     IF TRH-OLD-RATE = 0
004920         SET WS-NEEDS-REVIEW TO TRUE
004930         MOVE 'TARIFA ANTERIOR A CERO, REVISAR'
004940             TO WS-REJECT-REASON
004950         GO TO 3100-EXIT
004960     END-IF.
004970     COMPUTE WS-RISE-PERCENT ROUNDED =
004980         (TRH-NEW-RATE - TRH-OLD-RATE) * 100 / TRH-OLD-RATE
004990         ON SIZE ERROR
005000             MOVE 99999.99 TO WS-RISE-PERCENT
005010     END-COMPUTE.
005020     IF WS-RISE-PERCENT > WS-RISE-THRESHOLD
005030         SET WS-NEEDS-REVIEW TO TRUE
005040         MOVE 'SUBIDA DE TARIFA SOBRE EL UMBRAL, REVISAR'
005050             TO WS-REJECT-REASON
005060     END-IF.
005070 3100-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------*
005110* 3200-WRITE-CHANGE - THE TWO REPORT LINES FOR AN APPLIED    *
005120* CHANGE; ONE NEEDING REVIEW ALSO GOES TO EXCPFILE           *
005130*-----------------------------------------------------------*
005140 3200-WRITE-CHANGE.
005150     MOVE TRH-EMP-ID         TO CD-EMP-ID.
005160     MOVE EMP-NOMBRE         TO CD-NOMBRE.
005170     MOVE TRH-EFFECTIVE-DATE TO CD-EFFECTIVE-DATE.
005180     MOVE TRH-OLD-RATE       TO CD-OLD-RATE.
005190     MOVE TRH-NEW-RATE       TO CD-NEW-RATE.
005200     MOVE WS-RISE-PERCENT    TO CD-PERCENT.
005210     MOVE SPACES             TO CD-REVIEW.
005220     IF WS-NEEDS-REVIEW
005230         ADD 1 TO WS-REVIEW-COUNT
005240         MOVE '*** REVISAR'  TO CD-REVIEW
005250     END-IF.
005260     MOVE WS-CHANGE-DETAIL TO RATE-REPORT-LINE.
005270     WRITE RATE-REPORT-LINE.
005280     MOVE TRH-REASON         TO RD-REASON.
005290     MOVE TRH-ENTERED-BY     TO RD-ENTERED-BY.
005300     MOVE TRH-ENTERED-DATE   TO RD-ENTERED-DATE.
005310     MOVE WS-REASON-DETAIL TO RATE-REPORT-LINE.
005320     WRITE RATE-REPORT-LINE.
005330
005340     IF WS-NEEDS-REVIEW
005350         MOVE 'TRH-NEW-RATE' TO WS-REJECT-FIELD
005360         MOVE CD-PERCENT     TO RV-DETAIL
005370         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005380     END-IF.
005390 3200-EXIT.
005400     EXIT.
005410
005420*-----------------------------------------------------------*
005430* 6000-WRITE-TOTALS - THE COUNTS, ON THE REPORT AND CONSOLE  *
005440*-----------------------------------------------------------*
005450 6000-WRITE-TOTALS.
005460     MOVE SPACES TO RATE-REPORT-LINE.
005470     WRITE RATE-REPORT-LINE.
005480     MOVE 'CAMBIOS APLICADOS:'              TO TL-LABEL.
005490     MOVE WS-APPLIED-COUNT               TO TL-COUNT.
005500     MOVE WS-TOTAL-LINE TO RATE-REPORT-LINE.
005510     WRITE RATE-REPORT-LINE.
005520     MOVE 'CAMBIOS A REVISAR:'              TO TL-LABEL.
005530     MOVE WS-REVIEW-COUNT                TO TL-COUNT.
005540     MOVE WS-TOTAL-LINE TO RATE-REPORT-LINE.
005550     WRITE RATE-REPORT-LINE.
005560     MOVE 'PENDIENTES SIN EMPLEADO:'        TO TL-LABEL.
005570     MOVE WS-NO-EMP-COUNT                TO TL-COUNT.
005580     MOVE WS-TOTAL-LINE TO RATE-REPORT-LINE.
005590     WRITE RATE-REPORT-LINE.
005600     MOVE 'PENDIENTES DE PERIODOS FUTUROS:' TO TL-LABEL.
005610     MOVE WS-FUTURE-COUNT                TO TL-COUNT.
005620     MOVE WS-TOTAL-LINE TO RATE-REPORT-LINE.
005630     WRITE RATE-REPORT-LINE.
005640     DISPLAY 'TARAPLIC - APLICADOS: ' WS-APPLIED-COUNT
005650         ' A REVISAR: '     WS-REVIEW-COUNT
005660         ' SIN EMPLEADO: '  WS-NO-EMP-COUNT
005670         ' FUTUROS: '       WS-FUTURE-COUNT.
005680 6000-EXIT.
005690     EXIT.
005700
005710*-----------------------------------------------------------*
005720* 8000-WRITE-EXCEPTION - ONE EXCEPTION RECORD PER CHANGE     *
005730* NEEDING ATTENTION                                          *
005740*-----------------------------------------------------------*
005750 8000-WRITE-EXCEPTION.
005760     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
005770     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
005780     MOVE WS-REJECT-FIELD  TO EXC-FIELD-NAME.
005790     MOVE WS-REJECT-VALUE  TO EXC-FIELD-VALUE.
005800     MOVE WS-REJECT-REASON TO EXC-REASON.
005810     SET  EXC-OPEN         TO TRUE.
005820     MOVE SPACES           TO EXC-RESOLVED-DATE
005830                              EXC-RESOLVED-BY.
005840     WRITE EXCEPTION-RECORD.
005850     IF WS-RETURN-CODE < 4
005860         MOVE 4 TO WS-RETURN-CODE
005870     END-IF.
005880 8000-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------*
005920* 8100-WRITE-AUDIT - BEFORE AND AFTER IMAGES OF THE EMPLOYEE *
005930* WHOSE RATE WAS CHANGED                                     *
005940*-----------------------------------------------------------*
005950 8100-WRITE-AUDIT.
005960     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
005970     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
005980     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
005990     MOVE EMP-ID           TO AUD-KEY-VALUE.
006000     MOVE 'TARIFA'         TO AUD-ACTION.
006010     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
006020     MOVE EMPLOYEE-RECORD  TO AUD-AFTER-IMAGE.
006030     MOVE SPACES           TO AUD-OPERATOR.
006040     WRITE AUDIT-LOG-RECORD.
006050 8100-EXIT.
006060     EXIT.
006070
006080*-----------------------------------------------------------*
006090* 9000-TERMINATE - THE END-OF-RUN AUDIT STAMP WITH THE       *
006100* NUMBER OF CHANGES APPLIED, CLOSE                           *
006110*-----------------------------------------------------------*
006120 9000-TERMINATE.
006130     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
006140     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
006150     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
006160     MOVE WS-APPLIED-COUNT TO AUD-KEY-VALUE.
006170     MOVE 'FIN'            TO AUD-ACTION.
006180     MOVE SPACES           TO AUD-BEFORE-IMAGE
006190                              AUD-AFTER-IMAGE
006200                              AUD-OPERATOR.
006210     WRITE AUDIT-LOG-RECORD.
006220
006230     IF WS-RETURN-CODE < 16
006240         CLOSE EMPLOYEE-MASTER
006250         CLOSE RATE-REPORT-FILE
006260         IF WS-HISTORY-AVAILABLE
006270             CLOSE RATE-HISTORY-FILE
006280         END-IF
006290     END-IF.
006300     CLOSE AUDIT-LOG-FILE.
006310     CLOSE EXCEPTION-FILE.
006320 9000-EXIT.
006330     EXIT.
