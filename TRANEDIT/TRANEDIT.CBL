000340*                  BATCH FIGURES. A BATCH WHOSE TOTAL OVERFLOWS
000350*                  THE 9-DIGIT TRAILER, OR WITH NO VALID
000360*                  AMOUNTS AT ALL, IS NOT WRITTEN (RC 8)
000361* 2026-10-12 ILP   BATCHES RELEASED FROM THE SUSPENSO FILE BY
000362*                  TRANSUSP ARE PICKED UP AFTER THE DAY'S OWN
000363*                  AMOUNTS: EACH ACTIVE DETAIL GOES THROUGH THE
000364*                  SAME EDIT INTO THE ONE BATCH, A WHOLE RELEASED
000365*                  BATCH OR NONE OF IT (ONE THAT WOULD NOT FIT THE
000366*                  1000 DETAILS OR THE 9-DIGIT TOTAL WAITS FOR THE
000367*                  NEXT CAPTURE, RC 4). ONCE TRANFILE IS WRITTEN
000368*                  THE BATCH IS MARKED INCORPORATED (E) AND AN
000369*                  INCORPOR AUDIT ROW CARRIES ITS BEFORE AND
000370*                  AFTER IMAGES
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000610     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-SIGNON-FILE.
000632
000634     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSO"
000636         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS FS-SUSPENSE-FILE.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000960 FD  SIGNON-FILE.
000970     COPY SIGNONRC.
000980
000982 FD  SUSPENSE-FILE.
000984 01  SUSPENSE-FILE-RECORD            PIC X(100).
000986
000990 WORKING-STORAGE SECTION.
001000 01  WS-PROGRAM-ID               PIC X(08) VALUE 'TRANEDIT'.
001010
001120         88  FS-EXC-OK           VALUE '00'.
001130     05  FS-SIGNON-FILE          PIC XX.
001140         88  FS-SGN-OK           VALUE '00'.
001142     05  FS-SUSPENSE-FILE        PIC XX.
001144         88  FS-SUS-OK           VALUE '00'.
001146         88  FS-SUS-EOF          VALUE '10'.
001150
001160 01  WS-RUN-DATE-NUM             PIC 9(08).
001161 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
001350 01  WS-INPUT-COUNT              PIC 9(05) COMP VALUE 0.
001360 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001370 01  WS-REJECT-REASON            PIC X(40).
001371
001372*    THE SUSPENSO FILE, HELD WHOLE SO THE BATCHES TAKEN INTO
001373*    THIS TRANFILE CAN BE MARKED INCORPORATED AND WRITTEN BACK
001374     COPY SUSPREC.
001375 01  WS-SUSPENSE-TABLE.
001376     05  WS-SUS-COUNT            PIC 9(05) COMP VALUE 0.
001377     05  WS-SUS-ENTRY OCCURS 3000 TIMES.
001378         10  WS-SUS-ROW          PIC X(100).
001379         10  WS-SUS-PICK-SW      PIC X(01).
001380             88  WS-SUS-PICKED   VALUE 'Y'.
001381 01  WS-SUS-INDEX                PIC 9(05) COMP.
001382 01  WS-SUS-SCAN                 PIC 9(05) COMP.
001383 01  WS-SUS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001384     88  WS-SUS-OVERFLOWED       VALUE 'Y'.
001385 01  WS-REL-KEY                  PIC X(19).
001386 01  WS-REL-ACTIVE-COUNT         PIC 9(05) COMP.
001387 01  WS-REL-ACTIVE-TOTAL         PIC 9(12) COMP-3.
001388 01  WS-REL-COUNT                PIC 9(05) COMP VALUE 0.
001389 01  WS-SUS-BEFORE-IMAGE         PIC X(60).
001390 01  WS-BATCH-WRITTEN-SW         PIC X(01) VALUE 'N'.
001391     88  WS-BATCH-WRITTEN        VALUE 'Y'.
001392
001393 01  WS-RELEASE-LINE.
001394     05  FILLER                  PIC X(27)
001395         VALUE 'LOTE LIBERADO DE SUSPENSO: '.
001396     05  RL-RUN-DATE             PIC X(08).
001397     05  FILLER                  PIC X(01) VALUE SPACE.
001398     05  RL-RUN-TIME             PIC X(08).
001399     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  RL-BATCH-NUMBER         PIC 9(03).
001401     05  FILLER                  PIC X(02) VALUE SPACES.
001402     05  RL-COUNT                PIC ZZZZ9.
001403     05  FILLER                  PIC X(10) VALUE ' DETALLES'.
001404     05  FILLER                  PIC X(15) VALUE SPACES.
001380
001390 01  WS-REPORT-HEADER.
001400     05  FILLER                  PIC X(27)
001800         ELSE
001810             PERFORM 3000-CAPTURE-FROM-CONSOLE THRU 3000-EXIT
001820         END-IF
001825         PERFORM 2500-CAPTURE-RELEASED THRU 2500-EXIT
001830         PERFORM 4000-WRITE-BATCH      THRU 4000-EXIT
001832         IF WS-BATCH-WRITTEN AND WS-REL-COUNT > 0
001834             PERFORM 7000-MARK-INCORPORATED THRU 7000-EXIT
001836         END-IF
001840         PERFORM 5000-WRITE-EDIT-TOTALS THRU 5000-EXIT
001850     END-IF.
001860     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002790     EXIT.
002800
002810*-----------------------------------------------------------*
002811* 2500-CAPTURE-RELEASED - LOAD THE SUSPENSO FILE (NONE MEANS  *
002812* NOTHING WAS EVER SUSPENDED) AND TAKE EVERY BATCH TRANSUSP   *
002813* HAS RELEASED. A FILE TOO BIG FOR THE TABLE COULD NOT BE     *
002814* WRITTEN BACK WHOLE, SO NOTHING IS TAKEN FROM IT (RC 4)      *
002815*-----------------------------------------------------------*
002816 2500-CAPTURE-RELEASED.
002817     MOVE 0 TO WS-SUS-COUNT
002818               WS-REL-COUNT.
002819     MOVE 'N' TO WS-SUS-OVERFLOW-SW.
002820     OPEN INPUT SUSPENSE-FILE.
002821     IF NOT FS-SUS-OK
002822         GO TO 2500-EXIT
002823     END-IF.
002824     PERFORM 2510-LOAD-ONE-ROW THRU 2510-EXIT
002825         UNTIL NOT FS-SUS-OK.
002826     CLOSE SUSPENSE-FILE.
002827     IF WS-SUS-OVERFLOWED
002828         DISPLAY 'TRANEDIT - *** SUSPENSO DESBORDA LA TABLA DE '
002829             '3000 FILAS, NO SE RECOGEN LOTES LIBERADOS ***'
002830         IF WS-RETURN-CODE < 4
002831             MOVE 4 TO WS-RETURN-CODE
002832         END-IF
002833         GO TO 2500-EXIT
002834     END-IF.
002835     PERFORM 2520-TAKE-ONE-BATCH THRU 2520-EXIT
002836         VARYING WS-SUS-INDEX FROM 1 BY 1
002837         UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
002838     IF WS-REL-COUNT > 0
002839         DISPLAY 'TRANEDIT - LOTES LIBERADOS DE SUSPENSO '
002840             'RECOGIDOS: ' WS-REL-COUNT
002841     END-IF.
002842 2500-EXIT.
002843     EXIT.
002844
002845 2510-LOAD-ONE-ROW.
002846     READ SUSPENSE-FILE
002847         AT END
002848             GO TO 2510-EXIT
002849     END-READ.
002850     IF WS-SUS-COUNT < 3000
002851         ADD 1 TO WS-SUS-COUNT
002852         MOVE SUSPENSE-FILE-RECORD TO WS-SUS-ROW (WS-SUS-COUNT)
002853         MOVE 'N' TO WS-SUS-PICK-SW (WS-SUS-COUNT)
002854     ELSE
002855         SET WS-SUS-OVERFLOWED TO TRUE
002856     END-IF.
002857 2510-EXIT.
002858     EXIT.
002859
002860*-----------------------------------------------------------*
002861* 2520-TAKE-ONE-BATCH - A RELEASED BATCH ROW: SUM ITS ACTIVE  *
002862* DETAILS FIRST AND TAKE THEM ONLY IF ALL OF THEM FIT THE     *
002863* BATCH BEING BUILT, SO A BATCH IS NEVER SPLIT ACROSS TWO     *
002864* TRANFILES                                                   *
002865*-----------------------------------------------------------*
002866 2520-TAKE-ONE-BATCH.
002867     MOVE WS-SUS-ROW (WS-SUS-INDEX) TO SUSPENSE-RECORD.
002868     IF NOT SUS-BATCH-ROW OR NOT SUS-LIBERADO
002869         GO TO 2520-EXIT
002870     END-IF.
002871     MOVE SUS-KEY TO WS-REL-KEY.
002872     MOVE 0 TO WS-REL-ACTIVE-COUNT
002873               WS-REL-ACTIVE-TOTAL.
002874     PERFORM 2530-SUM-ONE-DETAIL THRU 2530-EXIT
002875         VARYING WS-SUS-SCAN FROM 1 BY 1
002876         UNTIL WS-SUS-SCAN > WS-SUS-COUNT.
002877     IF WS-REL-ACTIVE-COUNT = 0
002878         GO TO 2520-EXIT
002879     END-IF.
002880     IF WS-BCH-ENTRY-COUNT + WS-REL-ACTIVE-COUNT > 1000
002881             OR WS-BATCH-TOTAL + WS-REL-ACTIVE-TOTAL > 999999999
002882         DISPLAY 'TRANEDIT - LOTE LIBERADO ' WS-REL-KEY
002883             ' NO CABE EN ESTE LOTE, QUEDA PARA LA PROXIMA '
002884             'CAPTURA'
002885         IF WS-RETURN-CODE < 4
002886             MOVE 4 TO WS-RETURN-CODE
002887         END-IF
002888         GO TO 2520-EXIT
002889     END-IF.
002890
002891     MOVE SUS-RUN-DATE        TO RL-RUN-DATE.
002892     MOVE SUS-RUN-TIME        TO RL-RUN-TIME.
002893     MOVE SUS-BATCH-NUMBER    TO RL-BATCH-NUMBER.
002894     MOVE WS-REL-ACTIVE-COUNT TO RL-COUNT.
002895     MOVE WS-RELEASE-LINE     TO EDIT-REPORT-LINE.
002896     WRITE EDIT-REPORT-LINE.
002897     PERFORM 2540-TAKE-ONE-DETAIL THRU 2540-EXIT
002898         VARYING WS-SUS-SCAN FROM 1 BY 1
002899         UNTIL WS-SUS-SCAN > WS-SUS-COUNT.
002900     MOVE 'Y' TO WS-SUS-PICK-SW (WS-SUS-INDEX).
002901     ADD 1 TO WS-REL-COUNT.
002902 2520-EXIT.
002903     EXIT.
002904
002905 2530-SUM-ONE-DETAIL.
002906     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
002907     IF SUS-KEY = WS-REL-KEY AND SUS-DETAIL-ROW
002908             AND SUS-DETAIL-ACTIVE
002909         ADD 1 TO WS-REL-ACTIVE-COUNT
002910         ADD SUS-AMOUNT TO WS-REL-ACTIVE-TOTAL
002911     END-IF.
002912 2530-EXIT.
002913     EXIT.
002914
002915 2540-TAKE-ONE-DETAIL.
002916     MOVE WS-SUS-ROW (WS-SUS-SCAN) TO SUSPENSE-RECORD.
002917     IF SUS-KEY = WS-REL-KEY AND SUS-DETAIL-ROW
002918             AND SUS-DETAIL-ACTIVE
002919         MOVE SUS-AMOUNT TO WS-INPUT-AMOUNT
002920         PERFORM 6000-EDIT-ONE-AMOUNT THRU 6000-EXIT
002921     END-IF.
002922 2540-EXIT.
002923     EXIT.
002924
002925*-----------------------------------------------------------*
002820* 3000-CAPTURE-FROM-CONSOLE - PROMPT UNTIL THE OPERATOR       *
002830* TYPES FIN                                                   *
002840*-----------------------------------------------------------*
004230     MOVE WS-BATCH-TOTAL TO TRN-DECLARED-TOTAL.
004240     WRITE TRANSACTION-RECORD.
004250     CLOSE TRANSACTION-FILE.
004255     SET WS-BATCH-WRITTEN TO TRUE.
004260     DISPLAY 'TRANEDIT - LOTE GRABADO: '
004270         WS-BCH-ENTRY-COUNT ' DETALLES, TOTAL: '
004280         WS-BATCH-TOTAL.
004380     EXIT.
004390
004400*-----------------------------------------------------------*
004401* 7000-MARK-INCORPORATED - THE RELEASED BATCHES NOW SIT IN    *
004402* TRANFILE: MARK EACH ONE INCORPORATED WITH AN AUDIT ROW AND  *
004403* WRITE THE SUSPENSO FILE BACK SO NONE IS TAKEN TWICE         *
004404*-----------------------------------------------------------*
004405 7000-MARK-INCORPORATED.
004406     PERFORM 7100-MARK-ONE-BATCH THRU 7100-EXIT
004407         VARYING WS-SUS-INDEX FROM 1 BY 1
004408         UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
004409     OPEN OUTPUT SUSPENSE-FILE.
004410     IF NOT FS-SUS-OK
004411         DISPLAY 'TRANEDIT - *** SUSPENSO NO GRABABLE, STATUS: '
004412             FS-SUSPENSE-FILE ' - LOS LOTES RECOGIDOS SIGUEN '
004413             'LIBERADOS, NO LOS RECOJA DE NUEVO ***'
004414         MOVE 12 TO WS-RETURN-CODE
004415         GO TO 7000-EXIT
004416     END-IF.
004417     PERFORM 7200-WRITE-ONE-ROW THRU 7200-EXIT
004418         VARYING WS-SUS-INDEX FROM 1 BY 1
004419         UNTIL WS-SUS-INDEX > WS-SUS-COUNT.
004420     CLOSE SUSPENSE-FILE.
004421 7000-EXIT.
004422     EXIT.
004423
004424 7100-MARK-ONE-BATCH.
004425     IF NOT WS-SUS-PICKED (WS-SUS-INDEX)
004426         GO TO 7100-EXIT
004427     END-IF.
004428     MOVE WS-SUS-ROW (WS-SUS-INDEX) TO SUSPENSE-RECORD.
004429     MOVE SUSPENSE-RECORD     TO WS-SUS-BEFORE-IMAGE.
004430     SET  SUS-INCORPORADO     TO TRUE.
004431     MOVE WS-RUN-DATE-NUM     TO SUS-STATUS-DATE.
004432     MOVE WS-SESSION-INITIALS TO SUS-STATUS-BY.
004433     MOVE SUSPENSE-RECORD     TO WS-SUS-ROW (WS-SUS-INDEX).
004434
004435     MOVE WS-PROGRAM-ID       TO AUD-PROGRAM-ID.
004436     MOVE WS-RUN-DATE-NUM     TO AUD-RUN-DATE.
004437     MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
004438     MOVE SUS-KEY             TO AUD-KEY-VALUE.
004439     MOVE 'INCORPOR'          TO AUD-ACTION.
004440     MOVE WS-SUS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
004441     MOVE SUSPENSE-RECORD     TO AUD-AFTER-IMAGE.
004442     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
004443     WRITE AUDIT-LOG-RECORD.
004444 7100-EXIT.
004445     EXIT.
004446
004447 7200-WRITE-ONE-ROW.
004448     MOVE WS-SUS-ROW (WS-SUS-INDEX) TO SUSPENSE-FILE-RECORD.
004449     WRITE SUSPENSE-FILE-RECORD.
004450 7200-EXIT.
004451     EXIT.
004452
004453*-----------------------------------------------------------*
004410* 5000-WRITE-EDIT-TOTALS - WHAT WENT INTO THE BATCH AND WHAT  *
004420* DID NOT                                                     *
004430*-----------------------------------------------------------*
004540     MOVE WS-REJECT-COUNT TO CL-COUNT.
004550     MOVE WS-COUNT-LINE TO EDIT-REPORT-LINE.
004560     WRITE EDIT-REPORT-LINE.
004562     MOVE 'LOTES DE SUSPENSO:    ' TO CL-LABEL.
004564     MOVE WS-REL-COUNT TO CL-COUNT.
004566     MOVE WS-COUNT-LINE TO EDIT-REPORT-LINE.
004568     WRITE EDIT-REPORT-LINE.
004570     MOVE WS-BATCH-TOTAL TO TL-TOTAL.
004580     MOVE WS-TOTAL-LINE TO EDIT-REPORT-LINE.
004590     WRITE EDIT-REPORT-LINE.
