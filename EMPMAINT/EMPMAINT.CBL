000289*                  DEPTMAST FILE WARNS AND LETS THE CODES
000290*                  THROUGH UNVALIDATED SO A FRESH INSTALL IS
000291*                  NOT LOCKED OUT OF MAINTENANCE
000292* 2026-10-05 ILP   A CAMBIO THAT MOVES THE PAY RATE ALSO WRITES AN
000293*                  APPLIED ROW TO THE TARIFHIS RATE HISTORY,
000294*                  EFFECTIVE TODAY, WITH THE RATE IT REPLACED, SO
000295*                  A HAND CHANGE IS NOT MISSING FROM THE HISTORY.
000296*                  A SECOND RATE CHANGE THE SAME DAY IS REFUSED BY
000297*                  THE HISTORY AND LOGGED; A HISTORY FILE THAT
000298*                  CANNOT BE OPENED ONLY WARNS
000292*****************************************************************
000293 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS FS-DEPARTMENT-FILE.
000458
000459     SELECT RATE-HISTORY-FILE ASSIGN TO "TARIFHIS"
000460         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS RANDOM
000462         RECORD KEY IS TRH-KEY
000463         FILE STATUS IS FS-RATE-HISTORY-FILE.
000464
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EMPLOYEE-MASTER.
000560 FD  DEPARTMENT-FILE.
000562     COPY DEPTMAST.
000564
000565 FD  RATE-HISTORY-FILE.
000566     COPY TARIFHIS.
000567
000570 WORKING-STORAGE SECTION.
000580 01  WS-PROGRAM-ID               PIC X(08) VALUE 'EMPMAINT'.
000590
000685     05  FS-DEPARTMENT-FILE      PIC XX.
000686         88  FS-DPT-OK           VALUE '00'.
000687         88  FS-DPT-EOF          VALUE '10'.
000688     05  FS-RATE-HISTORY-FILE    PIC XX.
000689         88  FS-TRH-OK           VALUE '00'.
000690         88  FS-TRH-NO-FILE      VALUE '35'.
000688
000689 01  WS-HISTORY-AVAIL-SW         PIC X(01) VALUE 'N'.
000690     88  WS-HISTORY-AVAILABLE    VALUE 'Y'.
000691 01  WS-OLD-RATE                 PIC 9(05)V99.
000692
000689 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
000690
000700 01  WS-RUN-DATE-NUM             PIC 9(08).
001492
001494     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
001496     PERFORM 1300-LOAD-DEPARTMENTS THRU 1300-EXIT.
001497
001498     OPEN I-O RATE-HISTORY-FILE.
001499     IF FS-TRH-NO-FILE
001500         OPEN OUTPUT RATE-HISTORY-FILE
001501         CLOSE RATE-HISTORY-FILE
001502         OPEN I-O RATE-HISTORY-FILE
001503     END-IF.
001504     IF FS-TRH-OK
001505         SET WS-HISTORY-AVAILABLE TO TRUE
001506     ELSE
001507         DISPLAY 'EMPMAINT - FICHERO TARIFHIS NO DISPONIBLE, '
001508             'STATUS: ' FS-RATE-HISTORY-FILE
001509             ', CAMBIOS DE TARIFA SIN HISTORIA'
001510     END-IF.
001500 1000-EXIT.
001510     EXIT.
001511
002600     IF WS-DEPT-INPUT-BLANK
002601         MOVE EMP-DEPT TO WS-DEPT-INPUT
002602     END-IF.
002603     MOVE EMP-PAY-RATE TO WS-OLD-RATE.
002603
002610     PERFORM 6000-VALIDATE-NOMBRE THRU 6000-EXIT.
002612     PERFORM 6500-VALIDATE-PAY-FIELDS THRU 6500-EXIT.
002760                 PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT
002770                 DISPLAY 'EMPMAINT - CAMBIO REGISTRADO: '
002780                     WS-EMP-ID-INPUT
002782                 IF EMP-PAY-RATE NOT = WS-OLD-RATE
002784                     PERFORM 4200-WRITE-RATE-HISTORY
002786                         THRU 4200-EXIT
002788                 END-IF
002790         END-REWRITE
002800     END-IF.
002810 4100-EXIT.
002820     EXIT.
002830
002831*-----------------------------------------------------------*
002832* 4200-WRITE-RATE-HISTORY - A RATE CHANGED BY HAND GOES INTO  *
002833* TARIFHIS ALREADY APPLIED, EFFECTIVE TODAY. A ROW FOR TODAY  *
002834* ALREADY THERE IS NOT OVERWRITTEN: THE CHANGE IS LOGGED FOR  *
002835* THE HISTORY TO BE PUT RIGHT THROUGH TARMAINT                *
002836*-----------------------------------------------------------*
002837 4200-WRITE-RATE-HISTORY.
002838     IF NOT WS-HISTORY-AVAILABLE
002839         GO TO 4200-EXIT
002840     END-IF.
002841     MOVE EMP-ID              TO TRH-EMP-ID.
002842     MOVE WS-RUN-DATE-NUM     TO TRH-EFFECTIVE-DATE.
002843     SET  TRH-APLICADA        TO TRUE.
002844     MOVE EMP-PAY-RATE        TO TRH-NEW-RATE.
002845     MOVE WS-OLD-RATE         TO TRH-OLD-RATE.
002846     MOVE WS-SESSION-INITIALS TO TRH-ENTERED-BY.
002847     MOVE WS-RUN-DATE-NUM     TO TRH-ENTERED-DATE
002848                                 TRH-APPLIED-DATE.
002849     MOVE SPACES              TO TRH-APPLIED-PERIOD.
002850     MOVE 'CAMBIO MANUAL EMPMAINT' TO TRH-REASON.
002851     WRITE RATE-HISTORY-RECORD
002852         INVALID KEY
002853             DISPLAY 'EMPMAINT - YA HAY UN CAMBIO DE TARIFA CON '
002854                 'FECHA DE HOY, HISTORIA SIN ACTUALIZAR'
002855             MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID
002856             MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE
002857             MOVE 'EMP-PAY-RATE'   TO EXC-FIELD-NAME
002858             MOVE TRH-KEY          TO EXC-FIELD-VALUE
002859             MOVE 'CAMBIO DE TARIFA SIN FILA EN TARIFHIS'
002860                 TO EXC-REASON
002861             SET  EXC-OPEN         TO TRUE
002862             MOVE SPACES           TO EXC-RESOLVED-DATE
002863                                      EXC-RESOLVED-BY
002864             WRITE EXCEPTION-RECORD
002865             IF WS-RETURN-CODE < 4
002866                 MOVE 4 TO WS-RETURN-CODE
002867             END-IF
002868     END-WRITE.
002869 4200-EXIT.
002870     EXIT.
002871
002840*-----------------------------------------------------------*
002850* 5000-DELETE-EMPLOYEE - BAJA: THE BEFORE IMAGE IS KEPT ON    *
002860* THE AUDIT RECORD, THE AFTER IMAGE IS SPACES                 *
004200     CLOSE EMPLOYEE-MASTER.
004210     CLOSE AUDIT-LOG-FILE.
004220     CLOSE EXCEPTION-FILE.
004222     IF WS-HISTORY-AVAILABLE
004224         CLOSE RATE-HISTORY-FILE
004226     END-IF.
004230 9000-EXIT.
004240     EXIT.
