000539* 2026-09-02 ILP   THE END-OF-RUN AUDIT STAMP NOW CARRIES THE
000540*                  SIGNED-ON OPERATOR'S INITIALS FROM THE
000541*                  EJEMENU SESSION FILE (SPACES UNATTENDED)
000542* 2026-10-12 ILP   SUSPENSE OPTION: AN EJEMPLO2 PARMFILE CARD OF
000543*                  SUSPENSO MOVES A BATCH THAT FAILS ITS COUNT OR
000544*                  HASH, WITH ALL ITS DETAILS, TO THE SUSPENSO
000545*                  FILE UNDER ITS BATCH NUMBER AND REASON AND
000546*                  TAKES ITS AMOUNTS BACK OUT OF NumeroCompacto.
000547*                  THE BALANCED BATCHES ARE RECONCILED AGAINST
000548*                  CTLTOTAL LESS THE SUSPENDED AMOUNT AND THE
000549*                  BROKEN BATCH ENDS THE RUN AT RC 4 INSTEAD OF
000550*                  14, SO EJECTL CARRIES ON; THE AUDIT STAMP SAYS
000551*                  SUSPENSO. A DETAIL OUTSIDE ANY BATCH, AN
000552*                  UNKNOWN RECORD TYPE OR A MISSING TRANFILE IS
000553*                  STILL RC 14. TRANSUSP WORKS THE SUSPENSE FILE
000542*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000670     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000671         ORGANIZATION IS LINE SEQUENTIAL
000672         FILE STATUS IS FS-SIGNON-FILE.
000673
000674     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000675         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS FS-PARAMETER-FILE.
000677
000678     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSO"
000679         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-SUSPENSE-FILE.
000681
000682     SELECT BATCH-WORK-FILE ASSIGN TO "LOTEWK"
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS FS-BATCH-WORK-FILE.
000670 
000680 DATA DIVISION.
000690 FILE SECTION.
000769 FD  SIGNON-FILE.
000770     COPY SIGNONRC.
000771
000772 FD  PARAMETER-FILE.
000773     COPY PARMCARD.
000774
000775 FD  SUSPENSE-FILE.
000776     COPY SUSPREC.
000777
000778*    THE DETAILS OF THE BATCH IN HAND, KEPT UNTIL ITS TRAILER
000779*    SAYS WHETHER IT BALANCES (SUSPENSE OPTION ONLY)
000780 FD  BATCH-WORK-FILE.
000781 01  BATCH-WORK-RECORD.
000782     05  BWK-AMOUNT                  PIC 9(09).
000783
000772 FD  CONTROL-TOTALS-FILE.
000773 01  CONTROL-TOTAL-RECORD.
000780     05  CTL-PROGRAM-ID              PIC X(08).
001061     88  FS-SGN-OK                  VALUE '00'.
001062 01  WS-SESSION-INITIALS            PIC X(03) VALUE SPACES.
001063
001064 01  FS-PARAMETER-FILE              PIC XX.
001065     88  FS-PARM-OK                 VALUE '00'.
001066 01  WS-PARM-FOUND-SW               PIC X(01).
001067     88  WS-PARM-FOUND              VALUE 'Y'.
001068     88  WS-PARM-NOT-FOUND          VALUE 'N'.
001069 01  WS-RUN-OPTION                  PIC X(30) VALUE SPACES.
001070
001071 01  FS-SUSPENSE-FILE               PIC XX.
001072     88  FS-SUS-OK                  VALUE '00'.
001073 01  FS-BATCH-WORK-FILE             PIC XX.
001074     88  FS-BWK-OK                  VALUE '00'.
001075
001076*    SUSPENSE OPTION: A BROKEN BATCH GOES TO SUSPENSO AT RC 4
001077*    INSTEAD OF FAILING THE RUN AT RC 14
001078 01  WS-SUSPENSE-SW                 PIC X(01) VALUE 'N'.
001079     88  WS-SUSPENSE-MODE           VALUE 'Y'.
001080 01  WS-WORK-OPEN-SW                PIC X(01) VALUE 'N'.
001081     88  WS-WORK-OPEN               VALUE 'Y'.
001082 01  WS-SUSPEND-SW                  PIC X(01) VALUE 'N'.
001083     88  WS-SUSPEND-THIS-BATCH      VALUE 'Y'.
001084 01  WS-BATCH-EXC-RC                PIC 9(04) COMP VALUE 14.
001085 01  WS-SUSPEND-REASON              PIC X(40).
001086 01  WS-BATCH-ADDED                 PIC 9(12) COMP-3 VALUE 0.
001087 01  WS-SUSPENDED-COUNT             PIC 9(03) VALUE 0.
001088 01  WS-SUSPENDED-TOTAL             PIC 9(12) COMP-3 VALUE 0.
001089 01  WS-SUSPENDED-AMOUNT            PIC 9(12) COMP-3 VALUE 0.
001090 01  WS-ADJUSTED-EXPECTED           PIC S9(12) COMP-3 VALUE 0.
001091 01  WS-DETAIL-SEQ                  PIC 9(05) COMP VALUE 0.
001063
001064 01  WS-TRN-COUNT                   PIC 9(05) COMP VALUE 0.
001065 01  WS-TRN-HASH                    PIC 9(12) COMP-3 VALUE 0.
001066 01  WS-DECLARED-COUNT              PIC 9(05) VALUE 0.
001120 
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001146     IF WS-RETURN-CODE = 0
001152         PERFORM 2000-PACKED-ARITHMETIC THRU 2000-EXIT
001158         PERFORM 3000-REDEFINES-DEMO    THRU 3000-EXIT
001164         PERFORM 4000-RECONCILE-TOTALS  THRU 4000-EXIT
001170     END-IF.
001180     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001190     MOVE WS-RETURN-CODE TO RETURN-CODE.
001200     GOBACK.
001220     EXIT.
001230 
001240*-----------------------------------------------------------*
001245* 1000-INITIALIZE - STAMP RUN DATE/TIME, OPEN AUDIT LOG,     *
001250* READ THE RUN OPTION AND, FOR THE SUSPENSE OPTION, OPEN     *
001255* THE SUSPENSE FILE FOR APPEND                               *
001260*-----------------------------------------------------------*
001270 1000-INITIALIZE.
001280     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001420     END-IF.
001422
001424     PERFORM 1100-READ-SIGNON THRU 1100-EXIT.
001425     PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
001426
001427     IF WS-SUSPENSE-MODE
001428         OPEN EXTEND SUSPENSE-FILE
001429         IF NOT FS-SUS-OK
001430             CLOSE SUSPENSE-FILE
001431             OPEN OUTPUT SUSPENSE-FILE
001432         END-IF
001433     END-IF.
001430 1000-EXIT.
001440     EXIT.
001441
001460     CLOSE SIGNON-FILE.
001461 1100-EXIT.
001462     EXIT.
001463
001464*-----------------------------------------------------------*
001465* 1200-READ-PARAMETERS - THE EJEMPLO2 PARMFILE CARD SETS THE *
001466* RUN OPTION. NO CARD OR A BLANK VALUE KEEPS A BROKEN BATCH  *
001467* AT RC 14; SUSPENSO SENDS IT TO THE SUSPENSE FILE; ANYTHING *
001468* ELSE FAILS THE STEP (RC 16) PER THE PARMFILE CONVENTION    *
001469*-----------------------------------------------------------*
001470 1200-READ-PARAMETERS.
001471     SET WS-PARM-NOT-FOUND TO TRUE.
001472     MOVE SPACES TO WS-RUN-OPTION.
001473     MOVE 'N' TO WS-SUSPENSE-SW.
001474     OPEN INPUT PARAMETER-FILE.
001475     IF NOT FS-PARM-OK
001476         GO TO 1200-EXIT
001477     END-IF.
001478     PERFORM 1210-SCAN-ONE-PARAMETER THRU 1210-EXIT
001479         UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND.
001480     CLOSE PARAMETER-FILE.
001481     EVALUATE WS-RUN-OPTION
001482         WHEN SPACES
001483             CONTINUE
001484         WHEN 'SUSPENSO'
001485             SET WS-SUSPENSE-MODE TO TRUE
001486             DISPLAY 'EJEMPLO2 - OPCION SUSPENSO: LOS LOTES QUE '
001487                 'NO CUADREN PASAN AL FICHERO SUSPENSO'
001488         WHEN OTHER
001489             DISPLAY 'EJEMPLO2 - *** OPCION NO VALIDA EN '
001490                 'PARMFILE: ' WS-RUN-OPTION ' ***'
001491             MOVE 16 TO WS-RETURN-CODE
001492     END-EVALUATE.
001493 1200-EXIT.
001494     EXIT.
001495
001496 1210-SCAN-ONE-PARAMETER.
001497     READ PARAMETER-FILE
001498         AT END
001499             GO TO 1210-EXIT
001500     END-READ.
001501     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
001502         MOVE PRM-VALUE TO WS-RUN-OPTION
001503         SET WS-PARM-FOUND TO TRUE
001504     END-IF.
001505 1210-EXIT.
001506     EXIT.
001450 
001460*-----------------------------------------------------------*
001470* 2000-PACKED-ARITHMETIC - ACCUMULATE THE TRANFILE BATCH OF  *
001507                 WS-TRAILER-SW.
001508     MOVE 0 TO WS-BATCH-NUMBER.
001509     MOVE 'Y' TO WS-BATCH-OK-SW.
001510     MOVE 0 TO WS-BATCH-ADDED
001511               WS-SUSPENDED-COUNT
001512               WS-SUSPENDED-TOTAL.
001513     MOVE 14 TO WS-BATCH-EXC-RC.
001508
001509     OPEN INPUT TRANSACTION-FILE.
001510     IF NOT FS-TRN-OK
001674                     ON SIZE ERROR
001675                         PERFORM 2900-COMP-3-OVERFLOW
001676                             THRU 2900-EXIT
001677                     NOT ON SIZE ERROR
001678                         ADD TRN-AMOUNT TO WS-BATCH-ADDED
001677                 END-ADD
001678                 ADD TRN-AMOUNT TO WS-TRN-HASH
001679                 ADD 1 TO WS-TRN-COUNT
001680                 IF WS-WORK-OPEN
001681                     MOVE TRN-AMOUNT TO BWK-AMOUNT
001682                     WRITE BATCH-WORK-RECORD
001683                 END-IF
001680             END-IF
001681         WHEN TRN-TRAILER
001682             MOVE TRN-DECLARED-TOTAL TO WS-DECLARED-TOTAL
001704*-----------------------------------------------------------*
001705* 2250-START-NEW-BATCH - NUMBER THE BATCH AND ZERO ITS       *
001706* COUNTERS; THE GRAND PACKED TOTAL KEEPS ACCUMULATING ACROSS *
001707* BATCHES FOR THE CONTROL-FIGURE RECONCILIATION. UNDER THE   *
001708* SUSPENSE OPTION THE WORK FILE STARTS AFRESH TO HOLD THE    *
001709* BATCH'S DETAILS UNTIL IT IS VERIFIED                       *
001708*-----------------------------------------------------------*
001709 2250-START-NEW-BATCH.
001710     ADD 1 TO WS-BATCH-NUMBER.
001715     MOVE 'N' TO WS-HEADER-SW
001716                 WS-TRAILER-SW.
001717     MOVE 'Y' TO WS-BATCH-OK-SW.
001718     MOVE 0 TO WS-BATCH-ADDED.
001719     IF WS-SUSPENSE-MODE
001720         OPEN OUTPUT BATCH-WORK-FILE
001721         IF FS-BWK-OK
001722             SET WS-WORK-OPEN TO TRUE
001723         ELSE
001724             DISPLAY 'EJEMPLO2 - *** LOTEWK NO GRABABLE, STATUS: '
001725                 FS-BATCH-WORK-FILE ' - EL LOTE ' WS-BATCH-NUMBER
001726                 ' NO PODRA PASAR A SUSPENSO ***'
001727         END-IF
001728     END-IF.
001718 2250-EXIT.
001719     EXIT.
001720
001725* NumeroCompacto SO AN OVERFLOW CANNOT HIDE A DIFFERENCE)    *
001726* MUST MATCH THE DECLARED TOTAL. EVERY FAILURE NAMES THE     *
001727* BATCH NUMBER; A REGISTER LINE PRINTS PER BATCH AND THE     *
001728* BATCH STATE RESETS FOR THE NEXT GROUP. UNDER THE SUSPENSE  *
001729* OPTION A BATCH THAT HAD A HEADER AND WHOSE DETAILS ARE ON  *
001730* THE WORK FILE IS SUSPENDED RATHER THAN FAILED: ITS         *
001731* EXCEPTIONS CARRY RC 4                                      *
001729*-----------------------------------------------------------*
001730 2300-VERIFY-BATCH.
001731     MOVE WS-BATCH-NUMBER TO BR-NUMBER.
001732     MOVE SPACES TO WS-SUSPEND-REASON.
001733     MOVE 'N' TO WS-SUSPEND-SW.
001734     MOVE 14 TO WS-BATCH-EXC-RC.
001735     IF WS-HEADER-SEEN AND WS-WORK-OPEN
001736         SET WS-SUSPEND-THIS-BATCH TO TRUE
001737         MOVE 4 TO WS-BATCH-EXC-RC
001738     END-IF.
001732     IF NOT WS-HEADER-SEEN
001733         MOVE 'SIN CABECERA' TO BR-TEXT
001734         MOVE 'TRN-HEADER' TO WS-BATCH-EXC-FIELD
001804             ': CONTEO ' WS-TRN-COUNT ' TOTAL '
001805             WS-TRN-HASH ' NO CUADRA'
001806     END-IF.
001807     IF WS-WORK-OPEN
001808         CLOSE BATCH-WORK-FILE
001809         MOVE 'N' TO WS-WORK-OPEN-SW
001810         IF WS-BATCH-BROKE AND WS-SUSPEND-THIS-BATCH
001811             PERFORM 2400-SUSPEND-BATCH THRU 2400-EXIT
001812         END-IF
001813     END-IF.
001814     MOVE 14 TO WS-BATCH-EXC-RC.
001807     PERFORM 2350-RESET-BATCH THRU 2350-EXIT.
001808 2300-EXIT.
001809     EXIT.
001816     MOVE 'N' TO WS-HEADER-SW
001817                 WS-TRAILER-SW.
001818     MOVE 'Y' TO WS-BATCH-OK-SW.
001819     MOVE 0 TO WS-BATCH-ADDED.
001819 2350-EXIT.
001820     EXIT.
001821
001822*-----------------------------------------------------------*
001823* 2400-SUSPEND-BATCH - WRITE THE BATCH ROW (FIRST REASON,    *
001824* DECLARED COUNT AND TOTAL, PENDING STATUS) AND ONE DETAIL   *
001825* ROW PER AMOUNT ON THE WORK FILE, THEN TAKE WHAT THE BATCH  *
001826* ADDED BACK OUT OF NumeroCompacto. THE CONTROL FIGURE IS    *
001827* REDUCED BY THE DECLARED TOTAL, WHICH IS WHAT CTLTOTAL WAS  *
001828* BUILT FROM; A BATCH THAT LOST ITS TRAILER HAS NONE, SO ITS *
001829* DETAIL SUM IS USED INSTEAD                                 *
001830*-----------------------------------------------------------*
001831 2400-SUSPEND-BATCH.
001832     MOVE SPACES              TO SUSPENSE-RECORD.
001833     MOVE WS-RUN-DATE-NUM     TO SUS-RUN-DATE.
001834     MOVE WS-RUN-TIME         TO SUS-RUN-TIME.
001835     MOVE WS-BATCH-NUMBER     TO SUS-BATCH-NUMBER.
001836     SET  SUS-BATCH-ROW       TO TRUE.
001837     SET  SUS-PENDIENTE       TO TRUE.
001838     MOVE WS-DECLARED-COUNT   TO SUS-DECLARED-COUNT.
001839     MOVE WS-DECLARED-TOTAL   TO SUS-DECLARED-TOTAL.
001840     MOVE WS-RUN-DATE-NUM     TO SUS-STATUS-DATE.
001841     MOVE WS-SESSION-INITIALS TO SUS-STATUS-BY.
001842     MOVE 'N'                 TO SUS-AGED-SW.
001843     MOVE WS-SUSPEND-REASON   TO SUS-REASON.
001844     WRITE SUSPENSE-RECORD.
001845     IF NOT FS-SUS-OK
001846         DISPLAY 'EJEMPLO2 - *** SUSPENSO NO GRABABLE, STATUS: '
001847             FS-SUSPENSE-FILE ' ***'
001848         MOVE 12 TO WS-RETURN-CODE
001849         GO TO 2400-EXIT
001850     END-IF.
001851
001852     MOVE 0 TO WS-DETAIL-SEQ.
001853     OPEN INPUT BATCH-WORK-FILE.
001854     IF FS-BWK-OK
001855         PERFORM 2410-COPY-ONE-DETAIL THRU 2410-EXIT
001856             UNTIL NOT FS-BWK-OK
001857         CLOSE BATCH-WORK-FILE
001858     END-IF.
001859
001860     SUBTRACT WS-BATCH-ADDED FROM NumeroCompacto.
001861     IF WS-TRAILER-SEEN
001862         MOVE WS-DECLARED-TOTAL TO WS-SUSPENDED-AMOUNT
001863     ELSE
001864         MOVE WS-TRN-HASH       TO WS-SUSPENDED-AMOUNT
001865     END-IF.
001866     ADD WS-SUSPENDED-AMOUNT TO WS-SUSPENDED-TOTAL.
001867     ADD 1 TO WS-SUSPENDED-COUNT.
001868     DISPLAY 'EJEMPLO2 - LOTE ' WS-BATCH-NUMBER
001869         ' PASADO A SUSPENSO: ' WS-DETAIL-SEQ ' DETALLES, '
001870         'IMPORTE ' WS-SUSPENDED-AMOUNT.
001871 2400-EXIT.
001872     EXIT.
001873
001874 2410-COPY-ONE-DETAIL.
001875     READ BATCH-WORK-FILE
001876         AT END
001877             GO TO 2410-EXIT
001878     END-READ.
001879     ADD 1 TO WS-DETAIL-SEQ.
001880     MOVE SPACES              TO SUS-DATA.
001881     SET  SUS-DETAIL-ROW      TO TRUE.
001882     MOVE WS-DETAIL-SEQ       TO SUS-DETAIL-SEQ.
001883     SET  SUS-DETAIL-ACTIVE   TO TRUE.
001884     MOVE BWK-AMOUNT          TO SUS-AMOUNT.
001885     SET  SUS-FROM-TRANFILE   TO TRUE.
001886     WRITE SUSPENSE-RECORD.
001887 2410-EXIT.
001888     EXIT.
001821
001804*-----------------------------------------------------------*
001806* 2950-WRITE-BATCH-EXCEPTION - A BATCH INTEGRITY FAILURE IS  *
001808* LOGGED AND CARRIES ITS OWN RETURN-CODE (14) SO EJECTL CAN  *
001810* TELL A BAD BATCH FROM A RECONCILIATION MISS (16) OR AN     *
001811* OVERFLOW (12). A BATCH BEING SUSPENDED IS ONLY A WARNING   *
001812* (4), AND ITS FIRST REASON IS KEPT FOR THE SUSPENSE ROW     *
001814*-----------------------------------------------------------*
001816 2950-WRITE-BATCH-EXCEPTION.
001818     MOVE WS-PROGRAM-ID       TO EXC-PROGRAM-ID.
001830     MOVE SPACES              TO EXC-RESOLVED-DATE
001832                                 EXC-RESOLVED-BY.
001834     WRITE EXCEPTION-RECORD.
001836     IF WS-SUSPEND-REASON = SPACES
001838         MOVE WS-BATCH-EXC-REASON TO WS-SUSPEND-REASON
001840     END-IF.
001841     IF WS-RETURN-CODE < WS-BATCH-EXC-RC
001842         MOVE WS-BATCH-EXC-RC TO WS-RETURN-CODE
001843     END-IF.
001842 2950-EXIT.
001844     EXIT.
001640 
002290*-----------------------------------------------------------*
002300* 4000-RECONCILE-TOTALS - COMPARE NumeroCompacto2 AGAINST THE *
002310* CONTROL-TOTALS FILE ROW KEYED BY WS-PROGRAM-ID, FLAGGING AN *
002316* OUT-OF-BALANCE CONDITION VIA DISPLAY AND RETURN-CODE. THE   *
002322* CONTROL FIGURE IS FIRST REDUCED BY ANY SUSPENDED AMOUNT     *
002330*-----------------------------------------------------------*
002340 4000-RECONCILE-TOTALS.
002350     OPEN INPUT CONTROL-TOTALS-FILE.
002640     EXIT.
002650 
002660 4100-COMPARE-TOTAL.
002662     COMPUTE WS-ADJUSTED-EXPECTED =
002664         CTL-EXPECTED-TOTAL - WS-SUSPENDED-TOTAL.
002666     IF WS-SUSPENDED-COUNT > 0
002668         DISPLAY 'EJEMPLO2 - CONTROL ' CTL-EXPECTED-TOTAL
002670             ' MENOS SUSPENSO ' WS-SUSPENDED-TOTAL
002672             ' (' WS-SUSPENDED-COUNT ' LOTES)'
002674     END-IF.
002676     IF WS-ADJUSTED-EXPECTED NOT = NumeroCompacto2
002680         DISPLAY 'EJEMPLO2 - *** OUT-OF-BALANCE *** ESPERADO: '
002690             WS-ADJUSTED-EXPECTED ' OBTENIDO: ' NumeroCompacto2
002700         IF WS-RETURN-CODE < 16
002710             MOVE 16 TO WS-RETURN-CODE
002720         END-IF
002842     MOVE SPACES           TO AUD-ACTION
002844                              AUD-BEFORE-IMAGE
002846                              AUD-AFTER-IMAGE.
002847     IF WS-SUSPENDED-COUNT > 0
002848         MOVE 'SUSPENSO'   TO AUD-ACTION
002849     END-IF.
002848     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
002850     WRITE AUDIT-LOG-RECORD.
002860 
002870     CLOSE AUDIT-LOG-FILE.
002880     CLOSE EXCEPTION-FILE.
002882     IF WS-SUSPENSE-MODE
002884         CLOSE SUSPENSE-FILE
002886     END-IF.
002890 9000-EXIT.
002900     EXIT.
