000322*                  WITH NO OPERMAST FILE THE MENU WARNS AND
000323*                  RUNS UNGATED SO A FRESH INSTALL IS NOT
000324*                  LOCKED OUT
000325* 2026-09-23 ILP   BNKMAINT JOINS THE MENU AS OPTION 6 BEHIND ITS
000326*                  OWN OPERMAST FLAG, SO BANK-ACCOUNT CHANGES CAN
000327*                  BE LIMITED TO THE OPERATORS ALLOWED TO MAKE
000328*                  THEM; ITS LAST RUN SHOWS ON THE STATUS PANEL
000329* 2026-10-14 ILP   OPRMAINT JOINS THE MENU AS OPTION 7 BEHIND THE
000330*                  NEW OPERMAST ADMIN FLAG. EVERY SIGN-ON NOW
000331*                  APPENDS A SIGNON AUDIT ROW FOR THE ACCESS
000332*                  REVIEW. WHILE OPERMAST HOLDS NO ADMIN AT ALL
000333*                  (A FILE WRITTEN BEFORE THE FLAG EXISTED) THE
000334*                  SIGNED-ON OPERATOR IS LET INTO OPTION 7, WITH A
000335*                  WARNING, SO THE FIRST ADMIN CAN BE GRANTED
000325*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000650     88  WS-CHOICE-PERFORM-SIMPLE   VALUE 3.
000652     88  WS-CHOICE-EMPMAINT         VALUE 4.
000654     88  WS-CHOICE-EXCPWRKB         VALUE 5.
000657     88  WS-CHOICE-BNKMAINT         VALUE 6.
000658     88  WS-CHOICE-OPRMAINT         VALUE 7.
000660     88  WS-CHOICE-SALIR            VALUE 9.
000670     88  WS-CHOICE-VALID            VALUE 1 2 3 4 5 6 7 9.
000680
000690 01  WS-QUIT-SW                     PIC X(01) VALUE 'N'.
000700     88  WS-QUIT                    VALUE 'Y'.
000796         88  WS-OPER-FOUND          VALUE 'Y'.
000797         88  WS-OPER-NOT-FOUND      VALUE 'N'.
000798     05  WS-SIGNON-TRIES            PIC 9(01) VALUE 0.
000799     05  WS-ADMIN-COUNT             PIC 9(04) COMP VALUE 0.
000799 01  WS-OPER-ID-INPUT               PIC X(06).
000800 01  WS-OPERATOR-INITIALS           PIC X(03) VALUE SPACES.
000801 01  WS-PERMISSIONS.
000809         88  WS-MAY-EMPMAINT        VALUE 'Y'.
000810     05  WS-PERM-EXCPWRKB           PIC X(01) VALUE 'N'.
000811         88  WS-MAY-EXCPWRKB        VALUE 'Y'.
000812     05  WS-PERM-BNKMAINT           PIC X(01) VALUE 'N'.
000813         88  WS-MAY-BNKMAINT        VALUE 'Y'.
000814     05  WS-PERM-ADMIN              PIC X(01) VALUE 'N'.
000815         88  WS-MAY-OPRMAINT        VALUE 'Y'.
000812 01  WS-PERM-TAG                    PIC X(14).
000813 01  WS-SIGNON-DATE                 PIC 9(08).
000814 01  WS-SIGNON-TIME                 PIC 9(08).
000813
000814 01  WS-MONITORED-NAMES.
000815     05  FILLER                     PIC X(08) VALUE 'EJEMPLO1'.
000830     05  FILLER                     PIC X(08) VALUE 'PERFSIMP'.
000832     05  FILLER                     PIC X(08) VALUE 'EMPMAINT'.
000834     05  FILLER                     PIC X(08) VALUE 'EXCPWRKB'.
000837     05  FILLER                     PIC X(08) VALUE 'BNKMAINT'.
000838     05  FILLER                     PIC X(08) VALUE 'OPRMAINT'.
000840 01  WS-MONITORED-TABLE REDEFINES WS-MONITORED-NAMES.
000850     05  WS-MONITORED-NAME          PIC X(08) OCCURS 7 TIMES.
000860
000870 01  WS-LAST-RUNS.
000880     05  WS-LAST-RUN-ENTRY OCCURS 7 TIMES.
000890         10  WS-LAST-DATE           PIC X(08).
000900         10  WS-LAST-TIME           PIC X(08).
000910 01  WS-MON-INDEX                   PIC 9(02) COMP.
001253* 0100-SIGN-ON - THE OPERATOR GETS THREE ATTEMPTS AGAINST    *
001254* THE OPERMAST FILE. NO OPERMAST AT ALL MEANS A FRESH        *
001255* INSTALL: THE MENU WARNS AND RUNS UNGATED RATHER THAN       *
001256* LOCKING EVERYONE OUT. THE ADMINS ON FILE ARE COUNTED FIRST *
001257*-----------------------------------------------------------*
001258 0100-SIGN-ON.
001259     OPEN INPUT OPERATOR-FILE.
001266                     WS-PERM-PERFSIMP
001267                     WS-PERM-EMPMAINT
001268                     WS-PERM-EXCPWRKB
001269                     WS-PERM-BNKMAINT
001270                     WS-PERM-ADMIN
001269         SET WS-SIGNED-ON TO TRUE
001270         GO TO 0100-EXIT
001271     END-IF.
001272     MOVE 0 TO WS-ADMIN-COUNT.
001273     PERFORM 0105-COUNT-ONE-ADMIN THRU 0105-EXIT
001274         UNTIL NOT FS-OPR-OK.
001272     CLOSE OPERATOR-FILE.
001273     PERFORM 0110-TRY-ONE-SIGNON THRU 0110-EXIT
001274         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3.
001279 0100-EXIT.
001280     EXIT.
001281
001282 0105-COUNT-ONE-ADMIN.
001283     READ OPERATOR-FILE
001284         AT END
001285             GO TO 0105-EXIT
001286     END-READ.
001287     IF FS-OPR-OK AND OPR-IS-ADMIN
001288         ADD 1 TO WS-ADMIN-COUNT
001289     END-IF.
001290 0105-EXIT.
001291     EXIT.
001292
001282 0110-TRY-ONE-SIGNON.
001283     ADD 1 TO WS-SIGNON-TRIES.
001284     DISPLAY 'EJEMENU - ID DE OPERADOR: ' WITH NO ADVANCING.
001298         MOVE OPR-PERM-PERFSIMP TO WS-PERM-PERFSIMP
001299         MOVE OPR-PERM-EMPMAINT TO WS-PERM-EMPMAINT
001300         MOVE OPR-PERM-EXCPWRKB TO WS-PERM-EXCPWRKB
001301         MOVE OPR-PERM-BNKMAINT TO WS-PERM-BNKMAINT
001302         MOVE OPR-PERM-ADMIN    TO WS-PERM-ADMIN
001303         IF WS-ADMIN-COUNT = 0
001304             DISPLAY 'EJEMENU - *** OPERMAST SIN ADMINISTRADOR, '
001305                 'OPCION 7 ABIERTA HASTA QUE SE CONCEDA ***'
001306             MOVE 'Y' TO WS-PERM-ADMIN
001307         END-IF
001301         SET WS-SIGNED-ON TO TRUE
001302         PERFORM 0150-WRITE-SESSION THRU 0150-EXIT
001303         DISPLAY 'EJEMENU - SESION ABIERTA PARA '
001323*-----------------------------------------------------------*
001324* 0150-WRITE-SESSION - THE ONE-ROW SIGNON FILE THE CALLED    *
001325* PROGRAMS READ TO STAMP THE OPERATOR ON THEIR AUDIT AND     *
001326* RESOLUTION RECORDS, AND THE SIGNON AUDIT ROW THE ACCESS    *
001327* REVIEW TAKES THE OPERATOR'S LAST SIGN-ON FROM              *
001327*-----------------------------------------------------------*
001328 0150-WRITE-SESSION.
001329     OPEN OUTPUT SIGNON-FILE.
001331     MOVE WS-OPERATOR-INITIALS TO SGN-INITIALS.
001332     WRITE SIGNON-RECORD.
001333     CLOSE SIGNON-FILE.
001334
001335     ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD.
001336     ACCEPT WS-SIGNON-TIME FROM TIME.
001337     OPEN EXTEND AUDIT-LOG-FILE.
001338     IF NOT FS-AUDIT-OK
001339         CLOSE AUDIT-LOG-FILE
001340         OPEN OUTPUT AUDIT-LOG-FILE
001341     END-IF.
001342     MOVE 'EJEMENU'            TO AUD-PROGRAM-ID.
001343     MOVE WS-SIGNON-DATE       TO AUD-RUN-DATE.
001344     MOVE WS-SIGNON-TIME       TO AUD-RUN-TIME.
001345     MOVE WS-OPER-ID-INPUT     TO AUD-KEY-VALUE.
001346     MOVE 'SIGNON'             TO AUD-ACTION.
001347     MOVE SPACES               TO AUD-BEFORE-IMAGE
001348                                  AUD-AFTER-IMAGE.
001349     MOVE WS-OPERATOR-INITIALS TO AUD-OPERATOR.
001350     WRITE AUDIT-LOG-RECORD.
001351     CLOSE AUDIT-LOG-FILE.
001334 0150-EXIT.
001335     EXIT.
001336
001448         WHEN WS-CHOICE-EXCPWRKB AND WS-MAY-EXCPWRKB
001450             CALL 'EXCPWRKB'
001452             PERFORM 1300-REPORT-RETURN-CODE THRU 1300-EXIT
001453         WHEN WS-CHOICE-BNKMAINT AND WS-MAY-BNKMAINT
001454             CALL 'BNKMAINT'
001455             PERFORM 1300-REPORT-RETURN-CODE THRU 1300-EXIT
001456         WHEN WS-CHOICE-OPRMAINT AND WS-MAY-OPRMAINT
001457             CALL 'OPRMAINT'
001458             PERFORM 1300-REPORT-RETURN-CODE THRU 1300-EXIT
001454         WHEN WS-CHOICE-SALIR
001460             SET WS-QUIT TO TRUE
001462         WHEN WS-CHOICE-VALID
001660     DISPLAY '  ------------- ESTADO DE LA SUITE ------------'.
001670     PERFORM 1700-DISPLAY-ONE-STATUS THRU 1700-EXIT
001680         VARYING WS-MON-INDEX FROM 1 BY 1
001690         UNTIL WS-MON-INDEX > 7.
001700     IF WS-SUMMARY-SEEN
001710         IF WS-SUM-COMPLETE
001720             DISPLAY '  ULTIMO RESUMEN ' WS-SUM-PROGRAM
002130 1420-NOTE-ONE-RUN.
002140     PERFORM 1430-MATCH-ONE-PROGRAM THRU 1430-EXIT
002150         VARYING WS-MON-INDEX FROM 1 BY 1
002160         UNTIL WS-MON-INDEX > 7.
002170     PERFORM 1410-READ-AUDIT THRU 1410-EXIT.
002180 1420-EXIT.
002190     EXIT.
003082     END-IF.
003083     DISPLAY '  5. EXCPWRKB          (Banco de Excepciones)'
003084         WS-PERM-TAG.
003085     MOVE SPACES TO WS-PERM-TAG.
003086     IF NOT WS-MAY-BNKMAINT
003087         MOVE ' (SIN PERMISO)' TO WS-PERM-TAG
003088     END-IF.
003089     DISPLAY '  6. BNKMAINT          (Mantenim. Cuentas)'
003090         WS-PERM-TAG.
003091     MOVE SPACES TO WS-PERM-TAG.
003092     IF NOT WS-MAY-OPRMAINT
003093         MOVE ' (SIN PERMISO)' TO WS-PERM-TAG
003094     END-IF.
003095     DISPLAY '  7. OPRMAINT          (Admin. Operadores)'
003096         WS-PERM-TAG.
003085     DISPLAY '  9. Salir'.
003090     DISPLAY '=========================================='.
003100 1100-EXIT.
