000278*                  AND AUDIT STAMPS ARE NOT REDONE. AN EJECTL
000279*                  ROW IN PARMFILE WITH THE VALUE COMPLETA
000279*                  FORCES A FROM-THE-TOP RUN
000280* 2026-10-12 ILP   STEP 2 NOW TREATS RC 4 FROM EJEMPLO2 AS A
000281*                  WARNING (A BATCH MOVED TO SUSPENSE, OR ANY
000282*                  OTHER EJEMPLO2 WARNING): THE STEP IS COMPLETE,
000283*                  THE CHAIN CARRIES ON AND ENDS AT RC 4
000280*****************************************************************
000281 ENVIRONMENT DIVISION.
000282 INPUT-OUTPUT SECTION.
000350     88  WS-CHAIN-FAILED            VALUE 'N'.
000360 
000370 01  WS-FAILED-STEP                 PIC X(20) VALUE SPACES.
000373 01  WS-WARNING-SW                  PIC X(01) VALUE 'N'.
000376     88  WS-CHAIN-WARNED            VALUE 'Y'.
000380 
000390 PROCEDURE DIVISION.
000400 
000710 
000720*-----------------------------------------------------------*
000730* 2000-RUN-EJEMPLO2 - STEP 2 OF THE CHAIN, ONLY IF STEP 1 OK *
000733* RC 4 IS A WARNING (E.G. A BATCH LEFT IN SUSPENSE) AND      *
000736* DOES NOT STOP THE CHAIN                                    *
000740*-----------------------------------------------------------*
000750 2000-RUN-EJEMPLO2.
000760     DISPLAY 'EJECTL - PASO 2: EJEMPLO2'.
000770     CALL 'EJEMPLO2'.
000780     MOVE RETURN-CODE TO WS-STEP-RC.
000782     IF WS-STEP-RC = 4
000784         DISPLAY 'EJECTL - PASO 2 (EJEMPLO2) TERMINA CON AVISO '
000786             'RC=4, REVISE EXCPFILE Y SUSPENSO'
000788         SET WS-CHAIN-WARNED TO TRUE
000790     END-IF.
000792     IF WS-STEP-RC > 4
000800         MOVE 'EJEMPLO2' TO WS-FAILED-STEP
000810         SET WS-CHAIN-FAILED TO TRUE
000812         MOVE 'F' TO WS-STEP2-STATUS
001090             'EMPEZAR DE CERO)'
001091         MOVE WS-STEP-RC TO RETURN-CODE
001092     ELSE
001093         IF WS-CHAIN-WARNED
001094             DISPLAY 'EJECTL - CADENA COMPLETADA CON AVISOS'
001095             MOVE 4 TO RETURN-CODE
001096         ELSE
001097             DISPLAY 'EJECTL - CADENA COMPLETADA SIN ERRORES'
001098             MOVE 0 TO RETURN-CODE
001099         END-IF
001095     END-IF.
001096 9000-EXIT.
001097     EXIT.
