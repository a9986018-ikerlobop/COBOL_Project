000270*                  PRIOR ONLY). THIS IS THE CHECK THE AUDITORS
000280*                  ASK FOR THAT USED TO TAKE TWO PRINTOUTS AND
000290*                  A RULER
000292* 2026-09-14 ILP   NOMINA03 ADJUSTMENT ROWS ON PAYHIST ARE
000294*                  SKIPPED: THE VARIANCE COMPARES THE REGULAR
000296*                  RUNS, AND AN ADJUSTMENT ROW MUST NOT REPLACE
000298*                  THE PERIOD'S GROSS AS A LAST-ROW-WINS ROW
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
002310
002320 2200-LOAD-ONE-ROW.
002330     EVALUATE TRUE
002335         WHEN PH-ADJUSTMENT-ENTRY
002337             CONTINUE
002340         WHEN PH-PERIOD = WS-CURRENT-PERIOD
002350             PERFORM 2300-NOTE-CURRENT-ROW THRU 2300-EXIT
002360         WHEN PH-PERIOD = WS-PRIOR-PERIOD
