000100*****************************************************************
000110* HORASTUR.CPY
000120* CLOCKED MINUTES PER SHIFT - ONE ROW PER EMPLOYEE WITH VALID
000130* PUNCHES IN THE LAST FICHAJES LOAD, SPLIT BY THE SHIFT EACH
000140* PUNCH WAS WORKED ON (THE ROTA SHIFT FOR THE DAY, OR EMP-TURNO
000150* WHEN THE DAY HAS NO ROTA ROW). REBUILT ON EVERY LOAD, THE
000160* SAME WAY EMP-HOURS IS REPLACED. NOMINA01 PRICES THE NIGHT AND
000170* EVENING PREMIUMS FROM IT WHILE ITS TOTAL STILL AGREES WITH
000180* EMP-HOURS. KEYED ON EMPLOYEE ID.
000190* USED BY:  FICHAJES, NOMINA01, NOMRECON
000200* MOD HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-09-30 ILP   ORIGINAL COPYBOOK - MINUTES WORKED PER SHIFT
000230*****************************************************************
000240 01  SHIFT-HOURS-RECORD.
000250     05  HTU-EMP-ID                  PIC X(06).
000260     05  HTU-MINUTES-MANANA          PIC 9(05).
000270     05  HTU-MINUTES-TARDE           PIC 9(05).
000280     05  HTU-MINUTES-NOCHE           PIC 9(05).
000290     05  HTU-LOAD-DATE               PIC X(08).
