000100*****************************************************************
000110* ROTAREC.CPY
000120* SHIFT ROTA - ONE ROW PER EMPLOYEE AND DAY CARRYING THE SHIFT
000130* SCHEDULED FOR THAT DAY (M, T, N) OR L FOR A REST DAY. A DAY
000140* WITH NO ROW FALLS BACK TO THE MASTER'S EMP-TURNO. LOADED AND
000150* MAINTAINED BY ROTAMANT, KEYED ON EMPLOYEE + DATE.
000160* USED BY:  ROTAMANT, ROTARPT, FICHAJES, AUSMAINT, AUSRECON
000170* MOD HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-09-30 ILP   ORIGINAL COPYBOOK - SHIFT ROTA LAYOUT
000200*****************************************************************
000210 01  ROTA-RECORD.
000220     05  ROT-KEY.
000230         10  ROT-EMP-ID              PIC X(06).
000240         10  ROT-DATE                PIC X(08).
000250     05  ROT-TURNO                   PIC X(01).
000260         88  ROT-TURNO-MANANA        VALUE 'M'.
000270         88  ROT-TURNO-TARDE         VALUE 'T'.
000280         88  ROT-TURNO-NOCHE         VALUE 'N'.
000290         88  ROT-DESCANSO            VALUE 'L'.
000300         88  ROT-TURNO-VALID         VALUE 'M' 'T' 'N' 'L'.
000310     05  ROT-LOAD-DATE               PIC X(08).
000320     05  ROT-OPERATOR                PIC X(03).
