000100*****************************************************************
000110* AUSENREC.CPY
000120* LEAVE REGISTER - ONE ROW PER LEAVE REQUEST: THE EMPLOYEE, THE
000130* FIRST AND LAST DAY, THE LEAVE TYPE AND WHERE THE REQUEST
000140* STANDS. AUS-DAYS IS THE NUMBER OF WORKING DAYS THE RANGE TAKES
000150* (ROTA REST DAYS NOT COUNTED), FIXED WHEN THE REQUEST IS ENTERED.
000160* ONLY APPROVED VACATION (TYPE V) DRAWS ON THE SALDOVAC BALANCE.
000170* REQUESTED AND DECIDED THROUGH AUSMAINT, KEYED ON EMPLOYEE +
000180* FIRST DAY. THE WHOLE RECORD IS THE AUDIT IMAGE.
000190* USED BY:  AUSMAINT, AUSRECON
000200* MOD HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-02 ILP   ORIGINAL COPYBOOK - LEAVE REQUEST LAYOUT
000230*****************************************************************
000240 01  LEAVE-RECORD.
000250     05  AUS-KEY.
000260         10  AUS-EMP-ID              PIC X(06).
000270         10  AUS-START-DATE          PIC X(08).
000280     05  AUS-END-DATE                PIC X(08).
000290     05  AUS-TYPE                    PIC X(01).
000300         88  AUS-VACACIONES          VALUE 'V'.
000310         88  AUS-ENFERMEDAD          VALUE 'E'.
000320         88  AUS-PERMISO             VALUE 'P'.
000330         88  AUS-NO-RETRIBUIDO       VALUE 'N'.
000340         88  AUS-TYPE-VALID          VALUE 'V' 'E' 'P' 'N'.
000350     05  AUS-STATUS                  PIC X(01).
000360         88  AUS-SOLICITADA          VALUE 'S'.
000370         88  AUS-APROBADA            VALUE 'A'.
000380         88  AUS-DENEGADA            VALUE 'D'.
000390         88  AUS-ANULADA             VALUE 'X'.
000400     05  AUS-DAYS                    PIC 9(03).
000410     05  AUS-REQUEST-DATE            PIC X(08).
000420     05  AUS-REQUESTED-BY            PIC X(03).
000430     05  AUS-DECISION-DATE           PIC X(08).
000440     05  AUS-DECIDED-BY              PIC X(03).
