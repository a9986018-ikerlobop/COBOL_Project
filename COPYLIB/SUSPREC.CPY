000100*****************************************************************
000110* SUSPREC.CPY
000120* TRANFILE SUSPENSE - BATCHES EJEMPLO2 SET ASIDE BECAUSE THEY
000130* FAILED THEIR HEADER COUNT OR TRAILER HASH, WHEN ITS PARMFILE
000140* CARD ASKS FOR SUSPENSE INSTEAD OF STOPPING THE CHAIN. EACH
000150* SUSPENDED BATCH IS ONE L ROW (REASON, DECLARED COUNT AND
000160* TOTAL, STATUS) FOLLOWED BY ONE D ROW PER DETAIL AMOUNT, ALL
000170* CARRYING THE SAME KEY: THE EJEMPLO2 RUN DATE AND TIME AND THE
000180* BATCH NUMBER WITHIN THAT TRANFILE. TRANSUSP CORRECTS, DELETES
000190* (B) OR ADDS DETAILS AND RELEASES THE BATCH (S PENDING TO L
000200* RELEASED); TRANEDIT PICKS A RELEASED BATCH UP INTO THE NEXT
000210* TRANFILE AND MARKS IT INCORPORATED (E), AFTER WHICH TRANSUSP
000220* DROPS IT FROM THE FILE. THE FIRST 60 BYTES ARE THE AUDIT
000230* IMAGE.
000240* USED BY:  EJEMPLO2, TRANSUSP, TRANEDIT
000250* MOD HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 2026-10-12 ILP   ORIGINAL COPYBOOK - TRANFILE SUSPENSE LAYOUT
000280*****************************************************************
000290 01  SUSPENSE-RECORD.
000300     05  SUS-KEY.
000310         10  SUS-RUN-DATE            PIC X(08).
000320         10  SUS-RUN-TIME            PIC X(08).
000330         10  SUS-BATCH-NUMBER        PIC 9(03).
000340     05  SUS-REC-TYPE                PIC X(01).
000350         88  SUS-BATCH-ROW           VALUE 'L'.
000360         88  SUS-DETAIL-ROW          VALUE 'D'.
000370     05  SUS-DATA                    PIC X(80).
000380     05  SUS-BATCH-DATA REDEFINES SUS-DATA.
000390         10  SUS-STATUS              PIC X(01).
000400             88  SUS-PENDIENTE       VALUE 'S'.
000410             88  SUS-LIBERADO        VALUE 'L'.
000420             88  SUS-INCORPORADO     VALUE 'E'.
000430         10  SUS-DECLARED-COUNT      PIC 9(05).
000440         10  SUS-DECLARED-TOTAL      PIC 9(09).
000450         10  SUS-STATUS-DATE         PIC X(08).
000460         10  SUS-STATUS-BY           PIC X(03).
000470         10  SUS-AGED-SW             PIC X(01).
000480             88  SUS-AGED            VALUE 'Y'.
000490         10  SUS-REASON              PIC X(40).
000500         10  FILLER                  PIC X(13).
000510     05  SUS-DETAIL-DATA REDEFINES SUS-DATA.
000520         10  SUS-DETAIL-SEQ          PIC 9(05).
000530         10  SUS-DETAIL-STATUS       PIC X(01).
000540             88  SUS-DETAIL-ACTIVE   VALUE 'A'.
000550             88  SUS-DETAIL-DELETED  VALUE 'B'.
000560         10  SUS-AMOUNT              PIC 9(09).
000570         10  SUS-DETAIL-ORIGIN       PIC X(01).
000580             88  SUS-FROM-TRANFILE   VALUE 'T'.
000590             88  SUS-ADDED-BY-HAND   VALUE 'M'.
000600         10  FILLER                  PIC X(64).
