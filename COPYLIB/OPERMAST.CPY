000130* INITIALS STAMPED INTO THE AUDIT LOG AND ONE PERMISSION FLAG
000140* (Y/N) PER MENU FUNCTION. EJEMENU READS IT AT SIGN-ON AND
000150* GREYS THE OPTIONS THE OPERATOR MAY NOT RUN.
000160* USED BY:  EJEMENU, OPRMAINT, ACCESRPT
000170* MOD HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-09-02 ILP   ORIGINAL COPYBOOK - OPERATOR MASTER LAYOUT
000192* 2026-09-23 ILP   ADDED OPR-PERM-BNKMAINT FOR BANK-ACCOUNT
000194*                  MAINTENANCE; A ROW WRITTEN BEFORE THIS READS
000196*                  AS SPACE, I.E. NO PERMISSION
000197* 2026-10-14 ILP   ADDED OPR-PERM-ADMIN FOR OPERATOR
000198*                  ADMINISTRATION (OPRMAINT); OPRMAINT KEEPS AT
000199*                  LEAST ONE ADMIN ON THE FILE ONCE ONE IS GRANTED
000200*****************************************************************
000210 01  OPERATOR-RECORD.
000220     05  OPR-ID                      PIC X(06).
000310         88  OPR-MAY-EMPMAINT        VALUE 'Y'.
000320     05  OPR-PERM-EXCPWRKB           PIC X(01).
000330         88  OPR-MAY-EXCPWRKB        VALUE 'Y'.
000340     05  OPR-PERM-BNKMAINT           PIC X(01).
000350         88  OPR-MAY-BNKMAINT        VALUE 'Y'.
000360     05  OPR-PERM-ADMIN              PIC X(01).
000370         88  OPR-IS-ADMIN            VALUE 'Y'.
