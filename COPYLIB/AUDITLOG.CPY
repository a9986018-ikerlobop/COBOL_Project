000256*                  DONE. PROGRAMS RUNNING UNDER AN EJEMENU
000258*                  SESSION TAKE THE INITIALS FROM THE SIGNON
000260*                  SESSION FILE; UNATTENDED BATCH STAMPS SPACES
000261* 2026-10-14 ILP   EJEMENU APPENDS ONE ROW PER SIGN-ON (PROGRAM
000262*                  EJEMENU, ACTION SIGNON, KEY THE OPERATOR ID) SO
000263*                  THE ACCESS REVIEW CAN TELL WHEN EACH OPERATOR
000264*                  LAST SIGNED ON
000262*****************************************************************
000270 01  AUDIT-LOG-RECORD.
000280     05  AUD-PROGRAM-ID              PIC X(08).
