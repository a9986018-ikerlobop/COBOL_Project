000296*                  SIGNED-ON OPERATOR'S INITIALS FROM THE
000297*                  EJEMENU SESSION FILE; NO SESSION STAMPS
000298*                  SPACES
000299* 2026-09-18 ILP   HISTORY RECORD WIDENED FOR THE IRPF AND SS
000300*                  WITHHELD NOW CARRIED ON YTDREC, SO THE ROLL
000301*                  KEEPS THEM FOR THE ANNUAL CERTIFICATES
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000580 01  YTD-REPORT-LINE                 PIC X(80).
000590
000600 FD  HISTORY-FILE.
000610 01  HISTORY-RECORD                  PIC X(88).
000620
000630 FD  AUDIT-LOG-FILE.
000640     COPY AUDITLOG.
