000150* DATED HISTORY AND EMPTIES IT FOR THE NEW YEAR. THE LAST-
000152* POSTED FIELDS CARRY THE PERIOD AND FIGURES OF THE MOST
000154* RECENT POSTING SO A RERUN OF THE SAME PERIOD REPLACES ITS
000157* OWN POSTING INSTEAD OF ADDING IT AGAIN. THE IRPF AND SS
000160* WITHHELD ARE ACCUMULATED ALONGSIDE THE GROSS FOR THE
000163* ANNUAL WITHHOLDING CERTIFICATES.
000166* USED BY:  NOMINA01, NOMINA03, YTDUTIL, CERTRET, NOMRECON
000170* MOD HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-09-02 ILP   ORIGINAL COPYBOOK - YTD ACCUMULATOR LAYOUT
000192* 2026-09-02 ILP   ADDED THE LAST-POSTED PERIOD, HOURS AND
000194*                  GROSS SO A RERUN OF AN OPEN PERIOD CANNOT
000196*                  DOUBLE-COUNT INTO THE YEAR'S FIGURES
000197* 2026-09-18 ILP   ADDED THE YEAR'S IRPF AND SS WITHHELD, WITH
000198*                  THEIR LAST-POSTED FIGURES FOR RERUNS
000200*****************************************************************
000210 01  YTD-RECORD.
000220     05  YTD-EMP-ID                  PIC X(06).
000260     05  YTD-LAST-PERIOD             PIC X(06).
000270     05  YTD-LAST-HOURS              PIC 9(03)V99.
000280     05  YTD-LAST-GROSS              PIC 9(07)V99.
000290     05  YTD-IRPF                    PIC 9(09)V99.
000300     05  YTD-SS                      PIC 9(09)V99.
000310     05  YTD-LAST-IRPF               PIC 9(07)V99.
000320     05  YTD-LAST-SS                 PIC 9(07)V99.
