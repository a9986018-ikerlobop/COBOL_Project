000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     NOMINA03.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-14.
000160 DATE-COMPILED.  2026-09-14.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-14 ILP   ORIGINAL - OFF-CYCLE ADJUSTMENT RUN AGAINST
000210*                  A PAY PERIOD NOMINA01 HAS ALREADY CLOSED.
000220*                  READS THE CORRFILE CORRECTIONS (RETRO HOURS,
000230*                  CORRECTED RATE, ONE-OFF BONUS, CLAWBACK),
000240*                  SORTED BY EMPLOYEE, AND FOR EACH EMPLOYEE
000250*                  RECOMPUTES THE PERIOD'S IRPF AND SS ON THE
000260*                  DEDRATES BANDS BEFORE AND AFTER THE
000270*                  CORRECTION. THE DIFFERENCES PRINT ON THE
000280*                  AJUSRPT REGISTER AND AN AJUSLIP PAYSLIP, GO
000290*                  TO PAYHIST AS ADJUSTMENT ROWS AND INTO THE
000300*                  YTDFILE ROW, AND A POSITIVE NET DIFFERENCE
000310*                  IS PAID BY A SUPPLEMENTARY BANKAJU EXTRACT
000320*                  IN THE BANKPAY H/D/T FORMAT. A NEGATIVE NET
000330*                  IS NOT PAID BACK BY THE BANK: IT GOES TO THE
000340*                  EXCEPTION FILE TO BE RECOVERED BY HAND. THE
000350*                  PERIOD STAYS CLOSED - NO MORE PERMAINT
000360*                  REOPEN AND FULL RERUN FOR ONE MISSED CLAIM
000362* 2026-09-18 ILP   THE IRPF AND SS DIFFERENCES NOW POST TO THE
000364*                  YTD ROW'S WITHHOLDING TOTALS TOO, SO THE
000366*                  ANNUAL CERTIFICATES INCLUDE ADJUSTMENTS
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-CORRECTION-FILE.
000440
000450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EMP-ID
000490         FILE STATUS IS FS-EMPLOYEE-MASTER.
000500
000510     SELECT ADJUST-REPORT-FILE ASSIGN TO "AJUSRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FS-ADJUST-REPORT-FILE.
000540
000550     SELECT PAYSLIP-FILE ASSIGN TO "AJUSLIP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-PAYSLIP-FILE.
000580
000590     SELECT DEDUCTION-RATES-FILE ASSIGN TO "DEDRATES"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-DEDUCTION-RATES-FILE.
000620
000630     SELECT YTD-FILE ASSIGN TO "YTDFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS YTD-EMP-ID
000670         FILE STATUS IS FS-YTD-FILE.
000680
000690     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-AUDIT-LOG-FILE.
000720
000730     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-EXCEPTION-FILE.
000760
000770     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS BNK-EMP-ID
000810         FILE STATUS IS FS-BANK-ACCOUNT-FILE.
000820
000830     SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKAJU"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-BANK-PAYMENT-FILE.
000860
000870     SELECT BANK-WORK-FILE  ASSIGN TO "BNKTEMPA"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-BANK-WORK-FILE.
000900
000910     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPERD"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-PAY-PERIOD-FILE.
000940
000950     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-PAY-HISTORY-FILE.
000980
000990     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS FS-PARAMETER-FILE.
001020
001030     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CORRECTION-FILE.
001080 01  CORRECTION-RECORD.
001090     05  COR-EMP-ID                  PIC X(06).
001100     05  COR-TYPE                    PIC X(01).
001110     05  COR-QUANTITY                PIC 9(05)V99.
001120     05  COR-REASON                  PIC X(30).
001130
001140 FD  EMPLOYEE-MASTER.
001150     COPY EMPMAST.
001160
001170 FD  ADJUST-REPORT-FILE.
001180 01  ADJUST-REPORT-LINE              PIC X(132).
001190
001200 FD  PAYSLIP-FILE.
001210 01  PAYSLIP-LINE                    PIC X(80).
001220
001230 FD  DEDUCTION-RATES-FILE.
001240 01  DEDUCTION-RATE-RECORD.
001250     05  DRT-GROSS-LIMIT             PIC 9(07)V99.
001260     05  DRT-IRPF-PCT                PIC 9(02)V99.
001270     05  DRT-SS-PCT                  PIC 9(02)V99.
001280
001290 FD  YTD-FILE.
001300     COPY YTDREC.
001310
001320 FD  AUDIT-LOG-FILE.
001330     COPY AUDITLOG.
001340
001350 FD  EXCEPTION-FILE.
001360     COPY EXCPREC.
001370
001380 FD  BANK-ACCOUNT-FILE.
001390     COPY BANKACCT.
001400
001410 FD  BANK-PAYMENT-FILE.
001420 01  BANK-PAYMENT-RECORD             PIC X(40).
001430
001440 FD  BANK-WORK-FILE.
001450 01  BANK-WORK-RECORD                PIC X(40).
001460
001470 FD  PAY-PERIOD-FILE.
001480     COPY PERIOREC.
001490
001500 FD  PAY-HISTORY-FILE.
001510     COPY PAYHIST.
001520
001530 FD  PARAMETER-FILE.
001540     COPY PARMCARD.
001550
001560 SD  SORT-WORK-FILE.
001570 01  SORT-RECORD.
001580     05  SRT-EMP-ID                  PIC X(06).
001590     05  SRT-TYPE                    PIC X(01).
001600         88  SRT-RETRO-HOURS         VALUE 'H' 'h'.
001610         88  SRT-RATE-CORRECTION     VALUE 'T' 't'.
001620         88  SRT-BONUS               VALUE 'B' 'b'.
001630         88  SRT-CLAWBACK            VALUE 'C' 'c'.
001640     05  SRT-QUANTITY                PIC 9(05)V99.
001650     05  SRT-REASON                  PIC X(30).
001660
001670 WORKING-STORAGE SECTION.
001680 01  WS-PROGRAM-ID               PIC X(08) VALUE 'NOMINA03'.
001690
001700 01  WS-FILE-STATUSES.
001710     05  FS-CORRECTION-FILE      PIC XX.
001720         88  FS-COR-OK           VALUE '00'.
001730     05  FS-EMPLOYEE-MASTER      PIC XX.
001740         88  FS-EMP-OK           VALUE '00'.
001750         88  FS-EMP-NOTFND       VALUE '23'.
001760     05  FS-ADJUST-REPORT-FILE   PIC XX.
001770     05  FS-PAYSLIP-FILE         PIC XX.
001780     05  FS-DEDUCTION-RATES-FILE PIC XX.
001790         88  FS-DED-OK           VALUE '00'.
001800         88  FS-DED-EOF          VALUE '10'.
001810     05  FS-YTD-FILE             PIC XX.
001820         88  FS-YTD-OK           VALUE '00'.
001830         88  FS-YTD-NOTFND       VALUE '23'.
001840         88  FS-YTD-NO-FILE      VALUE '35'.
001850     05  FS-AUDIT-LOG-FILE       PIC XX.
001860         88  FS-AUDIT-OK         VALUE '00'.
001870     05  FS-EXCEPTION-FILE       PIC XX.
001880         88  FS-EXC-OK           VALUE '00'.
001890     05  FS-BANK-ACCOUNT-FILE    PIC XX.
001900         88  FS-BNK-OK           VALUE '00'.
001910         88  FS-BNK-NOTFND       VALUE '23'.
001920     05  FS-BANK-PAYMENT-FILE    PIC XX.
001930     05  FS-BANK-WORK-FILE       PIC XX.
001940         88  FS-BNKW-OK          VALUE '00'.
001950     05  FS-PAY-PERIOD-FILE      PIC XX.
001960         88  FS-PER-OK           VALUE '00'.
001970         88  FS-PER-EOF          VALUE '10'.
001980     05  FS-PAY-HISTORY-FILE     PIC XX.
001990         88  FS-HIST-OK          VALUE '00'.
002000     05  FS-PARAMETER-FILE       PIC XX.
002010         88  FS-PARM-OK          VALUE '00'.
002020
002030 01  WS-RUN-DATE-NUM             PIC 9(08).
002040 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
002050     05  WS-RUN-DATE-YYYY        PIC 9(04).
002060     05  WS-RUN-DATE-MM          PIC 9(02).
002070     05  WS-RUN-DATE-DD          PIC 9(02).
002080 01  WS-RUN-DATE-DISPLAY.
002090     05  WD-MM                   PIC 9(02).
002100     05  FILLER                  PIC X(01) VALUE '/'.
002110     05  WD-DD                   PIC 9(02).
002120     05  FILLER                  PIC X(01) VALUE '/'.
002130     05  WD-YYYY                 PIC 9(04).
002140 01  WS-RUN-TIME                 PIC 9(08).
002150
002160 01  WS-ADJ-PERIOD               PIC X(06) VALUE SPACES.
002170 01  WS-ADJ-PERIOD-START         PIC X(08).
002180 01  WS-ADJ-PERIOD-START-N REDEFINES WS-ADJ-PERIOD-START.
002190     05  WS-ADJ-PERIOD-YYYY      PIC 9(04).
002200     05  FILLER                  PIC 9(04).
002210 01  WS-PARM-FOUND-SW            PIC X(01).
002220     88  WS-PARM-FOUND           VALUE 'Y'.
002230     88  WS-PARM-NOT-FOUND       VALUE 'N'.
002240
002250 01  WS-PERIOD-TABLE.
002260     05  WS-PER-COUNT            PIC 9(02) COMP VALUE 0.
002270     05  WS-PER-ENTRY OCCURS 24 TIMES.
002280         10  WS-PER-ID           PIC X(06).
002290         10  WS-PER-START        PIC X(08).
002300         10  WS-PER-STATUS       PIC X(01).
002310 01  WS-PER-INDEX                PIC 9(02) COMP.
002320 01  WS-PERIOD-FOUND-SW          PIC X(01) VALUE 'N'.
002330     88  WS-PERIOD-FOUND         VALUE 'Y'.
002340     88  WS-PERIOD-NOT-FOUND     VALUE 'N'.
002350 01  WS-CURRENT-PER-IX           PIC 9(02) COMP.
002360
002370 01  WS-DED-TABLE.
002380     05  WS-DED-ENTRY-COUNT      PIC 9(02) COMP VALUE 0.
002390     05  WS-DED-ENTRY OCCURS 10 TIMES.
002400         10  WS-DED-LIMIT        PIC 9(07)V99.
002410         10  WS-DED-IRPF-PCT     PIC 9(02)V99.
002420         10  WS-DED-SS-PCT       PIC 9(02)V99.
002430 01  WS-DED-INDEX                PIC 9(02) COMP.
002440 01  WS-DED-BAND-SW              PIC X(01).
002450     88  WS-DED-BAND-FOUND       VALUE 'Y'.
002460     88  WS-DED-BAND-NOT-FOUND   VALUE 'N'.
002470 01  WS-DED-IRPF-RATE            PIC 9(02)V99.
002480 01  WS-DED-SS-RATE              PIC 9(02)V99.
002490
002500*    THE PERIOD AS IT WAS PAID: THE LAST REGULAR ROW PER
002510*    EMPLOYEE PLUS EVERY EARLIER ADJUSTMENT AGAINST IT
002520 01  WS-HIST-TABLE.
002530     05  WS-HST-COUNT            PIC 9(03) COMP VALUE 0.
002540     05  WS-HST-ENTRY OCCURS 500 TIMES.
002550         10  HST-EMP-ID          PIC X(06).
002560         10  HST-TURNO           PIC X(01).
002570         10  HST-HOURS           PIC 9(03)V99.
002580         10  HST-RATE            PIC 9(05)V99.
002590         10  HST-GROSS           PIC S9(07)V99.
002600 01  WS-HST-INDEX                PIC 9(03) COMP.
002610 01  WS-HST-FOUND-IX             PIC 9(03) COMP.
002620 01  WS-HIST-FOUND-SW            PIC X(01).
002630     88  WS-HIST-FOUND           VALUE 'Y'.
002640     88  WS-HIST-NOT-FOUND       VALUE 'N'.
002650 01  WS-HST-OVERFLOW-SW          PIC X(01) VALUE 'N'.
002660     88  WS-HST-OVERFLOW         VALUE 'Y'.
002670
002680*    THE CORRECTIONS ACCEPTED FOR THE EMPLOYEE IN HAND, HELD
002690*    UNTIL THE WHOLE GROUP IS SETTLED SO A GROUP THAT IS
002700*    REFUSED LEAVES NO PAYHIST ROWS BEHIND
002710 01  WS-GROUP-TABLE.
002720     05  WS-GRP-COUNT            PIC 9(02) COMP VALUE 0.
002730     05  WS-GRP-ENTRY OCCURS 20 TIMES.
002740         10  GRP-TYPE            PIC X(01).
002750         10  GRP-HOURS           PIC 9(03)V99.
002760         10  GRP-RATE            PIC 9(05)V99.
002770         10  GRP-GROSS           PIC S9(07)V99.
002780 01  WS-GRP-INDEX                PIC 9(02) COMP.
002790
002800 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
002810     88  WS-SORT-EOF             VALUE 'Y'.
002820 01  WS-GROUP-EMP-ID             PIC X(06).
002830 01  WS-GROUP-REJECT-SW          PIC X(01).
002840     88  WS-GROUP-REJECTED       VALUE 'Y'.
002850     88  WS-GROUP-ACCEPTED       VALUE 'N'.
002860 01  WS-EMP-TURNO-USED           PIC X(01).
002870     88  WS-TURNO-USED-NOCHE     VALUE 'N'.
002880     88  WS-TURNO-USED-TARDE     VALUE 'T'.
002890 01  WS-EMP-RATE-USED            PIC 9(05)V99.
002900 01  WS-EMP-HOURS-PAID           PIC 9(03)V99.
002910 01  WS-PREMIUM-FACTOR           PIC 9(01)V99.
002920
002930 01  WS-LINE-GROSS               PIC S9(07)V99.
002940 01  WS-ADJ-HOURS                PIC 9(03)V99.
002950 01  WS-ADJ-GROSS                PIC S9(07)V99.
002960 01  WS-ORIG-GROSS               PIC S9(07)V99.
002970 01  WS-NEW-GROSS                PIC S9(07)V99.
002980 01  WS-BAND-GROSS               PIC 9(07)V99.
002990 01  WS-BAND-IRPF                PIC 9(07)V99.
003000 01  WS-BAND-SS                  PIC 9(07)V99.
003010 01  WS-ORIG-IRPF                PIC 9(07)V99.
003020 01  WS-ORIG-SS                  PIC 9(07)V99.
003030 01  WS-ADJ-IRPF                 PIC S9(07)V99.
003040 01  WS-ADJ-SS                   PIC S9(07)V99.
003050 01  WS-ADJ-NET                  PIC S9(07)V99.
003060
003070 01  WS-TOT-HOURS                PIC 9(05)V99 VALUE 0.
003080 01  WS-TOT-GROSS                PIC S9(09)V99 VALUE 0.
003090 01  WS-TOT-IRPF                 PIC S9(09)V99 VALUE 0.
003100 01  WS-TOT-SS                   PIC S9(09)V99 VALUE 0.
003110 01  WS-TOT-NET                  PIC S9(09)V99 VALUE 0.
003120 01  WS-TOTAL-CENTIMOS           PIC 9(09) VALUE 0.
003130
003140 01  WS-CORRECTION-COUNT         PIC 9(05) COMP VALUE 0.
003150 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
003160 01  WS-EMPLOYEE-COUNT           PIC 9(05) COMP VALUE 0.
003170 01  WS-RECOVER-COUNT            PIC 9(05) COMP VALUE 0.
003180 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
003190
003200 01  WS-BANK-AVAIL-SW            PIC X(01) VALUE 'N'.
003210     88  WS-BANK-AVAILABLE       VALUE 'Y'.
003220 01  WS-BANK-PAY-COUNT           PIC 9(05) VALUE 0.
003230 01  WS-BANK-PAY-TOTAL           PIC 9(11) VALUE 0.
003240 01  WS-NET-CENTIMOS             PIC 9(09).
003250
003260 01  WS-BANK-HEADER-REC.
003270     05  FILLER                  PIC X(01) VALUE 'H'.
003280     05  BH-COUNT                PIC 9(05).
003290     05  FILLER                  PIC X(34) VALUE SPACES.
003300 01  WS-BANK-DETAIL-REC.
003310     05  FILLER                  PIC X(01) VALUE 'D'.
003320     05  BD-EMP-ID               PIC X(06).
003330     05  BD-IBAN                 PIC X(24).
003340     05  BD-AMOUNT               PIC 9(09).
003350 01  WS-BANK-TRAILER-REC.
003360     05  FILLER                  PIC X(01) VALUE 'T'.
003370     05  BT-TOTAL                PIC 9(11).
003380     05  FILLER                  PIC X(28) VALUE SPACES.
003390
003400 01  WS-EXC-VALUE-COMPOSED.
003410     05  EV-EMP-ID               PIC X(06).
003420     05  FILLER                  PIC X(01) VALUE SPACE.
003430     05  EV-DETAIL               PIC X(23).
003440 01  WS-EXC-AMOUNT-EDIT          PIC -Z,ZZZ,ZZ9.99.
003450 01  WS-EXC-REASON               PIC X(40).
003460
003470 01  WS-AUD-KEY-COMPOSED.
003480     05  AK-PERIOD               PIC X(06).
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  AK-TOTAL                PIC 9(09).
003510
003520 01  WS-REPORT-HEADER.
003530     05  FILLER                  PIC X(25)
003540         VALUE 'NOMINA03 AJUSTES NOMINA '.
003550     05  FILLER                  PIC X(08) VALUE ' FECHA: '.
003560     05  RH-DATE                 PIC X(10).
003570     05  FILLER                  PIC X(11)
003580         VALUE '  PERIODO: '.
003590     05  RH-PERIOD               PIC X(06).
003600     05  FILLER                  PIC X(72) VALUE SPACES.
003610
003620 01  WS-REPORT-COLUMNS.
003630     05  FILLER                  PIC X(44)
003640         VALUE 'EMPLEA NOMBRE                         DEPT'.
003650     05  FILLER                  PIC X(44)
003660         VALUE '  HORAS    DIF BRUTO   DIF IRPF     DIF SS'.
003670     05  FILLER                  PIC X(44)
003680         VALUE '      DIF NETO'.
003690
003700 01  WS-REPORT-CORRECTION.
003710     05  FILLER                  PIC X(09) VALUE SPACES.
003720     05  FILLER                  PIC X(05) VALUE 'TIPO '.
003730     05  RK-TYPE                 PIC X(01).
003740     05  FILLER                  PIC X(11) VALUE ' CANTIDAD: '.
003750     05  RK-QUANTITY             PIC ZZZZ9.99.
003760     05  FILLER                  PIC X(08) VALUE ' BRUTO: '.
003770     05  RK-GROSS                PIC -Z,ZZZ,ZZ9.99.
003780     05  FILLER                  PIC X(01) VALUE SPACE.
003790     05  RK-REASON               PIC X(30).
003800     05  FILLER                  PIC X(01) VALUE SPACE.
003810     05  RK-MARKER               PIC X(30).
003820     05  FILLER                  PIC X(15) VALUE SPACES.
003830
003840 01  WS-REPORT-DETAIL.
003850     05  RD-EMP-ID               PIC X(06).
003860     05  FILLER                  PIC X(01) VALUE SPACE.
003870     05  RD-NOMBRE               PIC X(30).
003880     05  FILLER                  PIC X(01) VALUE SPACE.
003890     05  RD-DEPT                 PIC X(04).
003900     05  FILLER                  PIC X(01) VALUE SPACE.
003910     05  RD-HOURS                PIC ZZ9.99.
003920     05  FILLER                  PIC X(01) VALUE SPACE.
003930     05  RD-GROSS                PIC -Z,ZZZ,ZZ9.99.
003940     05  FILLER                  PIC X(01) VALUE SPACE.
003950     05  RD-IRPF                 PIC -ZZZ,ZZ9.99.
003960     05  FILLER                  PIC X(01) VALUE SPACE.
003970     05  RD-SS                   PIC -ZZZ,ZZ9.99.
003980     05  FILLER                  PIC X(01) VALUE SPACE.
003990     05  RD-NET                  PIC -Z,ZZZ,ZZ9.99.
004000     05  FILLER                  PIC X(01) VALUE SPACE.
004010     05  RD-MARKER               PIC X(20).
004020     05  FILLER                  PIC X(09) VALUE SPACES.
004030
004040 01  WS-REPORT-TOTAL-LINE.
004050     05  RT-LABEL                PIC X(20).
004060     05  RT-HOURS                PIC ZZZZ9.99.
004070     05  FILLER                  PIC X(01) VALUE SPACE.
004080     05  RT-GROSS                PIC -ZZZ,ZZZ,ZZ9.99.
004090     05  FILLER                  PIC X(01) VALUE SPACE.
004100     05  RT-IRPF                 PIC -ZZZ,ZZZ,ZZ9.99.
004110     05  FILLER                  PIC X(01) VALUE SPACE.
004120     05  RT-SS                   PIC -ZZZ,ZZZ,ZZ9.99.
004130     05  FILLER                  PIC X(01) VALUE SPACE.
004140     05  RT-NET                  PIC -ZZZ,ZZZ,ZZ9.99.
004150     05  FILLER                  PIC X(39) VALUE SPACES.
004160
004170 01  WS-SLIP-SEPARATOR           PIC X(40) VALUE ALL '='.
004180 01  WS-SLIP-TITLE.
004190     05  FILLER                  PIC X(26)
004200         VALUE 'NOMINA03 RECIBO DE AJUSTE '.
004210     05  FILLER                  PIC X(07) VALUE 'FECHA: '.
004220     05  SLP-DATE                PIC X(10).
004230 01  WS-SLIP-PERIOD-LINE.
004240     05  FILLER                  PIC X(19)
004250         VALUE 'AJUSTE DEL PERIODO '.
004260     05  SLP-PERIOD              PIC X(06).
004270 01  WS-SLIP-EMPLOYEE-LINE.
004280     05  FILLER                  PIC X(10) VALUE 'EMPLEADO: '.
004290     05  SLP-EMP-ID              PIC X(06).
004300     05  FILLER                  PIC X(02) VALUE SPACES.
004310     05  SLP-NOMBRE              PIC X(30).
004320 01  WS-SLIP-CORRECTION-LINE.
004330     05  FILLER                  PIC X(02) VALUE SPACES.
004340     05  SLP-CORR-LABEL          PIC X(16).
004350     05  SLP-CORR-GROSS          PIC -Z,ZZZ,ZZ9.99.
004360 01  WS-SLIP-GROSS-LINE.
004370     05  FILLER                  PIC X(18)
004380         VALUE 'DIF. BRUTO:       '.
004390     05  SLP-GROSS               PIC -Z,ZZZ,ZZ9.99.
004400 01  WS-SLIP-IRPF-LINE.
004410     05  FILLER                  PIC X(18)
004420         VALUE 'DIF. IRPF:        '.
004430     05  SLP-IRPF                PIC -Z,ZZZ,ZZ9.99.
004440 01  WS-SLIP-SS-LINE.
004450     05  FILLER                  PIC X(18)
004460         VALUE 'DIF. SEG. SOCIAL: '.
004470     05  SLP-SS                  PIC -Z,ZZZ,ZZ9.99.
004480 01  WS-SLIP-NET-LINE.
004490     05  FILLER                  PIC X(18)
004500         VALUE 'DIF. NETO:        '.
004510     05  SLP-NET                 PIC -Z,ZZZ,ZZ9.99.
004520
004530 PROCEDURE DIVISION.
004540
004550 0000-MAINLINE.
004560     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
004570     IF WS-RETURN-CODE = 0
004580         SORT SORT-WORK-FILE
004590             ON ASCENDING KEY SRT-EMP-ID
004600             USING CORRECTION-FILE
004610             OUTPUT PROCEDURE IS 2000-APPLY-CORRECTIONS
004620                 THRU 2000-EXIT
004630         PERFORM 3000-WRITE-TOTALS     THRU 3000-EXIT
004640         PERFORM 3500-WRITE-BANK-EXTRACT THRU 3500-EXIT
004650     END-IF.
004660     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
004670     MOVE WS-RETURN-CODE TO RETURN-CODE.
004680     GOBACK.
004690 0000-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------*
004730* 1000-INITIALIZE - NAME THE CLOSED PERIOD, LOAD THE RATE     *
004740* BANDS AND THE PERIOD'S PAYHIST ROWS, OPEN THE MASTER, THE   *
004750* YTD FILE AND THE OUTPUTS                                    *
004760*-----------------------------------------------------------*
004770 1000-INITIALIZE.
004780     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
004790     ACCEPT WS-RUN-TIME     FROM TIME.
004800     MOVE WS-RUN-DATE-MM   TO WD-MM.
004810     MOVE WS-RUN-DATE-DD   TO WD-DD.
004820     MOVE WS-RUN-DATE-YYYY TO WD-YYYY.
004830     MOVE 0 TO WS-RETURN-CODE.
004840
004850     PERFORM 1100-READ-PERIOD-PARAMETER THRU 1100-EXIT.
004860     IF WS-RETURN-CODE = 0
004870         PERFORM 1300-CHECK-PAY-PERIOD THRU 1300-EXIT
004880     END-IF.
004890     IF WS-RETURN-CODE = 0
004892         OPEN INPUT CORRECTION-FILE
004894         IF NOT FS-COR-OK
004896             DISPLAY 'NOMINA03 - *** FICHERO CORRFILE NO '
004897                 'DISPONIBLE, STATUS: ' FS-CORRECTION-FILE
004898             MOVE 16 TO WS-RETURN-CODE
004899         ELSE
004900             CLOSE CORRECTION-FILE
004901         END-IF
004902     END-IF.
004903     IF WS-RETURN-CODE = 0
004904         PERFORM 1200-LOAD-DEDUCTION-RATES THRU 1200-EXIT
004910     END-IF.
004920     IF WS-RETURN-CODE = 0
004930         PERFORM 1400-LOAD-PERIOD-HISTORY THRU 1400-EXIT
004940     END-IF.
004950
004960     IF WS-RETURN-CODE = 0
004970         OPEN INPUT EMPLOYEE-MASTER
004980         IF NOT FS-EMP-OK
004990             DISPLAY 'NOMINA03 - *** EMPLOYEE MASTER FILE NOT '
005000                 'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
005010             MOVE 16 TO WS-RETURN-CODE
005020         END-IF
005030     END-IF.
005040
005050     IF WS-RETURN-CODE = 0
005060         OPEN I-O YTD-FILE
005070         IF FS-YTD-NO-FILE
005080             OPEN OUTPUT YTD-FILE
005090             CLOSE YTD-FILE
005100             OPEN I-O YTD-FILE
005110         END-IF
005120         IF NOT FS-YTD-OK
005130             DISPLAY 'NOMINA03 - *** FICHERO YTDFILE NO '
005140                 'DISPONIBLE, STATUS: ' FS-YTD-FILE
005150             MOVE 16 TO WS-RETURN-CODE
005160         END-IF
005170     END-IF.
005180
005190     IF WS-RETURN-CODE = 0
005200         OPEN OUTPUT ADJUST-REPORT-FILE
005210         OPEN OUTPUT PAYSLIP-FILE
005220         MOVE WS-ADJ-PERIOD       TO RH-PERIOD
005230                                     SLP-PERIOD
005240         MOVE WS-RUN-DATE-DISPLAY TO RH-DATE
005250                                     SLP-DATE
005260         MOVE WS-REPORT-HEADER  TO ADJUST-REPORT-LINE
005270         WRITE ADJUST-REPORT-LINE
005280         MOVE WS-REPORT-COLUMNS TO ADJUST-REPORT-LINE
005290         WRITE ADJUST-REPORT-LINE
005300     END-IF.
005310
005320     OPEN EXTEND AUDIT-LOG-FILE.
005330     IF NOT FS-AUDIT-OK
005340         CLOSE AUDIT-LOG-FILE
005350         OPEN OUTPUT AUDIT-LOG-FILE
005360     END-IF.
005370
005380     OPEN EXTEND EXCEPTION-FILE.
005390     IF NOT FS-EXC-OK
005400         CLOSE EXCEPTION-FILE
005410         OPEN OUTPUT EXCEPTION-FILE
005420     END-IF.
005430
005440     IF WS-RETURN-CODE = 0
005450         MOVE 'N' TO WS-BANK-AVAIL-SW
005460         OPEN INPUT BANK-ACCOUNT-FILE
005470         IF FS-BNK-OK
005480             SET WS-BANK-AVAILABLE TO TRUE
005490         ELSE
005500             DISPLAY 'NOMINA03 - FICHERO BANKACCT NO '
005510                 'DISPONIBLE, STATUS: ' FS-BANK-ACCOUNT-FILE
005520                 ', TODOS LOS PAGOS A EXCEPCION'
005530         END-IF
005540         OPEN OUTPUT BANK-WORK-FILE
005550     END-IF.
005560
005570     IF WS-RETURN-CODE = 0
005580         OPEN EXTEND PAY-HISTORY-FILE
005590         IF NOT FS-HIST-OK
005600             CLOSE PAY-HISTORY-FILE
005610             OPEN OUTPUT PAY-HISTORY-FILE
005620         END-IF
005630     END-IF.
005640 1000-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------*
005680* 1100-READ-PERIOD-PARAMETER - THE NOMINA03 PARMFILE CARD     *
005690* NAMES THE CLOSED PERIOD TO ADJUST; NO CARD FALLS BACK TO    *
005700* THE CONSOLE PROMPT                                          *
005710*-----------------------------------------------------------*
005720 1100-READ-PERIOD-PARAMETER.
005730     SET WS-PARM-NOT-FOUND TO TRUE.
005740     OPEN INPUT PARAMETER-FILE.
005750     IF FS-PARM-OK
005760         PERFORM 1110-SCAN-ONE-PARAMETER THRU 1110-EXIT
005770             UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND
005780         CLOSE PARAMETER-FILE
005790     END-IF.
005800     IF WS-PARM-NOT-FOUND
005810         DISPLAY 'NOMINA03 - PERIODO CERRADO A AJUSTAR: '
005820             WITH NO ADVANCING
005830         ACCEPT WS-ADJ-PERIOD FROM CONSOLE
005840     END-IF.
005850     IF WS-ADJ-PERIOD = SPACES
005860         DISPLAY 'NOMINA03 - *** PERIODO NO INFORMADO ***'
005870         MOVE 16 TO WS-RETURN-CODE
005880     END-IF.
005890 1100-EXIT.
005900     EXIT.
005910
005920 1110-SCAN-ONE-PARAMETER.
005930     READ PARAMETER-FILE
005940         AT END
005950             GO TO 1110-EXIT
005960     END-READ.
005970     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
005980         MOVE PRM-VALUE (1:6) TO WS-ADJ-PERIOD
005990         SET WS-PARM-FOUND TO TRUE
006000     END-IF.
006010 1110-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------*
006050* 1200-LOAD-DEDUCTION-RATES - THE SAME DEDRATES BANDS         *
006060* NOMINA01 PAYS ON. A MISSING OR EMPTY RATES FILE IS A HARD   *
006070* ERROR                                                       *
006080*-----------------------------------------------------------*
006090 1200-LOAD-DEDUCTION-RATES.
006100     OPEN INPUT DEDUCTION-RATES-FILE.
006110     IF NOT FS-DED-OK
006120         DISPLAY 'NOMINA03 - *** FICHERO DEDRATES NO '
006130             'DISPONIBLE, STATUS: ' FS-DEDUCTION-RATES-FILE
006140         MOVE 16 TO WS-RETURN-CODE
006150         GO TO 1200-EXIT
006160     END-IF.
006170     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
006180         UNTIL FS-DED-EOF.
006190     CLOSE DEDUCTION-RATES-FILE.
006200     IF WS-DED-ENTRY-COUNT = 0
006210         DISPLAY 'NOMINA03 - *** DEDRATES SIN BANDAS DE '
006220             'RETENCION VALIDAS ***'
006230         MOVE 16 TO WS-RETURN-CODE
006240     END-IF.
006250 1200-EXIT.
006260     EXIT.
006270
006280 1210-LOAD-ONE-RATE.
006290     READ DEDUCTION-RATES-FILE
006300         AT END
006310             GO TO 1210-EXIT
006320     END-READ.
006330     IF DRT-GROSS-LIMIT IS NOT NUMERIC
006340             OR DRT-IRPF-PCT IS NOT NUMERIC
006350             OR DRT-SS-PCT IS NOT NUMERIC
006360         DISPLAY 'NOMINA03 - FILA DEDRATES NO NUMERICA, '
006370             'IGNORADA'
006380         GO TO 1210-EXIT
006390     END-IF.
006400     IF WS-DED-ENTRY-COUNT < 10
006410         ADD 1 TO WS-DED-ENTRY-COUNT
006420         MOVE DRT-GROSS-LIMIT TO
006430             WS-DED-LIMIT (WS-DED-ENTRY-COUNT)
006440         MOVE DRT-IRPF-PCT TO
006450             WS-DED-IRPF-PCT (WS-DED-ENTRY-COUNT)
006460         MOVE DRT-SS-PCT TO
006470             WS-DED-SS-PCT (WS-DED-ENTRY-COUNT)
006480     ELSE
006490         DISPLAY 'NOMINA03 - MAS DE 10 BANDAS EN DEDRATES, '
006500             'BANDA IGNORADA'
006510     END-IF.
006520 1210-EXIT.
006530     EXIT.
006540
006550*-----------------------------------------------------------*
006560* 1300-CHECK-PAY-PERIOD - THE NAMED PERIOD MUST BE ON PAYPERD *
006570* AND CLOSED. AN OPEN PERIOD IS STILL NOMINA01'S TO PAY, SO   *
006580* THE ADJUSTMENT RUN REFUSES IT (RC 16)                       *
006590*-----------------------------------------------------------*
006600 1300-CHECK-PAY-PERIOD.
006610     SET WS-PERIOD-NOT-FOUND TO TRUE.
006620     MOVE 0 TO WS-PER-COUNT.
006630     OPEN INPUT PAY-PERIOD-FILE.
006640     IF NOT FS-PER-OK
006650         DISPLAY 'NOMINA03 - *** FICHERO PAYPERD NO '
006660             'DISPONIBLE, STATUS: ' FS-PAY-PERIOD-FILE
006670         MOVE 16 TO WS-RETURN-CODE
006680         GO TO 1300-EXIT
006690     END-IF.
006700     PERFORM 1310-LOAD-ONE-PERIOD THRU 1310-EXIT
006710         UNTIL FS-PER-EOF.
006720     CLOSE PAY-PERIOD-FILE.
006730     PERFORM 1320-MATCH-ONE-PERIOD THRU 1320-EXIT
006740         VARYING WS-PER-INDEX FROM 1 BY 1
006750         UNTIL WS-PER-INDEX > WS-PER-COUNT
006760             OR WS-PERIOD-FOUND.
006770     IF WS-PERIOD-NOT-FOUND
006780         DISPLAY 'NOMINA03 - *** PERIODO ' WS-ADJ-PERIOD
006790             ' NO ESTA EN PAYPERD ***'
006800         MOVE 16 TO WS-RETURN-CODE
006810         GO TO 1300-EXIT
006820     END-IF.
006830     IF WS-PER-STATUS (WS-CURRENT-PER-IX) NOT = 'C'
006840         DISPLAY 'NOMINA03 - *** PERIODO ' WS-ADJ-PERIOD
006850             ' ABIERTO, SE PAGA CON NOMINA01 ***'
006860         MOVE 16 TO WS-RETURN-CODE
006870         GO TO 1300-EXIT
006880     END-IF.
006890     MOVE WS-PER-START (WS-CURRENT-PER-IX) TO WS-ADJ-PERIOD-START.
006900     DISPLAY 'NOMINA03 - PERIODO A AJUSTAR: ' WS-ADJ-PERIOD.
006910 1300-EXIT.
006920     EXIT.
006930
006940 1310-LOAD-ONE-PERIOD.
006950     READ PAY-PERIOD-FILE
006960         AT END
006970             GO TO 1310-EXIT
006980     END-READ.
006990     IF WS-PER-COUNT < 24
007000         ADD 1 TO WS-PER-COUNT
007010         MOVE PER-ID         TO WS-PER-ID (WS-PER-COUNT)
007020         MOVE PER-START-DATE TO WS-PER-START (WS-PER-COUNT)
007030         MOVE PER-STATUS     TO WS-PER-STATUS (WS-PER-COUNT)
007040     END-IF.
007050 1310-EXIT.
007060     EXIT.
007070
007080 1320-MATCH-ONE-PERIOD.
007090     IF WS-PER-ID (WS-PER-INDEX) = WS-ADJ-PERIOD
007100         MOVE WS-PER-INDEX TO WS-CURRENT-PER-IX
007110         SET WS-PERIOD-FOUND TO TRUE
007120     END-IF.
007130 1320-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------*
007170* 1400-LOAD-PERIOD-HISTORY - ONE PASS OF PAYHIST BUILDING THE *
007180* PERIOD AS PAID: THE LAST REGULAR ROW PER EMPLOYEE WINS (THE *
007190* SAME RULE NOMINA02 USES) AND EVERY EARLIER ADJUSTMENT ROW   *
007200* IS ADDED TO ITS GROSS WITH ITS SIGN                         *
007210*-----------------------------------------------------------*
007220 1400-LOAD-PERIOD-HISTORY.
007230     MOVE 0 TO WS-HST-COUNT.
007240     OPEN INPUT PAY-HISTORY-FILE.
007250     IF NOT FS-HIST-OK
007260         DISPLAY 'NOMINA03 - FICHERO PAYHIST NO DISPONIBLE, '
007270             'STATUS: ' FS-PAY-HISTORY-FILE
007280             ', EL PERIODO SE TOMA COMO NO PAGADO'
007290         GO TO 1400-EXIT
007300     END-IF.
007310     PERFORM 1410-READ-HISTORY THRU 1410-EXIT.
007320     PERFORM 1420-LOAD-ONE-ROW THRU 1420-EXIT
007330         UNTIL NOT FS-HIST-OK.
007340     CLOSE PAY-HISTORY-FILE.
007350     IF WS-HST-OVERFLOW
007360         DISPLAY 'NOMINA03 - *** MAS DE 500 EMPLEADOS EN EL '
007370             'PERIODO EN PAYHIST ***'
007380         MOVE 12 TO WS-RETURN-CODE
007390     END-IF.
007400 1400-EXIT.
007410     EXIT.
007420
007430 1410-READ-HISTORY.
007440     READ PAY-HISTORY-FILE
007450         AT END
007460             CONTINUE
007470     END-READ.
007480 1410-EXIT.
007490     EXIT.
007500
007510 1420-LOAD-ONE-ROW.
007520     IF PH-PERIOD NOT = WS-ADJ-PERIOD
007530         GO TO 1420-NEXT
007540     END-IF.
007550     MOVE PH-EMP-ID TO WS-GROUP-EMP-ID.
007560     PERFORM 2150-FIND-HISTORY THRU 2150-EXIT.
007570     IF WS-HIST-NOT-FOUND
007580         IF WS-HST-COUNT < 500
007590             ADD 1 TO WS-HST-COUNT
007600             MOVE WS-HST-COUNT TO WS-HST-FOUND-IX
007610             MOVE PH-EMP-ID TO HST-EMP-ID (WS-HST-FOUND-IX)
007620             MOVE PH-TURNO  TO HST-TURNO (WS-HST-FOUND-IX)
007630             MOVE 0 TO HST-HOURS (WS-HST-FOUND-IX)
007640                       HST-RATE (WS-HST-FOUND-IX)
007650                       HST-GROSS (WS-HST-FOUND-IX)
007660         ELSE
007670             SET WS-HST-OVERFLOW TO TRUE
007680             GO TO 1420-NEXT
007690         END-IF
007700     END-IF.
007710     IF PH-ADJUSTMENT-ENTRY
007720         IF PH-NEGATIVE
007730             SUBTRACT PH-GROSS FROM HST-GROSS (WS-HST-FOUND-IX)
007740         ELSE
007750             ADD PH-GROSS TO HST-GROSS (WS-HST-FOUND-IX)
007760         END-IF
007770     ELSE
007780         MOVE PH-TURNO TO HST-TURNO (WS-HST-FOUND-IX)
007790         MOVE PH-HOURS TO HST-HOURS (WS-HST-FOUND-IX)
007800         MOVE PH-RATE  TO HST-RATE (WS-HST-FOUND-IX)
007810         MOVE PH-GROSS TO HST-GROSS (WS-HST-FOUND-IX)
007820     END-IF.
007830 1420-NEXT.
007840     PERFORM 1410-READ-HISTORY THRU 1410-EXIT.
007850 1420-EXIT.
007860     EXIT.
007870
007880*-----------------------------------------------------------*
007890* 2000-APPLY-CORRECTIONS - THE SORT OUTPUT PROCEDURE: THE     *
007900* CORRECTIONS COME BACK IN EMPLOYEE ORDER AND EACH EMPLOYEE'S *
007910* GROUP IS SETTLED AS ONE ADJUSTMENT                          *
007920*-----------------------------------------------------------*
007930 2000-APPLY-CORRECTIONS.
007940     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
007950     PERFORM 2200-ADJUST-ONE-EMPLOYEE THRU 2200-EXIT
007960         UNTIL WS-SORT-EOF.
007970 2000-EXIT.
007980     EXIT.
007990
008000 2100-RETURN-SORTED.
008010     RETURN SORT-WORK-FILE
008020         AT END
008030             SET WS-SORT-EOF TO TRUE
008040     END-RETURN.
008050 2100-EXIT.
008060     EXIT.
008070
008080 2150-FIND-HISTORY.
008090     SET WS-HIST-NOT-FOUND TO TRUE.
008100     MOVE 0 TO WS-HST-FOUND-IX.
008110     PERFORM 2160-MATCH-ONE-HISTORY THRU 2160-EXIT
008120         VARYING WS-HST-INDEX FROM 1 BY 1
008130         UNTIL WS-HST-INDEX > WS-HST-COUNT
008140             OR WS-HIST-FOUND.
008150 2150-EXIT.
008160     EXIT.
008170
008180 2160-MATCH-ONE-HISTORY.
008190     IF HST-EMP-ID (WS-HST-INDEX) = WS-GROUP-EMP-ID
008200         MOVE WS-HST-INDEX TO WS-HST-FOUND-IX
008210         SET WS-HIST-FOUND TO TRUE
008220     END-IF.
008230 2160-EXIT.
008240     EXIT.
008250
008260*-----------------------------------------------------------*
008270* 2200-ADJUST-ONE-EMPLOYEE - ONE CONTROL GROUP. THE EMPLOYEE  *
008280* MUST BE ON THE MASTER; THE TURNO AND RATE THE PERIOD WAS    *
008290* PAID AT COME FROM PAYHIST, OR FROM THE MASTER FOR AN        *
008300* EMPLOYEE THE PERIOD NEVER PAID                              *
008310*-----------------------------------------------------------*
008320 2200-ADJUST-ONE-EMPLOYEE.
008330     MOVE SRT-EMP-ID TO WS-GROUP-EMP-ID.
008340     SET WS-GROUP-ACCEPTED TO TRUE.
008350     MOVE 0 TO WS-GRP-COUNT
008360               WS-ADJ-HOURS
008370               WS-ADJ-GROSS.
008380
008390     MOVE SRT-EMP-ID TO EMP-ID.
008400     READ EMPLOYEE-MASTER
008410         INVALID KEY
008420             SET FS-EMP-NOTFND TO TRUE
008430     END-READ.
008440     IF FS-EMP-NOTFND
008450         SET WS-GROUP-REJECTED TO TRUE
008460         MOVE 'EMPLEADO NO ESTA EN EMPMAST' TO WS-EXC-REASON
008470     END-IF.
008480
008490     PERFORM 2150-FIND-HISTORY THRU 2150-EXIT.
008500     IF WS-HIST-FOUND
008510         MOVE HST-TURNO (WS-HST-FOUND-IX) TO WS-EMP-TURNO-USED
008520         MOVE HST-RATE (WS-HST-FOUND-IX)  TO WS-EMP-RATE-USED
008530         MOVE HST-HOURS (WS-HST-FOUND-IX) TO WS-EMP-HOURS-PAID
008540         MOVE HST-GROSS (WS-HST-FOUND-IX) TO WS-ORIG-GROSS
008550     ELSE
008560         MOVE EMP-TURNO    TO WS-EMP-TURNO-USED
008570         MOVE EMP-PAY-RATE TO WS-EMP-RATE-USED
008580         MOVE 0 TO WS-EMP-HOURS-PAID
008590                   WS-ORIG-GROSS
008600     END-IF.
008610     IF WS-EMP-RATE-USED IS NOT NUMERIC
008620         MOVE 0 TO WS-EMP-RATE-USED
008630     END-IF.
008640     EVALUATE TRUE
008650         WHEN WS-TURNO-USED-NOCHE
008660             MOVE 1.25 TO WS-PREMIUM-FACTOR
008670         WHEN WS-TURNO-USED-TARDE
008680             MOVE 1.10 TO WS-PREMIUM-FACTOR
008690         WHEN OTHER
008700             MOVE 1.00 TO WS-PREMIUM-FACTOR
008710     END-EVALUATE.
008720
008730     PERFORM 2300-TAKE-ONE-CORRECTION THRU 2300-EXIT
008740         UNTIL WS-SORT-EOF
008750             OR SRT-EMP-ID NOT = WS-GROUP-EMP-ID.
008760
008770     IF WS-GROUP-ACCEPTED AND WS-GRP-COUNT > 0
008780         PERFORM 2400-SETTLE-EMPLOYEE THRU 2400-EXIT
008790     END-IF.
008800 2200-EXIT.
008810     EXIT.
008820
008830*-----------------------------------------------------------*
008840* 2300-TAKE-ONE-CORRECTION - PRICE ONE CORRECTION:            *
008850*   H  RETRO HOURS AT THE PERIOD'S RATE AND SHIFT PREMIUM     *
008860*   T  CORRECTED RATE ON THE HOURS THE PERIOD PAID            *
008870*   B  ONE-OFF BONUS, C  CLAWBACK (GROSS AMOUNTS)             *
008880* A BAD CORRECTION GOES TO THE EXCEPTION FILE ON ITS OWN; AN  *
008890* EMPLOYEE NOT ON THE MASTER REJECTS THE WHOLE GROUP          *
008900*-----------------------------------------------------------*
008910 2300-TAKE-ONE-CORRECTION.
008920     ADD 1 TO WS-CORRECTION-COUNT.
008930     MOVE SPACES TO RK-MARKER.
008940     MOVE 0 TO WS-LINE-GROSS.
008950     IF WS-GROUP-REJECTED
008960         PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT
008970         GO TO 2300-PRINT
008980     END-IF.
008990     IF SRT-QUANTITY IS NOT NUMERIC
009000         MOVE 0 TO SRT-QUANTITY
009010         MOVE 'CANTIDAD NO NUMERICA' TO WS-EXC-REASON
009020         PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT
009030         GO TO 2300-PRINT
009040     END-IF.
009050     IF WS-GRP-COUNT NOT < 20
009060         MOVE 'MAS DE 20 CORRECCIONES POR EMPLEADO'
009070             TO WS-EXC-REASON
009080         PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT
009090         GO TO 2300-PRINT
009100     END-IF.
009110     EVALUATE TRUE
009120         WHEN SRT-RETRO-HOURS
009130             IF SRT-QUANTITY > 999.99
009140                 MOVE 'HORAS RETRO FUERA DE RANGO'
009150                     TO WS-EXC-REASON
009160                 PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT
009170                 GO TO 2300-PRINT
009180             END-IF
009190             COMPUTE WS-LINE-GROSS ROUNDED =
009200                 SRT-QUANTITY * WS-EMP-RATE-USED
009210                     * WS-PREMIUM-FACTOR
009220                 ON SIZE ERROR
009230                     PERFORM 2950-GROSS-OVERFLOW THRU 2950-EXIT
009240                     GO TO 2300-PRINT
009250             END-COMPUTE
009260             ADD SRT-QUANTITY TO WS-ADJ-HOURS
009270                 ON SIZE ERROR
009280                     PERFORM 2950-GROSS-OVERFLOW THRU 2950-EXIT
009290                     GO TO 2300-PRINT
009300             END-ADD
009310         WHEN SRT-RATE-CORRECTION
009320             IF WS-HIST-NOT-FOUND
009330                 MOVE 'TARIFA SIN NOMINA EN EL PERIODO'
009340                     TO WS-EXC-REASON
009350                 PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT
009360                 GO TO 2300-PRINT
009370             END-IF
009380             COMPUTE WS-LINE-GROSS ROUNDED =
009390                 WS-EMP-HOURS-PAID *
009400                 (SRT-QUANTITY - WS-EMP-RATE-USED)
009410                     * WS-PREMIUM-FACTOR
009420                 ON SIZE ERROR
009430                     PERFORM 2950-GROSS-OVERFLOW THRU 2950-EXIT
009440                     GO TO 2300-PRINT
009450             END-COMPUTE
009460         WHEN SRT-BONUS
009470             MOVE SRT-QUANTITY TO WS-LINE-GROSS
009480         WHEN SRT-CLAWBACK
009490             COMPUTE WS-LINE-GROSS = 0 - SRT-QUANTITY
009500         WHEN OTHER
009510             MOVE 'TIPO DE CORRECCION NO VALIDO'
009520                 TO WS-EXC-REASON
009530             PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT
009540             GO TO 2300-PRINT
009550     END-EVALUATE.
009560
009570     ADD WS-LINE-GROSS TO WS-ADJ-GROSS
009580         ON SIZE ERROR
009590             PERFORM 2950-GROSS-OVERFLOW THRU 2950-EXIT
009600             GO TO 2300-PRINT
009610     END-ADD.
009620     ADD 1 TO WS-GRP-COUNT.
009630     MOVE SRT-TYPE TO GRP-TYPE (WS-GRP-COUNT).
009640     MOVE 0 TO GRP-HOURS (WS-GRP-COUNT).
009650     MOVE WS-EMP-RATE-USED TO GRP-RATE (WS-GRP-COUNT).
009660     IF SRT-RETRO-HOURS
009670         MOVE SRT-QUANTITY TO GRP-HOURS (WS-GRP-COUNT)
009680     END-IF.
009690     IF SRT-RATE-CORRECTION
009700         MOVE SRT-QUANTITY TO GRP-RATE (WS-GRP-COUNT)
009710     END-IF.
009720     MOVE WS-LINE-GROSS TO GRP-GROSS (WS-GRP-COUNT).
009730
009740 2300-PRINT.
009750     MOVE SRT-TYPE     TO RK-TYPE.
009760     MOVE SRT-QUANTITY TO RK-QUANTITY.
009770     MOVE WS-LINE-GROSS TO RK-GROSS.
009780     MOVE SRT-REASON   TO RK-REASON.
009790     MOVE WS-REPORT-CORRECTION TO ADJUST-REPORT-LINE.
009800     WRITE ADJUST-REPORT-LINE.
009810     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
009820 2300-EXIT.
009830     EXIT.
009840
009850*-----------------------------------------------------------*
009860* 2400-SETTLE-EMPLOYEE - THE DEDUCTIONS ARE TAKEN ON THE      *
009870* BANDS FOR THE PERIOD'S GROSS BEFORE AND AFTER THE           *
009880* CORRECTION, SO A CORRECTION THAT CROSSES A BAND IS TAXED    *
009890* THE WAY THE PERIOD WOULD HAVE BEEN. THE DIFFERENCES PRINT,  *
009900* POST AND PAY                                                *
009910*-----------------------------------------------------------*
009920 2400-SETTLE-EMPLOYEE.
009930     COMPUTE WS-NEW-GROSS = WS-ORIG-GROSS + WS-ADJ-GROSS
009940         ON SIZE ERROR
009950             PERFORM 2950-GROSS-OVERFLOW THRU 2950-EXIT
009960             GO TO 2400-EXIT
009970     END-COMPUTE.
009980     IF WS-NEW-GROSS < 0
009990         MOVE WS-ADJ-GROSS TO WS-EXC-AMOUNT-EDIT
010000         MOVE WS-EXC-AMOUNT-EDIT TO EV-DETAIL
010010         MOVE 'AJUSTE DEJA EL BRUTO DEL PERIODO NEGATIVO'
010020             TO WS-EXC-REASON
010030         PERFORM 2960-WRITE-EMPLOYEE-EXC THRU 2960-EXIT
010050         GO TO 2400-EXIT
010060     END-IF.
010070
010080     MOVE WS-ORIG-GROSS TO WS-BAND-GROSS.
010090     PERFORM 2500-COMPUTE-DEDUCTIONS THRU 2500-EXIT.
010100     MOVE WS-BAND-IRPF TO WS-ORIG-IRPF.
010110     MOVE WS-BAND-SS   TO WS-ORIG-SS.
010120     MOVE WS-NEW-GROSS TO WS-BAND-GROSS.
010130     PERFORM 2500-COMPUTE-DEDUCTIONS THRU 2500-EXIT.
010140     COMPUTE WS-ADJ-IRPF = WS-BAND-IRPF - WS-ORIG-IRPF.
010150     COMPUTE WS-ADJ-SS   = WS-BAND-SS - WS-ORIG-SS.
010160     COMPUTE WS-ADJ-NET  =
010170         WS-ADJ-GROSS - WS-ADJ-IRPF - WS-ADJ-SS.
010180
010190     ADD 1 TO WS-EMPLOYEE-COUNT.
010200     ADD WS-ADJ-HOURS TO WS-TOT-HOURS.
010210     ADD WS-ADJ-GROSS TO WS-TOT-GROSS.
010220     ADD WS-ADJ-IRPF  TO WS-TOT-IRPF.
010230     ADD WS-ADJ-SS    TO WS-TOT-SS.
010240     ADD WS-ADJ-NET   TO WS-TOT-NET.
010250
010260     MOVE EMP-ID       TO RD-EMP-ID.
010270     MOVE EMP-NOMBRE   TO RD-NOMBRE.
010280     MOVE EMP-DEPT     TO RD-DEPT.
010290     MOVE WS-ADJ-HOURS TO RD-HOURS.
010300     MOVE WS-ADJ-GROSS TO RD-GROSS.
010310     MOVE WS-ADJ-IRPF  TO RD-IRPF.
010320     MOVE WS-ADJ-SS    TO RD-SS.
010330     MOVE WS-ADJ-NET   TO RD-NET.
010340     MOVE SPACES       TO RD-MARKER.
010350     IF WS-ADJ-NET < 0
010360         MOVE 'NETO A RECUPERAR' TO RD-MARKER
010370     END-IF.
010380     MOVE WS-REPORT-DETAIL TO ADJUST-REPORT-LINE.
010390     WRITE ADJUST-REPORT-LINE.
010400
010410     PERFORM 2700-WRITE-PAYSLIP THRU 2700-EXIT.
010420     PERFORM 2750-WRITE-PAY-HISTORY THRU 2750-EXIT
010430         VARYING WS-GRP-INDEX FROM 1 BY 1
010440         UNTIL WS-GRP-INDEX > WS-GRP-COUNT.
010450     PERFORM 2800-POST-YTD THRU 2800-EXIT.
010460     PERFORM 2850-COLLECT-BANK-PAYMENT THRU 2850-EXIT.
010470 2400-EXIT.
010480     EXIT.
010490
010500*-----------------------------------------------------------*
010510* 2500-COMPUTE-DEDUCTIONS - IRPF AND SS ON WS-BAND-GROSS AT   *
010520* THE FIRST BAND WHOSE LIMIT COVERS IT (THE TOP BAND CATCHES  *
010530* ANYTHING ABOVE), ROUNDED THE WAY NOMINA01 ROUNDS THEM       *
010540*-----------------------------------------------------------*
010550 2500-COMPUTE-DEDUCTIONS.
010560     SET WS-DED-BAND-NOT-FOUND TO TRUE.
010570     PERFORM 2510-MATCH-ONE-RATE-BAND THRU 2510-EXIT
010580         VARYING WS-DED-INDEX FROM 1 BY 1
010590         UNTIL WS-DED-INDEX > WS-DED-ENTRY-COUNT
010600             OR WS-DED-BAND-FOUND.
010610     IF WS-DED-BAND-NOT-FOUND
010620         MOVE WS-DED-IRPF-PCT (WS-DED-ENTRY-COUNT)
010630             TO WS-DED-IRPF-RATE
010640         MOVE WS-DED-SS-PCT (WS-DED-ENTRY-COUNT)
010650             TO WS-DED-SS-RATE
010660     END-IF.
010670     COMPUTE WS-BAND-IRPF ROUNDED =
010680         WS-BAND-GROSS * WS-DED-IRPF-RATE / 100.
010690     COMPUTE WS-BAND-SS ROUNDED =
010700         WS-BAND-GROSS * WS-DED-SS-RATE / 100.
010710 2500-EXIT.
010720     EXIT.
010730
010740 2510-MATCH-ONE-RATE-BAND.
010750     IF WS-BAND-GROSS NOT > WS-DED-LIMIT (WS-DED-INDEX)
010760         MOVE WS-DED-IRPF-PCT (WS-DED-INDEX)
010770             TO WS-DED-IRPF-RATE
010780         MOVE WS-DED-SS-PCT (WS-DED-INDEX)
010790             TO WS-DED-SS-RATE
010800         SET WS-DED-BAND-FOUND TO TRUE
010810     END-IF.
010820 2510-EXIT.
010830     EXIT.
010840
010850*-----------------------------------------------------------*
010860* 2700-WRITE-PAYSLIP - ONE ADJUSTMENT SLIP PER EMPLOYEE: ONE  *
010870* LINE PER CORRECTION, THEN THE FOUR DIFFERENCES              *
010880*-----------------------------------------------------------*
010890 2700-WRITE-PAYSLIP.
010900     MOVE WS-SLIP-SEPARATOR TO PAYSLIP-LINE.
010910     WRITE PAYSLIP-LINE.
010920     MOVE WS-SLIP-TITLE TO PAYSLIP-LINE.
010930     WRITE PAYSLIP-LINE.
010940     MOVE WS-SLIP-PERIOD-LINE TO PAYSLIP-LINE.
010950     WRITE PAYSLIP-LINE.
010960     MOVE EMP-ID     TO SLP-EMP-ID.
010970     MOVE EMP-NOMBRE TO SLP-NOMBRE.
010980     MOVE WS-SLIP-EMPLOYEE-LINE TO PAYSLIP-LINE.
010990     WRITE PAYSLIP-LINE.
011000     PERFORM 2710-WRITE-ONE-SLIP-CORRECTION THRU 2710-EXIT
011010         VARYING WS-GRP-INDEX FROM 1 BY 1
011020         UNTIL WS-GRP-INDEX > WS-GRP-COUNT.
011030     MOVE WS-ADJ-GROSS TO SLP-GROSS.
011040     MOVE WS-SLIP-GROSS-LINE TO PAYSLIP-LINE.
011050     WRITE PAYSLIP-LINE.
011060     MOVE WS-ADJ-IRPF TO SLP-IRPF.
011070     MOVE WS-SLIP-IRPF-LINE TO PAYSLIP-LINE.
011080     WRITE PAYSLIP-LINE.
011090     MOVE WS-ADJ-SS TO SLP-SS.
011100     MOVE WS-SLIP-SS-LINE TO PAYSLIP-LINE.
011110     WRITE PAYSLIP-LINE.
011120     MOVE WS-ADJ-NET TO SLP-NET.
011130     MOVE WS-SLIP-NET-LINE TO PAYSLIP-LINE.
011140     WRITE PAYSLIP-LINE.
011150 2700-EXIT.
011160     EXIT.
011170
011180 2710-WRITE-ONE-SLIP-CORRECTION.
011190     EVALUATE GRP-TYPE (WS-GRP-INDEX)
011200         WHEN 'H'
011210         WHEN 'h'
011220             MOVE 'HORAS RETRO:    ' TO SLP-CORR-LABEL
011230         WHEN 'T'
011240         WHEN 't'
011250             MOVE 'DIF. TARIFA:    ' TO SLP-CORR-LABEL
011260         WHEN 'B'
011270         WHEN 'b'
011280             MOVE 'GRATIFICACION:  ' TO SLP-CORR-LABEL
011290         WHEN OTHER
011300             MOVE 'DESCUENTO:      ' TO SLP-CORR-LABEL
011310     END-EVALUATE.
011320     MOVE GRP-GROSS (WS-GRP-INDEX) TO SLP-CORR-GROSS.
011330     MOVE WS-SLIP-CORRECTION-LINE TO PAYSLIP-LINE.
011340     WRITE PAYSLIP-LINE.
011350 2710-EXIT.
011360     EXIT.
011370
011380*-----------------------------------------------------------*
011390* 2750-WRITE-PAY-HISTORY - ONE ADJUSTMENT ROW PER CORRECTION  *
011400* APPLIED, AGAINST THE ADJUSTED PERIOD, GROSS AS A MAGNITUDE  *
011410* WITH ITS SIGN                                               *
011420*-----------------------------------------------------------*
011430 2750-WRITE-PAY-HISTORY.
011440     MOVE WS-ADJ-PERIOD     TO PH-PERIOD.
011450     MOVE EMP-ID            TO PH-EMP-ID.
011460     MOVE WS-EMP-TURNO-USED TO PH-TURNO.
011470     MOVE GRP-HOURS (WS-GRP-INDEX) TO PH-HOURS.
011480     MOVE GRP-RATE (WS-GRP-INDEX)  TO PH-RATE.
011490     SET PH-ADJUSTMENT-ENTRY TO TRUE.
011500     IF GRP-GROSS (WS-GRP-INDEX) < 0
011510         COMPUTE PH-GROSS = 0 - GRP-GROSS (WS-GRP-INDEX)
011520         MOVE '-' TO PH-SIGN
011530     ELSE
011540         MOVE GRP-GROSS (WS-GRP-INDEX) TO PH-GROSS
011550         MOVE SPACE TO PH-SIGN
011560     END-IF.
011570     WRITE PAY-HISTORY-RECORD.
011580 2750-EXIT.
011590     EXIT.
011600
011610*-----------------------------------------------------------*
011620* 2800-POST-YTD - ADD THE HOURS AND GROSS DIFFERENCES TO THE  *
011630* EMPLOYEE'S YTD ROW. THE LAST-POSTED FIELDS BELONG TO THE    *
011640* REGULAR RUN AND ARE LEFT ALONE. A ROW FOR ANOTHER YEAR      *
011650* MEANS THE PERIOD'S YEAR IS ALREADY CLOSED: THE DIFFERENCE   *
011660* GOES TO THE EXCEPTION FILE INSTEAD OF A YEAR IT DOES NOT    *
011670* BELONG TO                                                   *
011680*-----------------------------------------------------------*
011690 2800-POST-YTD.
011700     MOVE EMP-ID TO YTD-EMP-ID.
011710     READ YTD-FILE
011720         INVALID KEY
011730             SET FS-YTD-NOTFND TO TRUE
011740     END-READ.
011750     IF FS-YTD-NOTFND
011760         IF WS-ADJ-GROSS < 0
011763                 OR WS-ADJ-IRPF < 0
011766                 OR WS-ADJ-SS < 0
011770             MOVE 'SIN FILA YTD PARA RESTAR EL AJUSTE'
011780                 TO WS-EXC-REASON
011790             PERFORM 2970-WRITE-YTD-EXC THRU 2970-EXIT
011800             GO TO 2800-EXIT
011810         END-IF
011820         MOVE EMP-ID             TO YTD-EMP-ID
011830         MOVE WS-ADJ-PERIOD-YYYY TO YTD-YEAR
011840         MOVE WS-ADJ-HOURS       TO YTD-HOURS
011850         MOVE WS-ADJ-GROSS       TO YTD-GROSS
011853         MOVE WS-ADJ-IRPF        TO YTD-IRPF
011856         MOVE WS-ADJ-SS          TO YTD-SS
011860         MOVE SPACES             TO YTD-LAST-PERIOD
011870         MOVE 0 TO YTD-LAST-HOURS
011880                   YTD-LAST-GROSS
011883                   YTD-LAST-IRPF
011886                   YTD-LAST-SS
011890         WRITE YTD-RECORD
011900             INVALID KEY
011910                 DISPLAY 'NOMINA03 - *** ALTA YTD FALLIDA '
011920                     'PARA ' EMP-ID ', STATUS: ' FS-YTD-FILE
011930                 MOVE 12 TO WS-RETURN-CODE
011940         END-WRITE
011950         GO TO 2800-EXIT
011960     END-IF.
011970     IF YTD-YEAR NOT = WS-ADJ-PERIOD-YYYY
011980         MOVE 'EJERCICIO DEL PERIODO YA CERRADO EN YTD'
011990             TO WS-EXC-REASON
012000         PERFORM 2970-WRITE-YTD-EXC THRU 2970-EXIT
012010         GO TO 2800-EXIT
012020     END-IF.
012022     IF YTD-IRPF IS NOT NUMERIC
012024             OR YTD-SS IS NOT NUMERIC
012026         MOVE 0 TO YTD-IRPF
012028                   YTD-SS
012030     END-IF.
012032     IF (WS-ADJ-GROSS < 0
012034             AND (0 - WS-ADJ-GROSS) > YTD-GROSS)
012036             OR (WS-ADJ-IRPF < 0
012038             AND (0 - WS-ADJ-IRPF) > YTD-IRPF)
012040             OR (WS-ADJ-SS < 0
012042             AND (0 - WS-ADJ-SS) > YTD-SS)
012050         MOVE 'EL AJUSTE DEJA EL BRUTO YTD NEGATIVO'
012060             TO WS-EXC-REASON
012070         PERFORM 2970-WRITE-YTD-EXC THRU 2970-EXIT
012080         GO TO 2800-EXIT
012090     END-IF.
012100     ADD WS-ADJ-HOURS TO YTD-HOURS
012110         ON SIZE ERROR
012120             DISPLAY 'NOMINA03 - *** HORAS YTD DE ' EMP-ID
012130                 ' DESBORDAN PIC 9(5)V99 ***'
012140             MOVE 12 TO WS-RETURN-CODE
012150     END-ADD.
012160     ADD WS-ADJ-GROSS TO YTD-GROSS
012170         ON SIZE ERROR
012180             DISPLAY 'NOMINA03 - *** BRUTO YTD DE ' EMP-ID
012190                 ' DESBORDA PIC 9(9)V99 ***'
012200             MOVE 12 TO WS-RETURN-CODE
012210     END-ADD.
012213     ADD WS-ADJ-IRPF TO YTD-IRPF.
012216     ADD WS-ADJ-SS   TO YTD-SS.
012220     REWRITE YTD-RECORD
012230         INVALID KEY
012240             DISPLAY 'NOMINA03 - *** REWRITE YTD FALLIDO '
012250                 'PARA ' EMP-ID ', STATUS: ' FS-YTD-FILE
012260             MOVE 12 TO WS-RETURN-CODE
012270     END-REWRITE.
012280 2800-EXIT.
012290     EXIT.
012300
012310*-----------------------------------------------------------*
012320* 2850-COLLECT-BANK-PAYMENT - A POSITIVE NET DIFFERENCE IS    *
012330* QUEUED FOR THE SUPPLEMENTARY EXTRACT; A NEGATIVE ONE CANNOT *
012340* BE PAID BACK THROUGH THE BANK AND IS LEFT AS AN OPEN        *
012350* EXCEPTION FOR RECOVERY                                      *
012360*-----------------------------------------------------------*
012370 2850-COLLECT-BANK-PAYMENT.
012380     IF WS-ADJ-NET = 0
012390         GO TO 2850-EXIT
012400     END-IF.
012410     IF WS-ADJ-NET < 0
012420         ADD 1 TO WS-RECOVER-COUNT
012430         MOVE WS-ADJ-NET TO WS-EXC-AMOUNT-EDIT
012440         MOVE WS-EXC-AMOUNT-EDIT TO EV-DETAIL
012450         MOVE 'NETO NEGATIVO, RECUPERAR DEL EMPLEADO'
012460             TO WS-EXC-REASON
012470         PERFORM 2960-WRITE-EMPLOYEE-EXC THRU 2960-EXIT
012480         GO TO 2850-EXIT
012490     END-IF.
012500     IF NOT WS-BANK-AVAILABLE
012510         PERFORM 2860-WRITE-BANK-EXCEPTION THRU 2860-EXIT
012520         GO TO 2850-EXIT
012530     END-IF.
012540     MOVE EMP-ID TO BNK-EMP-ID.
012550     READ BANK-ACCOUNT-FILE
012560         INVALID KEY
012570             SET FS-BNK-NOTFND TO TRUE
012580     END-READ.
012590     IF FS-BNK-NOTFND
012600         PERFORM 2860-WRITE-BANK-EXCEPTION THRU 2860-EXIT
012610         GO TO 2850-EXIT
012620     END-IF.
012630     COMPUTE WS-NET-CENTIMOS = WS-ADJ-NET * 100.
012640     MOVE EMP-ID          TO BD-EMP-ID.
012650     MOVE BNK-IBAN        TO BD-IBAN.
012660     MOVE WS-NET-CENTIMOS TO BD-AMOUNT.
012670     MOVE WS-BANK-DETAIL-REC TO BANK-WORK-RECORD.
012680     WRITE BANK-WORK-RECORD.
012690     ADD 1 TO WS-BANK-PAY-COUNT.
012700     ADD WS-NET-CENTIMOS TO WS-BANK-PAY-TOTAL.
012710 2850-EXIT.
012720     EXIT.
012730
012740 2860-WRITE-BANK-EXCEPTION.
012750     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
012760     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
012770     MOVE 'BNK-EMP-ID'    TO EXC-FIELD-NAME.
012780     MOVE EMP-ID          TO EXC-FIELD-VALUE.
012790     MOVE 'SIN CUENTA BANCARIA PARA EL PAGO' TO EXC-REASON.
012800     SET  EXC-OPEN        TO TRUE.
012810     MOVE SPACES          TO EXC-RESOLVED-DATE
012820                             EXC-RESOLVED-BY.
012830     WRITE EXCEPTION-RECORD.
012840     IF WS-RETURN-CODE < 4
012850         MOVE 4 TO WS-RETURN-CODE
012860     END-IF.
012870 2860-EXIT.
012880     EXIT.
012890
012900*-----------------------------------------------------------*
012910* 2900-WRITE-CORRECTION-EXC - ONE CORRECTION NOT APPLIED      *
012920*-----------------------------------------------------------*
012930 2900-WRITE-CORRECTION-EXC.
012940     ADD 1 TO WS-REJECT-COUNT.
012950     MOVE 'RECHAZADA' TO RK-MARKER.
012960     MOVE SRT-EMP-ID  TO EV-EMP-ID.
012970     MOVE SPACES      TO EV-DETAIL.
012980     MOVE 'TIPO '     TO EV-DETAIL (1:5).
012990     MOVE SRT-TYPE    TO EV-DETAIL (6:1).
013000     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
013010     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
013020     MOVE 'COR-EMP-ID'    TO EXC-FIELD-NAME.
013030     MOVE WS-EXC-VALUE-COMPOSED TO EXC-FIELD-VALUE.
013040     MOVE WS-EXC-REASON   TO EXC-REASON.
013050     SET  EXC-OPEN        TO TRUE.
013060     MOVE SPACES          TO EXC-RESOLVED-DATE
013070                             EXC-RESOLVED-BY.
013080     WRITE EXCEPTION-RECORD.
013090     IF WS-RETURN-CODE < 4
013100         MOVE 4 TO WS-RETURN-CODE
013110     END-IF.
013120 2900-EXIT.
013130     EXIT.
013140
013150 2950-GROSS-OVERFLOW.
013160     DISPLAY 'NOMINA03 - *** SIZE ERROR *** AJUSTE BRUTO DE '
013170         SRT-EMP-ID ' DESBORDA PIC 9(7)V99'.
013180     MOVE 0 TO WS-LINE-GROSS.
013190     MOVE 'IMPORTE DEL AJUSTE DESBORDA' TO WS-EXC-REASON.
013200     PERFORM 2900-WRITE-CORRECTION-EXC THRU 2900-EXIT.
013210     MOVE 12 TO WS-RETURN-CODE.
013220 2950-EXIT.
013230     EXIT.
013240
013250*-----------------------------------------------------------*
013260* 2960-WRITE-EMPLOYEE-EXC - A SETTLED ADJUSTMENT THE RUN      *
013270* CANNOT FINISH BY ITSELF (NEGATIVE BRUTO OR NETO). THE       *
013280* CALLER HAS PUT THE AMOUNT IN EV-DETAIL                      *
013290*-----------------------------------------------------------*
013300 2960-WRITE-EMPLOYEE-EXC.
013310     MOVE EMP-ID          TO EV-EMP-ID.
013320     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
013330     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
013340     MOVE 'NETO-AJUSTE'   TO EXC-FIELD-NAME.
013350     MOVE WS-EXC-VALUE-COMPOSED TO EXC-FIELD-VALUE.
013360     MOVE WS-EXC-REASON   TO EXC-REASON.
013370     SET  EXC-OPEN        TO TRUE.
013380     MOVE SPACES          TO EXC-RESOLVED-DATE
013390                             EXC-RESOLVED-BY.
013400     WRITE EXCEPTION-RECORD.
013410     IF WS-RETURN-CODE < 4
013420         MOVE 4 TO WS-RETURN-CODE
013430     END-IF.
013440 2960-EXIT.
013450     EXIT.
013460
013470 2970-WRITE-YTD-EXC.
013480     MOVE EMP-ID          TO EV-EMP-ID.
013490     MOVE WS-ADJ-GROSS    TO WS-EXC-AMOUNT-EDIT.
013500     MOVE WS-EXC-AMOUNT-EDIT TO EV-DETAIL.
013510     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
013520     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
013530     MOVE 'YTD-GROSS'     TO EXC-FIELD-NAME.
013540     MOVE WS-EXC-VALUE-COMPOSED TO EXC-FIELD-VALUE.
013550     MOVE WS-EXC-REASON   TO EXC-REASON.
013560     SET  EXC-OPEN        TO TRUE.
013570     MOVE SPACES          TO EXC-RESOLVED-DATE
013580                             EXC-RESOLVED-BY.
013590     WRITE EXCEPTION-RECORD.
013600     IF WS-RETURN-CODE < 4
013610         MOVE 4 TO WS-RETURN-CODE
013620     END-IF.
013630 2970-EXIT.
013640     EXIT.
013650
013660*-----------------------------------------------------------*
013670* 3000-WRITE-TOTALS - THE RUN'S TOTAL DIFFERENCES             *
013680*-----------------------------------------------------------*
013690 3000-WRITE-TOTALS.
013700     MOVE 'TOTAL AJUSTES:      ' TO RT-LABEL.
013710     MOVE WS-TOT-HOURS TO RT-HOURS.
013720     MOVE WS-TOT-GROSS TO RT-GROSS.
013730     MOVE WS-TOT-IRPF  TO RT-IRPF.
013740     MOVE WS-TOT-SS    TO RT-SS.
013750     MOVE WS-TOT-NET   TO RT-NET.
013760     MOVE WS-REPORT-TOTAL-LINE TO ADJUST-REPORT-LINE.
013770     WRITE ADJUST-REPORT-LINE.
013780     DISPLAY 'NOMINA03 - CORRECCIONES: ' WS-CORRECTION-COUNT
013790         ' RECHAZADAS: ' WS-REJECT-COUNT
013800         ' EMPLEADOS AJUSTADOS: ' WS-EMPLOYEE-COUNT.
013810     DISPLAY 'NOMINA03 - DIF BRUTO: ' WS-TOT-GROSS
013820         ' DIF NETO: ' WS-TOT-NET
013830         ' A RECUPERAR: ' WS-RECOVER-COUNT.
013840 3000-EXIT.
013850     EXIT.
013860
013870*-----------------------------------------------------------*
013880* 3500-WRITE-BANK-EXTRACT - THE SUPPLEMENTARY EXTRACT IN THE  *
013890* BANKPAY LAYOUT: H WITH THE COUNT, THE QUEUED DETAILS, T     *
013900* WITH THE TOTAL IN CENTIMOS. IT NEVER OVERWRITES BANKPAY     *
013910*-----------------------------------------------------------*
013920 3500-WRITE-BANK-EXTRACT.
013930     CLOSE BANK-WORK-FILE.
013940     OPEN OUTPUT BANK-PAYMENT-FILE.
013950     MOVE WS-BANK-PAY-COUNT TO BH-COUNT.
013960     MOVE WS-BANK-HEADER-REC TO BANK-PAYMENT-RECORD.
013970     WRITE BANK-PAYMENT-RECORD.
013980
013990     OPEN INPUT BANK-WORK-FILE.
014000     PERFORM 3510-READ-BANK-WORK THRU 3510-EXIT.
014010     PERFORM 3520-COPY-ONE-PAYMENT THRU 3520-EXIT
014020         UNTIL NOT FS-BNKW-OK.
014030     CLOSE BANK-WORK-FILE.
014040
014050     MOVE WS-BANK-PAY-TOTAL TO BT-TOTAL.
014060     MOVE WS-BANK-TRAILER-REC TO BANK-PAYMENT-RECORD.
014070     WRITE BANK-PAYMENT-RECORD.
014080     CLOSE BANK-PAYMENT-FILE.
014090     MOVE WS-BANK-PAY-TOTAL TO WS-TOTAL-CENTIMOS.
014100     DISPLAY 'NOMINA03 - EXTRACTO SUPLEMENTARIO: '
014110         WS-BANK-PAY-COUNT ' PAGOS, TOTAL CENTIMOS: '
014120         WS-BANK-PAY-TOTAL.
014130 3500-EXIT.
014140     EXIT.
014150
014160 3510-READ-BANK-WORK.
014170     READ BANK-WORK-FILE
014180         AT END
014190             CONTINUE
014200     END-READ.
014210 3510-EXIT.
014220     EXIT.
014230
014240 3520-COPY-ONE-PAYMENT.
014250     MOVE BANK-WORK-RECORD TO BANK-PAYMENT-RECORD.
014260     WRITE BANK-PAYMENT-RECORD.
014270     PERFORM 3510-READ-BANK-WORK THRU 3510-EXIT.
014280 3520-EXIT.
014290     EXIT.
014300
014310*-----------------------------------------------------------*
014320* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH THE *
014330* ADJUSTED PERIOD AND THE AMOUNT PAID, CLOSE EVERYTHING       *
014340*-----------------------------------------------------------*
014350 9000-TERMINATE.
014360     MOVE WS-PROGRAM-ID     TO AUD-PROGRAM-ID.
014370     MOVE WS-RUN-DATE-NUM   TO AUD-RUN-DATE.
014380     MOVE WS-RUN-TIME       TO AUD-RUN-TIME.
014390     MOVE WS-ADJ-PERIOD     TO AK-PERIOD.
014400     MOVE WS-TOTAL-CENTIMOS TO AK-TOTAL.
014410     MOVE WS-AUD-KEY-COMPOSED TO AUD-KEY-VALUE.
014420     MOVE 'AJUSTE'          TO AUD-ACTION.
014430     MOVE SPACES            TO AUD-BEFORE-IMAGE
014440                               AUD-AFTER-IMAGE
014450                               AUD-OPERATOR.
014460     WRITE AUDIT-LOG-RECORD.
014470
014480     CLOSE EMPLOYEE-MASTER.
014490     CLOSE ADJUST-REPORT-FILE.
014500     CLOSE PAYSLIP-FILE.
014510     CLOSE YTD-FILE.
014520     CLOSE PAY-HISTORY-FILE.
014530     IF WS-BANK-AVAILABLE
014540         CLOSE BANK-ACCOUNT-FILE
014550     END-IF.
014560     CLOSE AUDIT-LOG-FILE.
014570     CLOSE EXCEPTION-FILE.
014580 9000-EXIT.
014590     EXIT.
