000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     CERTRET.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-18.
000160 DATE-COMPILED.  2026-09-18.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-18 ILP   ORIGINAL - ANNUAL WITHHOLDING CERTIFICATES.
000210*                  READS THE YTDHIST.AAAA ROLL THE YTDUTIL
000220*                  YEAR-END CLOSE WROTE FOR A CLOSED YEAR,
000230*                  SORTED BY EMPLOYEE (A YEAR ROLLED IN TWO
000240*                  GOES CAN CARRY AN EMPLOYEE TWICE), AND
000250*                  PRINTS ONE CERTIFICATE PAGE PER EMPLOYEE ON
000260*                  CERTIFIC (ID, NOMBRE, DEPARTMENT, GROSS,
000270*                  IRPF AND SS WITHHELD). THE SAME FIGURES GO
000280*                  TO THE FIXED-LAYOUT RESUMANU ANNUAL SUMMARY
000290*                  FILE, ONE D RECORD PER EMPLOYEE CLOSED BY A
000300*                  T CONTROL RECORD WITH THE EMPLOYEE COUNT
000310*                  AND THE THREE TOTALS:
000320*                    D EMP-ID(6) YEAR(4) DEPT(4) GROSS 9(9)V99
000330*                      IRPF 9(9)V99 SS 9(9)V99
000340*                    T YEAR(4) COUNT(5) GROSS 9(11)V99
000350*                      IRPF 9(11)V99 SS 9(11)V99
000360*                  THE YEAR COMES FROM THE CERTRET PARMFILE
000370*                  CARD OR THE CONSOLE. AN EMPLOYEE NO LONGER
000380*                  ON EMPMAST STILL GETS A CERTIFICATE, AND A
000390*                  ROW ROLLED BEFORE THE WITHHOLDINGS WERE
000400*                  KEPT CERTIFIES ZERO WITHHOLDINGS; BOTH GO TO
000410*                  THE EXCEPTION FILE FOR A CHECK BY HAND
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HISTORY-FILE    ASSIGN USING WS-HISTORY-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-HISTORY-FILE.
000490
000500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS EMP-ID
000540         FILE STATUS IS FS-EMPLOYEE-MASTER.
000550
000560     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMAST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-DEPARTMENT-FILE.
000590
000600     SELECT CERTIFICATE-FILE ASSIGN TO "CERTIFIC"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-CERTIFICATE-FILE.
000630
000640     SELECT SUMMARY-FILE    ASSIGN TO "RESUMANU"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-SUMMARY-FILE.
000670
000680     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-PARAMETER-FILE.
000710
000720     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-AUDIT-LOG-FILE.
000750
000760     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-EXCEPTION-FILE.
000790
000800     SELECT SORT-WORK-FILE  ASSIGN TO "SORTWK".
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  HISTORY-FILE.
000850 01  HISTORY-RECORD                  PIC X(88).
000860
000870 FD  EMPLOYEE-MASTER.
000880     COPY EMPMAST.
000890
000900 FD  DEPARTMENT-FILE.
000910     COPY DEPTMAST.
000920
000930 FD  CERTIFICATE-FILE.
000940 01  CERTIFICATE-LINE                PIC X(80).
000950
000960 FD  SUMMARY-FILE.
000970 01  SUMMARY-RECORD                  PIC X(60).
000980
000990 FD  PARAMETER-FILE.
001000     COPY PARMCARD.
001010
001020 FD  AUDIT-LOG-FILE.
001030     COPY AUDITLOG.
001040
001050 FD  EXCEPTION-FILE.
001060     COPY EXCPREC.
001070
001080*    THE ROLL IS A STRAIGHT IMAGE OF THE YTDFILE ROWS, SO THE
001090*    SORT RECORD IS THE YTD LAYOUT ITSELF
001100 SD  SORT-WORK-FILE.
001110     COPY YTDREC.
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-PROGRAM-ID               PIC X(08) VALUE 'CERTRET'.
001150
001160 01  WS-FILE-STATUSES.
001170     05  FS-HISTORY-FILE         PIC XX.
001180         88  FS-HIST-OK          VALUE '00'.
001190     05  FS-EMPLOYEE-MASTER      PIC XX.
001200         88  FS-EMP-OK           VALUE '00'.
001210         88  FS-EMP-NOTFND       VALUE '23'.
001220     05  FS-DEPARTMENT-FILE      PIC XX.
001230         88  FS-DPT-OK           VALUE '00'.
001240         88  FS-DPT-EOF          VALUE '10'.
001250     05  FS-CERTIFICATE-FILE     PIC XX.
001260     05  FS-SUMMARY-FILE         PIC XX.
001270     05  FS-PARAMETER-FILE       PIC XX.
001280         88  FS-PARM-OK          VALUE '00'.
001290     05  FS-AUDIT-LOG-FILE       PIC XX.
001300         88  FS-AUDIT-OK         VALUE '00'.
001310     05  FS-EXCEPTION-FILE       PIC XX.
001320         88  FS-EXC-OK           VALUE '00'.
001330
001340 01  WS-RUN-DATE-NUM             PIC 9(08).
001350 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
001360     05  WS-RUN-DATE-YYYY        PIC 9(04).
001370     05  WS-RUN-DATE-MM          PIC 9(02).
001380     05  WS-RUN-DATE-DD          PIC 9(02).
001390 01  WS-RUN-DATE-DISPLAY.
001400     05  WD-MM                   PIC 9(02).
001410     05  FILLER                  PIC X(01) VALUE '/'.
001420     05  WD-DD                   PIC 9(02).
001430     05  FILLER                  PIC X(01) VALUE '/'.
001440     05  WD-YYYY                 PIC 9(04).
001450 01  WS-RUN-TIME                 PIC 9(08).
001460
001470 01  WS-HISTORY-NAME.
001480     05  WS-HIST-PREFIX          PIC X(08) VALUE 'YTDHIST.'.
001490     05  WS-HIST-YYYY            PIC X(04).
001500 01  WS-CERT-YEAR                PIC X(04) VALUE SPACES.
001510 01  WS-CERT-YEAR-N REDEFINES WS-CERT-YEAR
001520                                 PIC 9(04).
001530 01  WS-PARM-FOUND-SW            PIC X(01).
001540     88  WS-PARM-FOUND           VALUE 'Y'.
001550     88  WS-PARM-NOT-FOUND       VALUE 'N'.
001560
001570 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001580     88  WS-SORT-EOF             VALUE 'Y'.
001590 01  WS-GROUP-EMP-ID             PIC X(06).
001600 01  WS-EMP-GROSS                PIC 9(09)V99.
001610 01  WS-EMP-IRPF                 PIC 9(09)V99.
001620 01  WS-EMP-SS                   PIC 9(09)V99.
001630 01  WS-EMP-NOMBRE               PIC X(30).
001640 01  WS-EMP-DEPT                 PIC X(04).
001650 01  WS-DEPT-NOMBRE              PIC X(30).
001660 01  WS-NO-WITHHOLD-SW           PIC X(01).
001670     88  WS-NO-WITHHOLD-DATA     VALUE 'Y'.
001680
001690 01  WS-DEPT-TABLE.
001700     05  WS-DPT-COUNT            PIC 9(03) COMP VALUE 0.
001710     05  WS-DPT-ENTRY OCCURS 50 TIMES.
001720         10  WS-DPT-CODE         PIC X(04).
001730         10  WS-DPT-NOMBRE       PIC X(30).
001740 01  WS-DPT-INDEX                PIC 9(03) COMP.
001750 01  WS-DEPT-FOUND-SW            PIC X(01).
001760     88  WS-DEPT-FOUND           VALUE 'Y'.
001770     88  WS-DEPT-NOT-FOUND       VALUE 'N'.
001780
001790 01  WS-ROW-COUNT                PIC 9(05) COMP VALUE 0.
001800 01  WS-CERT-COUNT               PIC 9(05) VALUE 0.
001810 01  WS-TOTAL-GROSS              PIC 9(11)V99 VALUE 0.
001820 01  WS-TOTAL-IRPF               PIC 9(11)V99 VALUE 0.
001830 01  WS-TOTAL-SS                 PIC 9(11)V99 VALUE 0.
001840 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001850
001860 01  WS-EXC-FIELD                PIC X(15).
001870 01  WS-EXC-REASON               PIC X(40).
001880 01  WS-AUD-KEY-COMPOSED.
001890     05  AK-YEAR                 PIC X(04).
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  AK-COUNT                PIC 9(05).
001920
001930*    RESUMANU RECORD LAYOUTS
001940 01  WS-SUMMARY-DETAIL-REC.
001950     05  FILLER                  PIC X(01) VALUE 'D'.
001960     05  SD-EMP-ID               PIC X(06).
001970     05  SD-YEAR                 PIC X(04).
001980     05  SD-DEPT                 PIC X(04).
001990     05  SD-GROSS                PIC 9(09)V99.
002000     05  SD-IRPF                 PIC 9(09)V99.
002010     05  SD-SS                   PIC 9(09)V99.
002020     05  FILLER                  PIC X(12) VALUE SPACES.
002030 01  WS-SUMMARY-TRAILER-REC.
002040     05  FILLER                  PIC X(01) VALUE 'T'.
002050     05  ST-YEAR                 PIC X(04).
002060     05  ST-COUNT                PIC 9(05).
002070     05  ST-GROSS                PIC 9(11)V99.
002080     05  ST-IRPF                 PIC 9(11)V99.
002090     05  ST-SS                   PIC 9(11)V99.
002100     05  FILLER                  PIC X(11) VALUE SPACES.
002110
002120*    CERTIFICATE PAGE LINES
002130 01  WS-CERT-SEPARATOR           PIC X(60) VALUE ALL '='.
002140 01  WS-CERT-TITLE.
002150     05  FILLER                  PIC X(45)
002160         VALUE 'CERTRET CERTIFICADO DE RETENCIONES EJERCICIO '.
002170     05  CT-YEAR                 PIC X(04).
002180 01  WS-CERT-DATE-LINE.
002190     05  FILLER                  PIC X(19)
002200         VALUE 'FECHA DE EMISION:  '.
002210     05  CT-DATE                 PIC X(10).
002220 01  WS-CERT-EMPLOYEE-LINE.
002230     05  FILLER                  PIC X(19)
002240         VALUE 'EMPLEADO:          '.
002250     05  CT-EMP-ID               PIC X(06).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  CT-NOMBRE               PIC X(30).
002280 01  WS-CERT-DEPT-LINE.
002290     05  FILLER                  PIC X(19)
002300         VALUE 'DEPARTAMENTO:      '.
002310     05  CT-DEPT                 PIC X(04).
002320     05  FILLER                  PIC X(04) VALUE SPACES.
002330     05  CT-DEPT-NOMBRE          PIC X(30).
002340 01  WS-CERT-GROSS-LINE.
002350     05  FILLER                  PIC X(19)
002360         VALUE 'RENDIMIENTO BRUTO: '.
002370     05  CT-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
002380 01  WS-CERT-IRPF-LINE.
002390     05  FILLER                  PIC X(19)
002400         VALUE 'RETENCIONES IRPF:  '.
002410     05  CT-IRPF                 PIC ZZZ,ZZZ,ZZ9.99.
002420 01  WS-CERT-SS-LINE.
002430     05  FILLER                  PIC X(19)
002440         VALUE 'SEGURIDAD SOCIAL:  '.
002450     05  CT-SS                   PIC ZZZ,ZZZ,ZZ9.99.
002460 01  WS-CERT-TOTAL-LINE.
002470     05  FILLER                  PIC X(19)
002480         VALUE 'TOTAL EMPLEADOS:   '.
002490     05  CT-COUNT                PIC ZZ,ZZ9.
002500 01  WS-CERT-TOTAL-AMOUNT-LINE.
002510     05  CT-TOTAL-LABEL          PIC X(19).
002520     05  CT-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002530
002540 PROCEDURE DIVISION.
002550
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002580     IF WS-RETURN-CODE = 0
002590         SORT SORT-WORK-FILE
002600             ON ASCENDING KEY YTD-EMP-ID
002610             USING HISTORY-FILE
002620             OUTPUT PROCEDURE IS 2000-WRITE-CERTIFICATES
002630                 THRU 2000-EXIT
002640         PERFORM 3000-WRITE-TOTALS     THRU 3000-EXIT
002650     END-IF.
002660     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002670     MOVE WS-RETURN-CODE TO RETURN-CODE.
002680     GOBACK.
002690 0000-EXIT.
002700     EXIT.
002710
002720*-----------------------------------------------------------*
002730* 1000-INITIALIZE - NAME THE YEAR, CHECK ITS ROLL IS THERE,   *
002740* OPEN THE MASTER, LOAD THE DEPARTMENT NAMES, OPEN OUTPUTS    *
002750*-----------------------------------------------------------*
002760 1000-INITIALIZE.
002770     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002780     ACCEPT WS-RUN-TIME     FROM TIME.
002790     MOVE WS-RUN-DATE-MM   TO WD-MM.
002800     MOVE WS-RUN-DATE-DD   TO WD-DD.
002810     MOVE WS-RUN-DATE-YYYY TO WD-YYYY.
002820     MOVE 0 TO WS-RETURN-CODE.
002830
002840     PERFORM 1100-READ-YEAR-PARAMETER THRU 1100-EXIT.
002850
002860*    THE ROLL IS ONLY OPENED HERE TO PROVE IT EXISTS - A YEAR
002870*    NOT YET CLOSED BY YTDUTIL HAS NO YTDHIST FILE TO CERTIFY
002880     IF WS-RETURN-CODE = 0
002890         MOVE WS-CERT-YEAR TO WS-HIST-YYYY
002900         OPEN INPUT HISTORY-FILE
002910         IF NOT FS-HIST-OK
002920             DISPLAY 'CERTRET - *** NO HAY HISTORICO '
002930                 WS-HISTORY-NAME ', STATUS: ' FS-HISTORY-FILE
002940                 ' - EJERCICIO NO CERRADO CON YTDUTIL ***'
002950             MOVE 16 TO WS-RETURN-CODE
002960         ELSE
002970             CLOSE HISTORY-FILE
002980         END-IF
002990     END-IF.
003000
003010     IF WS-RETURN-CODE = 0
003020         OPEN INPUT EMPLOYEE-MASTER
003030         IF NOT FS-EMP-OK
003040             DISPLAY 'CERTRET - *** EMPLOYEE MASTER FILE NOT '
003050                 'AVAILABLE, STATUS: ' FS-EMPLOYEE-MASTER
003060             MOVE 16 TO WS-RETURN-CODE
003070         END-IF
003080     END-IF.
003090
003100     IF WS-RETURN-CODE = 0
003110         PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
003120         OPEN OUTPUT CERTIFICATE-FILE
003130         OPEN OUTPUT SUMMARY-FILE
003140         MOVE WS-CERT-YEAR        TO CT-YEAR
003150         MOVE WS-RUN-DATE-DISPLAY TO CT-DATE
003160     END-IF.
003170
003180     OPEN EXTEND AUDIT-LOG-FILE.
003190     IF NOT FS-AUDIT-OK
003200         CLOSE AUDIT-LOG-FILE
003210         OPEN OUTPUT AUDIT-LOG-FILE
003220     END-IF.
003230
003240     OPEN EXTEND EXCEPTION-FILE.
003250     IF NOT FS-EXC-OK
003260         CLOSE EXCEPTION-FILE
003270         OPEN OUTPUT EXCEPTION-FILE
003280     END-IF.
003290 1000-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------*
003330* 1100-READ-YEAR-PARAMETER - THE CERTRET PARMFILE CARD NAMES  *
003340* THE YEAR TO CERTIFY; NO CARD FALLS BACK TO THE CONSOLE. THE *
003350* CURRENT YEAR IS STILL OPEN AND IS REFUSED                   *
003360*-----------------------------------------------------------*
003370 1100-READ-YEAR-PARAMETER.
003380     SET WS-PARM-NOT-FOUND TO TRUE.
003390     OPEN INPUT PARAMETER-FILE.
003400     IF FS-PARM-OK
003410         PERFORM 1110-SCAN-ONE-PARAMETER THRU 1110-EXIT
003420             UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND
003430         CLOSE PARAMETER-FILE
003440     END-IF.
003450     IF WS-PARM-NOT-FOUND
003460         DISPLAY 'CERTRET - EJERCICIO A CERTIFICAR (AAAA): '
003470             WITH NO ADVANCING
003480         ACCEPT WS-CERT-YEAR FROM CONSOLE
003490     END-IF.
003500     IF WS-CERT-YEAR IS NOT NUMERIC
003510         DISPLAY 'CERTRET - *** EJERCICIO NO VALIDO: '
003520             WS-CERT-YEAR ' ***'
003530         MOVE 16 TO WS-RETURN-CODE
003540         GO TO 1100-EXIT
003550     END-IF.
003560     IF WS-CERT-YEAR-N NOT < WS-RUN-DATE-YYYY
003570         DISPLAY 'CERTRET - *** EL EJERCICIO ' WS-CERT-YEAR
003580             ' NO ESTA CERRADO ***'
003590         MOVE 16 TO WS-RETURN-CODE
003600     END-IF.
003610 1100-EXIT.
003620     EXIT.
003630
003640 1110-SCAN-ONE-PARAMETER.
003650     READ PARAMETER-FILE
003660         AT END
003670             GO TO 1110-EXIT
003680     END-READ.
003690     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
003700         MOVE PRM-VALUE (1:4) TO WS-CERT-YEAR
003710         SET WS-PARM-FOUND TO TRUE
003720     END-IF.
003730 1110-EXIT.
003740     EXIT.
003750
003760*-----------------------------------------------------------*
003770* 1200-LOAD-DEPARTMENTS - DEPARTMENT NAMES FOR THE            *
003780* CERTIFICATE. A MISSING DEPTMAST ONLY LEAVES THE NAME BLANK  *
003790*-----------------------------------------------------------*
003800 1200-LOAD-DEPARTMENTS.
003810     MOVE 0 TO WS-DPT-COUNT.
003820     OPEN INPUT DEPARTMENT-FILE.
003830     IF NOT FS-DPT-OK
003840         DISPLAY 'CERTRET - FICHERO DEPTMAST NO DISPONIBLE, '
003850             'STATUS: ' FS-DEPARTMENT-FILE
003860             ', CERTIFICADOS SIN NOMBRE DE DEPTO'
003870         GO TO 1200-EXIT
003880     END-IF.
003890     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
003900         UNTIL FS-DPT-EOF.
003910     CLOSE DEPARTMENT-FILE.
003920 1200-EXIT.
003930     EXIT.
003940
003950 1210-LOAD-ONE-DEPT.
003960     READ DEPARTMENT-FILE
003970         AT END
003980             GO TO 1210-EXIT
003990     END-READ.
004000     IF WS-DPT-COUNT < 50
004010         ADD 1 TO WS-DPT-COUNT
004020         MOVE DPT-CODE   TO WS-DPT-CODE (WS-DPT-COUNT)
004030         MOVE DPT-NOMBRE TO WS-DPT-NOMBRE (WS-DPT-COUNT)
004040     ELSE
004050         DISPLAY 'CERTRET - MAS DE 50 DEPARTAMENTOS EN '
004060             'DEPTMAST, FILA IGNORADA'
004070     END-IF.
004080 1210-EXIT.
004090     EXIT.
004100
004110*-----------------------------------------------------------*
004120* 2000-WRITE-CERTIFICATES - THE SORT OUTPUT PROCEDURE: THE    *
004130* ROLL COMES BACK IN EMPLOYEE ORDER AND EACH EMPLOYEE'S ROWS  *
004140* MAKE ONE CERTIFICATE                                        *
004150*-----------------------------------------------------------*
004160 2000-WRITE-CERTIFICATES.
004170     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
004180     PERFORM 2200-CERTIFY-ONE-EMPLOYEE THRU 2200-EXIT
004190         UNTIL WS-SORT-EOF.
004200 2000-EXIT.
004210     EXIT.
004220
004230 2100-RETURN-SORTED.
004240     RETURN SORT-WORK-FILE
004250         AT END
004260             SET WS-SORT-EOF TO TRUE
004270     END-RETURN.
004280 2100-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------*
004320* 2200-CERTIFY-ONE-EMPLOYEE - ONE CONTROL GROUP: ADD UP THE   *
004330* EMPLOYEE'S ROWS, LOOK UP NOMBRE AND DEPARTMENT, PRINT THE   *
004340* CERTIFICATE AND WRITE THE SUMMARY DETAIL                    *
004350*-----------------------------------------------------------*
004360 2200-CERTIFY-ONE-EMPLOYEE.
004370     MOVE YTD-EMP-ID TO WS-GROUP-EMP-ID.
004380     MOVE 0 TO WS-EMP-GROSS
004390               WS-EMP-IRPF
004400               WS-EMP-SS.
004410     MOVE 'N' TO WS-NO-WITHHOLD-SW.
004420     PERFORM 2300-ADD-ONE-ROW THRU 2300-EXIT
004430         UNTIL WS-SORT-EOF
004440             OR YTD-EMP-ID NOT = WS-GROUP-EMP-ID.
004450
004460     IF WS-NO-WITHHOLD-DATA
004470         MOVE 'YTD-IRPF' TO WS-EXC-FIELD
004480         MOVE 'FILA SIN RETENCIONES, REVISAR A MANO'
004490             TO WS-EXC-REASON
004500         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004510     END-IF.
004520
004530     MOVE WS-GROUP-EMP-ID TO EMP-ID.
004540     READ EMPLOYEE-MASTER
004550         INVALID KEY
004560             SET FS-EMP-NOTFND TO TRUE
004570     END-READ.
004580     IF FS-EMP-NOTFND
004590         MOVE 'NO CONSTA EN EMPMAST' TO WS-EMP-NOMBRE
004600         MOVE SPACES                 TO WS-EMP-DEPT
004610         MOVE 'EMP-ID' TO WS-EXC-FIELD
004620         MOVE 'CERTIFICADO SIN DATOS DE EMPMAST'
004630             TO WS-EXC-REASON
004640         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004650     ELSE
004660         MOVE EMP-NOMBRE TO WS-EMP-NOMBRE
004670         MOVE EMP-DEPT   TO WS-EMP-DEPT
004680     END-IF.
004690     MOVE SPACES TO WS-DEPT-NOMBRE.
004700     SET WS-DEPT-NOT-FOUND TO TRUE.
004710     PERFORM 2250-MATCH-ONE-DEPT THRU 2250-EXIT
004720         VARYING WS-DPT-INDEX FROM 1 BY 1
004730         UNTIL WS-DPT-INDEX > WS-DPT-COUNT
004740             OR WS-DEPT-FOUND.
004750
004760     PERFORM 2400-PRINT-CERTIFICATE THRU 2400-EXIT.
004770     PERFORM 2500-WRITE-SUMMARY-DETAIL THRU 2500-EXIT.
004780 2200-EXIT.
004790     EXIT.
004800
004810 2250-MATCH-ONE-DEPT.
004820     IF WS-DPT-CODE (WS-DPT-INDEX) = WS-EMP-DEPT
004830         MOVE WS-DPT-NOMBRE (WS-DPT-INDEX) TO WS-DEPT-NOMBRE
004840         SET WS-DEPT-FOUND TO TRUE
004850     END-IF.
004860 2250-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------*
004900* 2300-ADD-ONE-ROW - A ROW FOR ANOTHER YEAR DOES NOT BELONG   *
004910* ON THIS ROLL AND IS LOGGED, NOT CERTIFIED. A ROW ROLLED     *
004920* BEFORE THE WITHHOLDINGS WERE KEPT CARRIES NO IRPF OR SS     *
004930*-----------------------------------------------------------*
004940 2300-ADD-ONE-ROW.
004950     ADD 1 TO WS-ROW-COUNT.
004960     IF YTD-YEAR IS NOT NUMERIC
004970             OR YTD-YEAR NOT = WS-CERT-YEAR-N
004980             OR YTD-GROSS IS NOT NUMERIC
004990         MOVE 'YTD-YEAR' TO WS-EXC-FIELD
005000         MOVE 'FILA DE OTRO EJERCICIO O NO NUMERICA'
005010             TO WS-EXC-REASON
005020         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005030         GO TO 2300-NEXT
005040     END-IF.
005050     ADD YTD-GROSS TO WS-EMP-GROSS.
005060     IF YTD-IRPF IS NOT NUMERIC
005070             OR YTD-SS IS NOT NUMERIC
005080         SET WS-NO-WITHHOLD-DATA TO TRUE
005090         GO TO 2300-NEXT
005100     END-IF.
005110     ADD YTD-IRPF TO WS-EMP-IRPF.
005120     ADD YTD-SS   TO WS-EMP-SS.
005130 2300-NEXT.
005140     PERFORM 2100-RETURN-SORTED THRU 2100-EXIT.
005150 2300-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------*
005190* 2400-PRINT-CERTIFICATE - ONE PAGE PER EMPLOYEE, FRAMED BY   *
005200* SEPARATOR LINES LIKE THE NOMINA01 PAYSLIP                   *
005210*-----------------------------------------------------------*
005220 2400-PRINT-CERTIFICATE.
005230     MOVE WS-CERT-SEPARATOR TO CERTIFICATE-LINE.
005240     WRITE CERTIFICATE-LINE.
005250     MOVE WS-CERT-TITLE TO CERTIFICATE-LINE.
005260     WRITE CERTIFICATE-LINE.
005270     MOVE WS-CERT-DATE-LINE TO CERTIFICATE-LINE.
005280     WRITE CERTIFICATE-LINE.
005290     MOVE WS-GROUP-EMP-ID TO CT-EMP-ID.
005300     MOVE WS-EMP-NOMBRE   TO CT-NOMBRE.
005310     MOVE WS-CERT-EMPLOYEE-LINE TO CERTIFICATE-LINE.
005320     WRITE CERTIFICATE-LINE.
005330     MOVE WS-EMP-DEPT     TO CT-DEPT.
005340     MOVE WS-DEPT-NOMBRE  TO CT-DEPT-NOMBRE.
005350     MOVE WS-CERT-DEPT-LINE TO CERTIFICATE-LINE.
005360     WRITE CERTIFICATE-LINE.
005370     MOVE WS-EMP-GROSS TO CT-GROSS.
005380     MOVE WS-CERT-GROSS-LINE TO CERTIFICATE-LINE.
005390     WRITE CERTIFICATE-LINE.
005400     MOVE WS-EMP-IRPF TO CT-IRPF.
005410     MOVE WS-CERT-IRPF-LINE TO CERTIFICATE-LINE.
005420     WRITE CERTIFICATE-LINE.
005430     MOVE WS-EMP-SS TO CT-SS.
005440     MOVE WS-CERT-SS-LINE TO CERTIFICATE-LINE.
005450     WRITE CERTIFICATE-LINE.
005460 2400-EXIT.
005470     EXIT.
005480
005490*-----------------------------------------------------------*
005500* 2500-WRITE-SUMMARY-DETAIL - THE EMPLOYEE'S D RECORD ON THE  *
005510* ANNUAL SUMMARY, ADDED INTO THE CONTROL TOTALS               *
005520*-----------------------------------------------------------*
005530 2500-WRITE-SUMMARY-DETAIL.
005540     MOVE WS-GROUP-EMP-ID TO SD-EMP-ID.
005550     MOVE WS-CERT-YEAR    TO SD-YEAR.
005560     MOVE WS-EMP-DEPT     TO SD-DEPT.
005570     MOVE WS-EMP-GROSS    TO SD-GROSS.
005580     MOVE WS-EMP-IRPF     TO SD-IRPF.
005590     MOVE WS-EMP-SS       TO SD-SS.
005600     MOVE WS-SUMMARY-DETAIL-REC TO SUMMARY-RECORD.
005610     WRITE SUMMARY-RECORD.
005620     ADD 1 TO WS-CERT-COUNT.
005630     ADD WS-EMP-GROSS TO WS-TOTAL-GROSS.
005640     ADD WS-EMP-IRPF  TO WS-TOTAL-IRPF.
005650     ADD WS-EMP-SS    TO WS-TOTAL-SS.
005660 2500-EXIT.
005670     EXIT.
005680
005690 2900-WRITE-EXCEPTION.
005700     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
005710     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
005720     MOVE WS-EXC-FIELD    TO EXC-FIELD-NAME.
005730     MOVE WS-GROUP-EMP-ID TO EXC-FIELD-VALUE.
005740     MOVE WS-EXC-REASON   TO EXC-REASON.
005750     SET  EXC-OPEN        TO TRUE.
005760     MOVE SPACES          TO EXC-RESOLVED-DATE
005770                             EXC-RESOLVED-BY.
005780     WRITE EXCEPTION-RECORD.
005790     IF WS-RETURN-CODE < 4
005800         MOVE 4 TO WS-RETURN-CODE
005810     END-IF.
005820 2900-EXIT.
005830     EXIT.
005840
005850*-----------------------------------------------------------*
005860* 3000-WRITE-TOTALS - THE T CONTROL RECORD ON THE SUMMARY AND *
005870* A CLOSING TOTALS PAGE ON THE CERTIFICATE FILE               *
005880*-----------------------------------------------------------*
005890 3000-WRITE-TOTALS.
005900     MOVE WS-CERT-YEAR   TO ST-YEAR.
005910     MOVE WS-CERT-COUNT  TO ST-COUNT.
005920     MOVE WS-TOTAL-GROSS TO ST-GROSS.
005930     MOVE WS-TOTAL-IRPF  TO ST-IRPF.
005940     MOVE WS-TOTAL-SS    TO ST-SS.
005950     MOVE WS-SUMMARY-TRAILER-REC TO SUMMARY-RECORD.
005960     WRITE SUMMARY-RECORD.
005970
005980     MOVE WS-CERT-SEPARATOR TO CERTIFICATE-LINE.
005990     WRITE CERTIFICATE-LINE.
006000     MOVE WS-CERT-TITLE TO CERTIFICATE-LINE.
006010     WRITE CERTIFICATE-LINE.
006020     MOVE WS-CERT-COUNT TO CT-COUNT.
006030     MOVE WS-CERT-TOTAL-LINE TO CERTIFICATE-LINE.
006040     WRITE CERTIFICATE-LINE.
006050     MOVE 'TOTAL BRUTO:       ' TO CT-TOTAL-LABEL.
006060     MOVE WS-TOTAL-GROSS        TO CT-TOTAL-AMOUNT.
006070     MOVE WS-CERT-TOTAL-AMOUNT-LINE TO CERTIFICATE-LINE.
006080     WRITE CERTIFICATE-LINE.
006090     MOVE 'TOTAL IRPF:        ' TO CT-TOTAL-LABEL.
006100     MOVE WS-TOTAL-IRPF         TO CT-TOTAL-AMOUNT.
006110     MOVE WS-CERT-TOTAL-AMOUNT-LINE TO CERTIFICATE-LINE.
006120     WRITE CERTIFICATE-LINE.
006130     MOVE 'TOTAL SEG. SOCIAL: ' TO CT-TOTAL-LABEL.
006140     MOVE WS-TOTAL-SS           TO CT-TOTAL-AMOUNT.
006150     MOVE WS-CERT-TOTAL-AMOUNT-LINE TO CERTIFICATE-LINE.
006160     WRITE CERTIFICATE-LINE.
006170
006180     DISPLAY 'CERTRET - EJERCICIO ' WS-CERT-YEAR
006190         ' FILAS: ' WS-ROW-COUNT
006200         ' CERTIFICADOS: ' WS-CERT-COUNT.
006210     DISPLAY 'CERTRET - BRUTO: ' WS-TOTAL-GROSS
006220         ' IRPF: ' WS-TOTAL-IRPF
006230         ' SS: ' WS-TOTAL-SS.
006240 3000-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------*
006280* 9000-TERMINATE - APPEND THE END-OF-RUN AUDIT STAMP WITH THE *
006290* YEAR AND THE NUMBER OF CERTIFICATES, CLOSE EVERYTHING       *
006300*-----------------------------------------------------------*
006310 9000-TERMINATE.
006320     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
006330     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
006340     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
006350     MOVE WS-CERT-YEAR    TO AK-YEAR.
006360     MOVE WS-CERT-COUNT   TO AK-COUNT.
006370     MOVE WS-AUD-KEY-COMPOSED TO AUD-KEY-VALUE.
006380     MOVE 'CERTIF'        TO AUD-ACTION.
006390     MOVE SPACES          TO AUD-BEFORE-IMAGE
006400                             AUD-AFTER-IMAGE
006410                             AUD-OPERATOR.
006420     WRITE AUDIT-LOG-RECORD.
006430
006440     IF WS-RETURN-CODE < 8
006450         CLOSE EMPLOYEE-MASTER
006460         CLOSE CERTIFICATE-FILE
006470         CLOSE SUMMARY-FILE
006480     END-IF.
006490     CLOSE AUDIT-LOG-FILE.
006500     CLOSE EXCEPTION-FILE.
006510 9000-EXIT.
006520     EXIT.
