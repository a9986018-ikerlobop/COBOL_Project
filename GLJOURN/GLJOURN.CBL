000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     GLJOURN.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-09-28.
000160 DATE-COMPILED.  2026-09-28.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-28 ILP   ORIGINAL - GENERAL-LEDGER PAYROLL JOURNAL.
000210*                  BUILT FROM THE GLRESUM SUMMARY NOMINA01 WRITES
000220*                  ON THE RUN THAT CLOSES A PERIOD: ONE DEBIT
000230*                  (DEBE) LINE PER COST CENTRE TO ITS SALARY-
000240*                  EXPENSE ACCOUNT FOR THE GROSS, ONE CREDIT
000250*                  (HABER) LINE EACH FOR IRPF, SOCIAL SECURITY,
000260*                  NET WAGES AND, WHEN THERE ARE ANY, GARNISHMENTS
000270*                  PAYABLE, WITH THE ACCOUNTS TAKEN FROM THE
000280*                  GLCUENTA MAPPING FILE. HEADER AND TRAILER CARRY
000290*                  THE PAYPERD PERIOD, THE LINE COUNT AND THE
000300*                  DEBIT AND CREDIT TOTALS. A COST CENTRE OR
000310*                  PAYABLE WITH NO ACCOUNT (RC 10) OR DEBITS NOT
000320*                  EQUAL TO CREDITS (RC 14) GOES TO THE EXCEPTION
000330*                  FILE AND THE JOURNAL IS LEFT EMPTY SO NOTHING
000340*                  IS SENT. A PERIOD ALREADY JOURNALLED IS REFUSED
000350*                  (RC 18) SO THE LEDGER NEVER GETS IT TWICE
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT GL-SUMMARY-FILE ASSIGN TO "GLRESUM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-GL-SUMMARY-FILE.
000430
000440     SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLCUENTA"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-GL-ACCOUNT-MAP-FILE.
000470
000480     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-GL-JOURNAL-FILE.
000510
000520     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-AUDIT-LOG-FILE.
000550
000560     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-EXCEPTION-FILE.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  GL-SUMMARY-FILE.
000630     COPY GLRESUM.
000640
000650 FD  GL-ACCOUNT-MAP-FILE.
000660     COPY GLCUENTA.
000670
000680 FD  GL-JOURNAL-FILE.
000690     COPY GLJREC.
000700
000710 FD  AUDIT-LOG-FILE.
000720     COPY AUDITLOG.
000730
000740 FD  EXCEPTION-FILE.
000750     COPY EXCPREC.
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-PROGRAM-ID               PIC X(08) VALUE 'GLJOURN'.
000790
000800 01  WS-FILE-STATUSES.
000810     05  FS-GL-SUMMARY-FILE      PIC XX.
000820         88  FS-GLS-OK           VALUE '00'.
000830     05  FS-GL-ACCOUNT-MAP-FILE  PIC XX.
000840         88  FS-GLM-OK           VALUE '00'.
000850     05  FS-GL-JOURNAL-FILE      PIC XX.
000860         88  FS-GLJ-OK           VALUE '00'.
000870     05  FS-AUDIT-LOG-FILE       PIC XX.
000880         88  FS-AUDIT-OK         VALUE '00'.
000890     05  FS-EXCEPTION-FILE       PIC XX.
000900         88  FS-EXC-OK           VALUE '00'.
000910
000920 01  WS-RUN-DATE-NUM             PIC 9(08).
000930 01  WS-RUN-TIME                 PIC 9(08).
000940 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
000950
000960 01  WS-PERIOD                   PIC X(06) VALUE SPACES.
000970 01  WS-PERIOD-SW                PIC X(01) VALUE 'N'.
000980     88  WS-PERIOD-FOUND         VALUE 'Y'.
000990 01  WS-JOURNALLED-SW            PIC X(01) VALUE 'N'.
001000     88  WS-ALREADY-JOURNALLED   VALUE 'Y'.
001010 01  WS-UNMAPPED-SW              PIC X(01) VALUE 'N'.
001020     88  WS-UNMAPPED             VALUE 'Y'.
001030 01  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
001040     88  WS-TABLE-OVERFLOW       VALUE 'Y'.
001050 01  WS-MATCH-FOUND-SW           PIC X(01).
001060     88  WS-MATCH-FOUND          VALUE 'Y'.
001070     88  WS-MATCH-NOT-FOUND      VALUE 'N'.
001080
001090*    THE MAPPING FILE IS SMALL AND READ ONCE INTO A TABLE
001100 01  WS-MAP-TABLE.
001110     05  WS-MAP-COUNT            PIC 9(03) COMP VALUE 0.
001120     05  WS-MAP-ENTRY OCCURS 100 TIMES.
001130         10  MAP-TYPE            PIC X(01).
001140         10  MAP-KEY             PIC X(06).
001150         10  MAP-ACCOUNT         PIC X(10).
001160         10  MAP-DESCRIPTION     PIC X(20).
001170 01  WS-MAP-INDEX                PIC 9(03) COMP.
001180 01  WS-MAP-FOUND-IX             PIC 9(03) COMP.
001190 01  WS-FIND-TYPE                PIC X(01).
001200 01  WS-FIND-KEY                 PIC X(06).
001210
001220*    JOURNAL LINES ARE BUILT HERE AND ONLY WRITTEN ONCE THE WHOLE
001230*    JOURNAL HAS MAPPED AND BALANCED. DEPARTMENTS SHARING A COST
001240*    CENTRE ARE POSTED AS ONE DEBIT LINE
001250 01  WS-LINE-TABLE.
001260     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 0.
001270     05  WS-LINE-ENTRY OCCURS 60 TIMES.
001280         10  JL-ACCOUNT          PIC X(10).
001290         10  JL-COST-CENTRE      PIC X(06).
001300         10  JL-DEBIT-CREDIT     PIC X(01).
001310         10  JL-AMOUNT           PIC 9(09)V99.
001320         10  JL-TEXT             PIC X(20).
001330 01  WS-LINE-INDEX               PIC 9(03) COMP.
001340 01  WS-NEW-DEBIT-CREDIT         PIC X(01).
001350 01  WS-NEW-COST-CENTRE          PIC X(06).
001360
001370 01  WS-TOTAL-DEBIT              PIC 9(11)V99 VALUE 0.
001380 01  WS-TOTAL-CREDIT             PIC 9(11)V99 VALUE 0.
001390 01  WS-SUMMARY-COUNT            PIC 9(05) COMP VALUE 0.
001400 01  WS-TOTAL-DISPLAY            PIC Z,ZZZ,ZZZ,ZZ9.99.
001410
001420 01  WS-EXC-FIELD                PIC X(15).
001430 01  WS-EXC-VALUE                PIC X(30).
001440 01  WS-EXC-REASON               PIC X(40).
001450 01  WS-UNBALANCED-VALUE.
001460     05  FILLER                  PIC X(01) VALUE 'D'.
001470     05  UV-DEBIT                PIC Z(09)9.99.
001480     05  FILLER                  PIC X(02) VALUE ' H'.
001490     05  UV-CREDIT               PIC Z(09)9.99.
001500 01  WS-AUDIT-KEY.
001510     05  AK-PERIOD               PIC X(06).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  AK-LINES                PIC 9(05).
001540     05  FILLER                  PIC X(18) VALUE SPACES.
001550
001560 PROCEDURE DIVISION.
001570
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001600     IF WS-RETURN-CODE = 0
001610         PERFORM 2000-BUILD-JOURNAL    THRU 2000-EXIT
001620         PERFORM 3000-CHECK-JOURNAL    THRU 3000-EXIT
001630         PERFORM 4000-WRITE-JOURNAL    THRU 4000-EXIT
001640     END-IF.
001650     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001660     MOVE WS-RETURN-CODE TO RETURN-CODE.
001670     GOBACK.
001680 0000-EXIT.
001690     EXIT.
001700
001710*-----------------------------------------------------------*
001720* 1000-INITIALIZE - LOAD THE ACCOUNT MAPPING, FIND THE       *
001730* PERIOD ON THE SUMMARY AND CHECK IT HAS NOT ALREADY BEEN    *
001740* JOURNALLED. ANY OF THESE MISSING STOPS THE RUN WITH RC 16  *
001750*-----------------------------------------------------------*
001760 1000-INITIALIZE.
001770     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001780     ACCEPT WS-RUN-TIME     FROM TIME.
001790     MOVE 0 TO WS-RETURN-CODE.
001800
001810     OPEN EXTEND EXCEPTION-FILE.
001820     IF NOT FS-EXC-OK
001830         CLOSE EXCEPTION-FILE
001840         OPEN OUTPUT EXCEPTION-FILE
001850     END-IF.
001860
001870     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
001880     IF WS-RETURN-CODE NOT = 0
001890         GO TO 1000-EXIT
001900     END-IF.
001910
001920     OPEN INPUT GL-SUMMARY-FILE.
001930     IF NOT FS-GLS-OK
001940         DISPLAY 'GLJOURN - *** FICHERO GLRESUM NO '
001950             'DISPONIBLE, STATUS: ' FS-GL-SUMMARY-FILE
001960         MOVE 16 TO WS-RETURN-CODE
001970         GO TO 1000-EXIT
001980     END-IF.
001990     PERFORM 1200-READ-SUMMARY THRU 1200-EXIT.
002000     IF FS-GLS-OK AND GLS-PERIOD-ROW
002010         MOVE GLS-PERIOD TO WS-PERIOD
002020         SET WS-PERIOD-FOUND TO TRUE
002030     END-IF.
002040     IF NOT WS-PERIOD-FOUND
002050         DISPLAY 'GLJOURN - *** GLRESUM SIN REGISTRO DE '
002060             'PERIODO, NOMINA01 NO HA CERRADO EL PERIODO ***'
002070         CLOSE GL-SUMMARY-FILE
002080         MOVE 16 TO WS-RETURN-CODE
002090         GO TO 1000-EXIT
002100     END-IF.
002110     DISPLAY 'GLJOURN - PERIODO: ' WS-PERIOD.
002120
002130     PERFORM 1300-CHECK-ALREADY-SENT THRU 1300-EXIT.
002140     IF WS-ALREADY-JOURNALLED
002150         DISPLAY 'GLJOURN - *** EL PERIODO ' WS-PERIOD
002160             ' YA TIENE DIARIO GENERADO ***'
002170         CLOSE GL-SUMMARY-FILE
002180         MOVE 18 TO WS-RETURN-CODE
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220
002230*-----------------------------------------------------------*
002240* 1100-LOAD-ACCOUNT-MAP - READ GLCUENTA INTO THE TABLE       *
002250*-----------------------------------------------------------*
002260 1100-LOAD-ACCOUNT-MAP.
002270     OPEN INPUT GL-ACCOUNT-MAP-FILE.
002280     IF NOT FS-GLM-OK
002290         DISPLAY 'GLJOURN - *** FICHERO GLCUENTA NO '
002300             'DISPONIBLE, STATUS: ' FS-GL-ACCOUNT-MAP-FILE
002310         MOVE 16 TO WS-RETURN-CODE
002320         GO TO 1100-EXIT
002330     END-IF.
002340     PERFORM 1110-READ-ACCOUNT-MAP THRU 1110-EXIT.
002350     PERFORM 1120-LOAD-ONE-MAPPING THRU 1120-EXIT
002360         UNTIL NOT FS-GLM-OK.
002370     CLOSE GL-ACCOUNT-MAP-FILE.
002380     IF WS-TABLE-OVERFLOW
002390         DISPLAY 'GLJOURN - *** MAS DE 100 CUENTAS EN GLCUENTA '
002400             '***'
002410         MOVE 16 TO WS-RETURN-CODE
002420     END-IF.
002430     DISPLAY 'GLJOURN - CUENTAS CARGADAS: ' WS-MAP-COUNT.
002440 1100-EXIT.
002450     EXIT.
002460
002470 1110-READ-ACCOUNT-MAP.
002480     READ GL-ACCOUNT-MAP-FILE
002490         AT END
002500             CONTINUE
002510     END-READ.
002520 1110-EXIT.
002530     EXIT.
002540
002550 1120-LOAD-ONE-MAPPING.
002560     IF GLM-EXPENSE OR GLM-PAYABLE
002570         IF WS-MAP-COUNT < 100
002580             ADD 1 TO WS-MAP-COUNT
002590             MOVE GLM-TYPE    TO MAP-TYPE (WS-MAP-COUNT)
002600             MOVE GLM-KEY     TO MAP-KEY (WS-MAP-COUNT)
002610             MOVE GLM-ACCOUNT TO MAP-ACCOUNT (WS-MAP-COUNT)
002620             MOVE GLM-DESCRIPTION
002630                 TO MAP-DESCRIPTION (WS-MAP-COUNT)
002640         ELSE
002650             SET WS-TABLE-OVERFLOW TO TRUE
002660         END-IF
002670     END-IF.
002680     PERFORM 1110-READ-ACCOUNT-MAP THRU 1110-EXIT.
002690 1120-EXIT.
002700     EXIT.
002710
002720 1200-READ-SUMMARY.
002730     READ GL-SUMMARY-FILE
002740         AT END
002750             CONTINUE
002760     END-READ.
002770 1200-EXIT.
002780     EXIT.
002790
002800*-----------------------------------------------------------*
002810* 1300-CHECK-ALREADY-SENT - A DIARIO STAMP FOR THIS PERIOD   *
002820* ON THE AUDIT LOG MEANS THE JOURNAL WAS ALREADY PRODUCED.   *
002830* A JOURNAL THAT WAS HELD BACK IS STAMPED RETENIDO INSTEAD   *
002840* AND DOES NOT BLOCK THE RERUN ONCE IT IS PUT RIGHT          *
002850*-----------------------------------------------------------*
002860 1300-CHECK-ALREADY-SENT.
002870     OPEN INPUT AUDIT-LOG-FILE.
002880     IF NOT FS-AUDIT-OK
002890         GO TO 1300-EXIT
002900     END-IF.
002910     PERFORM 1310-READ-AUDIT THRU 1310-EXIT.
002920     PERFORM 1320-CHECK-ONE-STAMP THRU 1320-EXIT
002930         UNTIL NOT FS-AUDIT-OK
002940             OR WS-ALREADY-JOURNALLED.
002950     CLOSE AUDIT-LOG-FILE.
002960 1300-EXIT.
002970     EXIT.
002980
002990 1310-READ-AUDIT.
003000     READ AUDIT-LOG-FILE
003010         AT END
003020             CONTINUE
003030     END-READ.
003040 1310-EXIT.
003050     EXIT.
003060
003070 1320-CHECK-ONE-STAMP.
003080     IF AUD-PROGRAM-ID = WS-PROGRAM-ID
003090             AND AUD-ACTION = 'DIARIO'
003100             AND AUD-KEY-VALUE (1:6) = WS-PERIOD
003110         SET WS-ALREADY-JOURNALLED TO TRUE
003120     END-IF.
003130     PERFORM 1310-READ-AUDIT THRU 1310-EXIT.
003140 1320-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------*
003180* 2000-BUILD-JOURNAL - ONE PASS OF THE REST OF THE SUMMARY:  *
003190* G ROWS BECOME DEBIT LINES, C ROWS CREDIT LINES             *
003200*-----------------------------------------------------------*
003210 2000-BUILD-JOURNAL.
003220     MOVE 'N' TO WS-OVERFLOW-SW.
003230     PERFORM 1200-READ-SUMMARY THRU 1200-EXIT.
003240     PERFORM 2100-POST-ONE-ROW THRU 2100-EXIT
003250         UNTIL NOT FS-GLS-OK.
003260     CLOSE GL-SUMMARY-FILE.
003270     IF WS-TABLE-OVERFLOW
003280         DISPLAY 'GLJOURN - *** MAS DE 60 LINEAS DE DIARIO, '
003290             'AMPLIAR LA TABLA ***'
003300         MOVE 12 TO WS-RETURN-CODE
003310     END-IF.
003320 2000-EXIT.
003330     EXIT.
003340
003350 2100-POST-ONE-ROW.
003360     ADD 1 TO WS-SUMMARY-COUNT.
003370     EVALUATE TRUE
003380         WHEN GLS-GROSS-ROW
003390             PERFORM 2200-POST-GROSS   THRU 2200-EXIT
003400         WHEN GLS-PAYABLE-ROW
003410             PERFORM 2300-POST-PAYABLE THRU 2300-EXIT
003420         WHEN OTHER
003430             CONTINUE
003440     END-EVALUATE.
003450     PERFORM 1200-READ-SUMMARY THRU 1200-EXIT.
003460 2100-EXIT.
003470     EXIT.
003480
003490*-----------------------------------------------------------*
003500* 2200-POST-GROSS - A DEPARTMENT'S GROSS IS DEBITED TO ITS   *
003510* COST CENTRE'S EXPENSE ACCOUNT. GROSS WITH NO DEPARTMENT,   *
003520* OR A COST CENTRE WITH NO ACCOUNT, HOLDS THE JOURNAL        *
003530*-----------------------------------------------------------*
003540 2200-POST-GROSS.
003550     ADD GLS-AMOUNT TO WS-TOTAL-DEBIT.
003560     IF GLS-KEY = SPACES
003570         MOVE 'GLS-KEY'        TO WS-EXC-FIELD
003580         MOVE GLS-AMOUNT       TO WS-TOTAL-DISPLAY
003585         MOVE WS-TOTAL-DISPLAY TO WS-EXC-VALUE
003590         MOVE 'BRUTO SIN DEPARTAMENTO NI CENTRO COSTE'
003600                               TO WS-EXC-REASON
003610         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
003620         SET WS-UNMAPPED TO TRUE
003630         GO TO 2200-EXIT
003640     END-IF.
003650     MOVE 'G'             TO WS-FIND-TYPE.
003660     MOVE GLS-COST-CENTRE TO WS-FIND-KEY.
003670     PERFORM 2400-FIND-MAPPING THRU 2400-EXIT.
003680     IF WS-MATCH-NOT-FOUND
003690         MOVE 'GLS-COST-CENTRE' TO WS-EXC-FIELD
003700         MOVE SPACES            TO WS-EXC-VALUE
003710         STRING GLS-COST-CENTRE ' DEPTO ' GLS-KEY
003720             DELIMITED BY SIZE INTO WS-EXC-VALUE
003730         MOVE 'CENTRO DE COSTE SIN CUENTA EN GLCUENTA'
003740                                TO WS-EXC-REASON
003750         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
003760         SET WS-UNMAPPED TO TRUE
003770         GO TO 2200-EXIT
003780     END-IF.
003790
003800     SET WS-MATCH-NOT-FOUND TO TRUE.
003810     PERFORM 2210-MATCH-ONE-DEBIT THRU 2210-EXIT
003820         VARYING WS-LINE-INDEX FROM 1 BY 1
003830         UNTIL WS-LINE-INDEX > WS-LINE-COUNT
003840             OR WS-MATCH-FOUND.
003850     IF WS-MATCH-NOT-FOUND
003860         MOVE 'D'             TO WS-NEW-DEBIT-CREDIT
003870         MOVE GLS-COST-CENTRE TO WS-NEW-COST-CENTRE
003880         PERFORM 2500-ADD-LINE THRU 2500-EXIT
003890     END-IF.
003900 2200-EXIT.
003910     EXIT.
003920
003930 2210-MATCH-ONE-DEBIT.
003940     IF JL-DEBIT-CREDIT (WS-LINE-INDEX) = 'D'
003950             AND JL-COST-CENTRE (WS-LINE-INDEX) = GLS-COST-CENTRE
003960         ADD GLS-AMOUNT TO JL-AMOUNT (WS-LINE-INDEX)
003970         SET WS-MATCH-FOUND TO TRUE
003980     END-IF.
003990 2210-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------*
004030* 2300-POST-PAYABLE - IRPF, SS, NETO AND EMBARG ARE CREDITED *
004040* TO THEIR PAYABLE ACCOUNTS. A ZERO PAYABLE (NO GARNISHMENTS *
004050* THIS PERIOD) GETS NO LINE AND NEEDS NO ACCOUNT             *
004060*-----------------------------------------------------------*
004070 2300-POST-PAYABLE.
004080     IF GLS-AMOUNT = 0
004090         GO TO 2300-EXIT
004100     END-IF.
004110     ADD GLS-AMOUNT TO WS-TOTAL-CREDIT.
004120     MOVE 'A'     TO WS-FIND-TYPE.
004130     MOVE GLS-KEY TO WS-FIND-KEY.
004140     PERFORM 2400-FIND-MAPPING THRU 2400-EXIT.
004150     IF WS-MATCH-NOT-FOUND
004160         MOVE 'GLS-KEY'         TO WS-EXC-FIELD
004170         MOVE GLS-KEY           TO WS-EXC-VALUE
004180         MOVE 'ACREEDOR SIN CUENTA EN GLCUENTA'
004190                                TO WS-EXC-REASON
004200         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
004210         SET WS-UNMAPPED TO TRUE
004220         GO TO 2300-EXIT
004230     END-IF.
004240     MOVE 'H'    TO WS-NEW-DEBIT-CREDIT.
004250     MOVE SPACES TO WS-NEW-COST-CENTRE.
004260     PERFORM 2500-ADD-LINE THRU 2500-EXIT.
004270 2300-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------*
004310* 2400-FIND-MAPPING - LOOK UP WS-FIND-TYPE/WS-FIND-KEY IN    *
004320* THE ACCOUNT TABLE, LEAVING THE ROW IN WS-MAP-FOUND-IX      *
004330*-----------------------------------------------------------*
004340 2400-FIND-MAPPING.
004350     SET WS-MATCH-NOT-FOUND TO TRUE.
004360     MOVE 0 TO WS-MAP-FOUND-IX.
004370     PERFORM 2410-MATCH-ONE-MAPPING THRU 2410-EXIT
004380         VARYING WS-MAP-INDEX FROM 1 BY 1
004390         UNTIL WS-MAP-INDEX > WS-MAP-COUNT
004400             OR WS-MATCH-FOUND.
004410 2400-EXIT.
004420     EXIT.
004430
004440 2410-MATCH-ONE-MAPPING.
004450     IF MAP-TYPE (WS-MAP-INDEX) = WS-FIND-TYPE
004460             AND MAP-KEY (WS-MAP-INDEX) = WS-FIND-KEY
004470         MOVE WS-MAP-INDEX TO WS-MAP-FOUND-IX
004480         SET WS-MATCH-FOUND TO TRUE
004490     END-IF.
004500 2410-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------*
004540* 2500-ADD-LINE - NEW JOURNAL LINE FOR THE CURRENT SUMMARY   *
004550* ROW ON THE ACCOUNT JUST FOUND                              *
004560*-----------------------------------------------------------*
004570 2500-ADD-LINE.
004580     IF WS-LINE-COUNT NOT < 60
004590         SET WS-TABLE-OVERFLOW TO TRUE
004600         GO TO 2500-EXIT
004610     END-IF.
004620     ADD 1 TO WS-LINE-COUNT.
004630     MOVE MAP-ACCOUNT (WS-MAP-FOUND-IX)
004640                              TO JL-ACCOUNT (WS-LINE-COUNT).
004650     MOVE WS-NEW-COST-CENTRE  TO JL-COST-CENTRE (WS-LINE-COUNT).
004660     MOVE WS-NEW-DEBIT-CREDIT TO JL-DEBIT-CREDIT (WS-LINE-COUNT).
004670     MOVE GLS-AMOUNT          TO JL-AMOUNT (WS-LINE-COUNT).
004680     MOVE MAP-DESCRIPTION (WS-MAP-FOUND-IX)
004690                              TO JL-TEXT (WS-LINE-COUNT).
004700 2500-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------*
004740* 3000-CHECK-JOURNAL - DEBITS MUST EQUAL CREDITS. AN         *
004750* UNBALANCED JOURNAL (RC 14) OUTRANKS AN UNMAPPED ACCOUNT    *
004760* (RC 10); EITHER ONE HOLDS THE JOURNAL BACK                 *
004770*-----------------------------------------------------------*
004780 3000-CHECK-JOURNAL.
004790     MOVE WS-TOTAL-DEBIT  TO WS-TOTAL-DISPLAY.
004800     DISPLAY 'GLJOURN - TOTAL DEBE:  ' WS-TOTAL-DISPLAY.
004810     MOVE WS-TOTAL-CREDIT TO WS-TOTAL-DISPLAY.
004820     DISPLAY 'GLJOURN - TOTAL HABER: ' WS-TOTAL-DISPLAY.
004830     IF WS-UNMAPPED AND WS-RETURN-CODE < 10
004840         MOVE 10 TO WS-RETURN-CODE
004850     END-IF.
004860     IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
004870         DISPLAY 'GLJOURN - *** DIARIO DESCUADRADO ***'
004880         MOVE WS-TOTAL-DEBIT  TO UV-DEBIT
004890         MOVE WS-TOTAL-CREDIT TO UV-CREDIT
004900         MOVE 'GLJ-TOTALES'      TO WS-EXC-FIELD
004910         MOVE WS-UNBALANCED-VALUE TO WS-EXC-VALUE
004920         MOVE 'DIARIO DESCUADRADO, NO ENVIADO'
004930                                 TO WS-EXC-REASON
004940         PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
004950         MOVE 14 TO WS-RETURN-CODE
004960     END-IF.
004970 3000-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------*
005010* 4000-WRITE-JOURNAL - A HELD JOURNAL STILL EMPTIES THE      *
005020* OUTPUT FILE, SO A PREVIOUS PERIOD'S JOURNAL LEFT THERE     *
005030* CANNOT BE PICKED UP AND SENT IN ITS PLACE                  *
005040*-----------------------------------------------------------*
005050 4000-WRITE-JOURNAL.
005060     OPEN OUTPUT GL-JOURNAL-FILE.
005070     IF WS-RETURN-CODE > 4
005080         DISPLAY 'GLJOURN - *** DIARIO NO GENERADO, VER '
005090             'EXCPFILE ***'
005100         CLOSE GL-JOURNAL-FILE
005110         GO TO 4000-EXIT
005120     END-IF.
005130
005140     MOVE SPACES TO GL-JOURNAL-RECORD.
005150     SET GLJ-HEADER TO TRUE.
005160     PERFORM 4200-PUT-CONTROL THRU 4200-EXIT.
005170     PERFORM 4100-WRITE-ONE-LINE THRU 4100-EXIT
005180         VARYING WS-LINE-INDEX FROM 1 BY 1
005190         UNTIL WS-LINE-INDEX > WS-LINE-COUNT.
005200     MOVE SPACES TO GL-JOURNAL-RECORD.
005210     SET GLJ-TRAILER TO TRUE.
005220     PERFORM 4200-PUT-CONTROL THRU 4200-EXIT.
005230     CLOSE GL-JOURNAL-FILE.
005240     DISPLAY 'GLJOURN - LINEAS DE DIARIO: ' WS-LINE-COUNT.
005250 4000-EXIT.
005260     EXIT.
005270
005280 4100-WRITE-ONE-LINE.
005290     MOVE SPACES TO GL-JOURNAL-RECORD.
005300     SET GLJ-DETAIL TO TRUE.
005310     MOVE WS-PERIOD TO GLJ-PERIOD.
005320     MOVE JL-ACCOUNT (WS-LINE-INDEX)      TO GLJ-ACCOUNT.
005330     MOVE JL-COST-CENTRE (WS-LINE-INDEX)  TO GLJ-COST-CENTRE.
005340     MOVE JL-DEBIT-CREDIT (WS-LINE-INDEX) TO GLJ-DEBIT-CREDIT.
005350     MOVE JL-AMOUNT (WS-LINE-INDEX)       TO GLJ-AMOUNT.
005360     MOVE JL-TEXT (WS-LINE-INDEX)         TO GLJ-TEXT.
005370     WRITE GL-JOURNAL-RECORD.
005380 4100-EXIT.
005390     EXIT.
005400
005410 4200-PUT-CONTROL.
005420     MOVE WS-PERIOD       TO GLJ-PERIOD.
005430     MOVE WS-RUN-DATE-NUM TO GLJ-RUN-DATE.
005440     MOVE WS-LINE-COUNT   TO GLJ-LINE-COUNT.
005450     MOVE WS-TOTAL-DEBIT  TO GLJ-TOTAL-DEBIT.
005460     MOVE WS-TOTAL-CREDIT TO GLJ-TOTAL-CREDIT.
005470     WRITE GL-JOURNAL-RECORD.
005480 4200-EXIT.
005490     EXIT.
005500
005510*-----------------------------------------------------------*
005520* 6900-WRITE-EXCEPTION - LOG WHY THE JOURNAL WAS HELD        *
005530*-----------------------------------------------------------*
005540 6900-WRITE-EXCEPTION.
005550     MOVE WS-PROGRAM-ID   TO EXC-PROGRAM-ID.
005560     MOVE WS-RUN-DATE-NUM TO EXC-RUN-DATE.
005570     MOVE WS-EXC-FIELD    TO EXC-FIELD-NAME.
005580     MOVE WS-EXC-VALUE    TO EXC-FIELD-VALUE.
005590     MOVE WS-EXC-REASON   TO EXC-REASON.
005600     SET  EXC-OPEN        TO TRUE.
005610     MOVE SPACES          TO EXC-RESOLVED-DATE
005620                             EXC-RESOLVED-BY.
005630     WRITE EXCEPTION-RECORD.
005640     IF WS-RETURN-CODE < 4
005650         MOVE 4 TO WS-RETURN-CODE
005660     END-IF.
005670 6900-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------*
005710* 9000-TERMINATE - STAMP THE AUDIT LOG: DIARIO WITH THE      *
005720* PERIOD AND LINE COUNT WHEN THE JOURNAL WAS WRITTEN,        *
005730* RETENIDO WHEN IT WAS HELD BACK                             *
005740*-----------------------------------------------------------*
005750 9000-TERMINATE.
005760     OPEN EXTEND AUDIT-LOG-FILE.
005770     IF NOT FS-AUDIT-OK
005780         CLOSE AUDIT-LOG-FILE
005790         OPEN OUTPUT AUDIT-LOG-FILE
005800     END-IF.
005810     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
005820     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
005830     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
005840     MOVE WS-PERIOD       TO AK-PERIOD.
005850     MOVE WS-LINE-COUNT   TO AK-LINES.
005860     MOVE WS-AUDIT-KEY    TO AUD-KEY-VALUE.
005870     IF WS-RETURN-CODE = 0
005880         MOVE 'DIARIO'    TO AUD-ACTION
005890     ELSE
005900         MOVE 'RETENIDO'  TO AUD-ACTION
005910     END-IF.
005920     MOVE SPACES          TO AUD-BEFORE-IMAGE
005930                             AUD-AFTER-IMAGE
005940                             AUD-OPERATOR.
005950     WRITE AUDIT-LOG-RECORD.
005960     CLOSE AUDIT-LOG-FILE.
005970     CLOSE EXCEPTION-FILE.
005980     DISPLAY 'GLJOURN - RC: ' WS-RETURN-CODE.
005990 9000-EXIT.
006000     EXIT.
