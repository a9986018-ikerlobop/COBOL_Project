000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     ACCESRPT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-14.
000160 DATE-COMPILED.  2026-10-14.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-14 ILP   ORIGINAL - QUARTERLY ACCESS REVIEW. ONE
000210*                  BLOCK PER OPERMAST OPERATOR WITH THE PERMISSION
000220*                  FLAGS, THE LAST SIGN-ON (EJEMENU SIGNON AUDIT
000230*                  ROWS) AND THE LAST RUN OF EVERY PROGRAM THE
000240*                  OPERATOR'S INITIALS APPEAR AGAINST ON THE AUDIT
000250*                  LOG. AN OPERATOR NOT SIGNED ON FOR MORE THAN
000260*                  THE ACCESRPT PARMFILE DAYS (DEFAULT 090) -
000270*                  COUNTED FROM THE OPRMAINT ALTA WHEN THERE IS NO
000280*                  SIGN-ON YET - IS FLAGGED FOR REMOVAL, LOGGED TO
000290*                  EXCPFILE AND ENDS THE RUN AT RC 4. ROWS
000300*                  AUDARCHV HAS MOVED OFF THE AUDIT LOG ARE NOT
000310*                  SEEN
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPERATOR-FILE   ASSIGN TO "OPERMAST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-OPERATOR-FILE.
000390
000400     SELECT ACCESS-REPORT-FILE ASSIGN TO "ACCESRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-ACCESS-REPORT-FILE.
000430
000440     SELECT PARAMETER-FILE  ASSIGN TO "PARMFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-PARAMETER-FILE.
000470
000480     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-AUDIT-LOG-FILE.
000510
000520     SELECT EXCEPTION-FILE  ASSIGN TO "EXCPFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-EXCEPTION-FILE.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  OPERATOR-FILE.
000590     COPY OPERMAST.
000600
000610 FD  ACCESS-REPORT-FILE.
000620 01  ACCESS-REPORT-LINE              PIC X(80).
000630
000640 FD  PARAMETER-FILE.
000650     COPY PARMCARD.
000660
000670 FD  AUDIT-LOG-FILE.
000680     COPY AUDITLOG.
000690
000700 FD  EXCEPTION-FILE.
000710     COPY EXCPREC.
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-PROGRAM-ID               PIC X(08) VALUE 'ACCESRPT'.
000750
000760 01  WS-FILE-STATUSES.
000770     05  FS-OPERATOR-FILE        PIC XX.
000780         88  FS-OPR-OK           VALUE '00'.
000790     05  FS-ACCESS-REPORT-FILE   PIC XX.
000800     05  FS-PARAMETER-FILE       PIC XX.
000810         88  FS-PARM-OK          VALUE '00'.
000820     05  FS-AUDIT-LOG-FILE       PIC XX.
000830         88  FS-AUDIT-OK         VALUE '00'.
000840     05  FS-EXCEPTION-FILE       PIC XX.
000850         88  FS-EXC-OK           VALUE '00'.
000860
000870 01  WS-RUN-DATE-NUM             PIC 9(08).
000880 01  WS-RUN-TIME                 PIC 9(08).
000890
000900*    INACTIVITY THRESHOLD FROM THE ACCESRPT PARMFILE CARD
000910 01  WS-PARM-FOUND-SW            PIC X(01).
000920     88  WS-PARM-FOUND           VALUE 'Y'.
000930     88  WS-PARM-NOT-FOUND       VALUE 'N'.
000940 01  WS-DAYS-INPUT               PIC X(03).
000950 01  WS-DAYS-INPUT-N REDEFINES WS-DAYS-INPUT
000960                                 PIC 9(03).
000970 01  WS-DAYS-LIMIT               PIC 9(03) VALUE 90.
000980
000990*    DAY NUMBERS FOR THE DAYS-SINCE-SIGN-ON COUNT (365 A YEAR PLUS
001000*    THE LEAP CORRECTIONS AND A MARCH-BASED MONTH OFFSET)
001010 01  WS-DATE-WORK                PIC 9(08).
001020 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
001030     05  WS-DATE-YYYY            PIC 9(04).
001040     05  WS-DATE-MM              PIC 9(02).
001050     05  WS-DATE-DD              PIC 9(02).
001060 01  WS-CAL-YEAR                 PIC 9(05) COMP.
001070 01  WS-CAL-MONTH                PIC 9(02) COMP.
001080 01  WS-LEAP4                    PIC 9(04) COMP.
001090 01  WS-LEAP100                  PIC 9(03) COMP.
001100 01  WS-LEAP400                  PIC 9(02) COMP.
001110 01  WS-MONTH-OFFSET             PIC 9(03) COMP.
001120 01  WS-DAY-NUMBER               PIC 9(07) COMP.
001130 01  WS-TODAY-DAY-NUMBER         PIC 9(07) COMP.
001140 01  WS-DAYS-IDLE                PIC 9(05) COMP.
001150
001160*    ONE ENTRY PER OPERMAST OPERATOR, WITH WHAT THE AUDIT LOG
001170*    SAYS ABOUT THEM
001180 01  WS-OPERATOR-TABLE.
001190     05  WS-OPR-COUNT            PIC 9(04) COMP VALUE 0.
001200     05  WS-OPR-ENTRY OCCURS 200 TIMES.
001210         10  WS-OPR-ID           PIC X(06).
001220         10  WS-OPR-INITIALS     PIC X(03).
001230         10  WS-OPR-FLAGS.
001240             15  WS-OPR-FLAG     PIC X(01) OCCURS 7 TIMES.
001250         10  WS-OPR-LAST-SIGNON  PIC X(16).
001260         10  WS-OPR-ALTA-DATE    PIC X(08).
001270 01  WS-OPR-INDEX                PIC 9(04) COMP.
001280 01  WS-OPR-FOUND-SW             PIC X(01).
001290     88  WS-OPR-FOUND            VALUE 'Y'.
001300     88  WS-OPR-NOT-FOUND        VALUE 'N'.
001310 01  WS-OPR-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001320     88  WS-OPR-OVERFLOWED       VALUE 'Y'.
001330
001340*    LAST RUN PER OPERATOR AND PROGRAM, IN THE ORDER FIRST SEEN
001350 01  WS-RUN-TABLE.
001360     05  WS-RUN-COUNT            PIC 9(04) COMP VALUE 0.
001370     05  WS-RUN-ENTRY OCCURS 2000 TIMES.
001380         10  WS-RUN-OPERATOR     PIC 9(04) COMP.
001390         10  WS-RUN-PROGRAM      PIC X(08).
001400         10  WS-RUN-STAMP        PIC X(16).
001410 01  WS-RUN-INDEX                PIC 9(04) COMP.
001420 01  WS-RUN-FOUND-SW             PIC X(01).
001430     88  WS-RUN-FOUND            VALUE 'Y'.
001440     88  WS-RUN-NOT-FOUND        VALUE 'N'.
001450 01  WS-RUN-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001460     88  WS-RUN-OVERFLOWED       VALUE 'Y'.
001470 01  WS-RUNS-LISTED              PIC 9(04) COMP.
001480
001490 01  WS-AUDIT-STAMP              PIC X(16).
001500 01  WS-SEARCH-ID                PIC X(06).
001510 01  WS-SEARCH-INITIALS          PIC X(03).
001520
001530 01  WS-FLAGGED-SW               PIC X(01).
001540     88  WS-OPR-FLAGGED          VALUE 'Y'.
001550 01  WS-ROWS-READ                PIC 9(07) COMP VALUE 0.
001560 01  WS-ADMIN-COUNT              PIC 9(04) COMP VALUE 0.
001570 01  WS-FLAGGED-COUNT            PIC 9(04) COMP VALUE 0.
001580 01  WS-FLAG-INDEX               PIC 9(02) COMP.
001590 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
001600
001610 01  WS-REPORT-HEADER.
001620     05  FILLER                  PIC X(29)
001630         VALUE 'ACCESRPT REVISION DE ACCESOS '.
001640     05  FILLER                  PIC X(07) VALUE 'FECHA: '.
001650     05  RH-DATE                 PIC X(08).
001660     05  FILLER                  PIC X(10) VALUE '  UMBRAL: '.
001670     05  RH-DAYS-LIMIT           PIC ZZ9.
001680     05  FILLER                  PIC X(05) VALUE ' DIAS'.
001690     05  FILLER                  PIC X(18) VALUE SPACES.
001700
001710 01  WS-COLUMN-HEADER.
001720     05  FILLER                  PIC X(40)
001730         VALUE 'ID     INI EJ1 EJ2 PFS EMP EXC BNK ADM U'.
001740     05  FILLER                  PIC X(40)
001750         VALUE 'LTIMO ACCESO      DIAS                  '.
001760
001770 01  WS-OPERATOR-LINE.
001780     05  OL-ID                   PIC X(06).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  OL-INITIALS             PIC X(03).
001810     05  OL-FLAG-ENTRY OCCURS 7 TIMES.
001820         10  FILLER              PIC X(02).
001830         10  OL-FLAG             PIC X(01).
001840         10  FILLER              PIC X(01).
001850     05  FILLER                  PIC X(01).
001860     05  OL-SIGNON-DATE          PIC X(08).
001870     05  FILLER                  PIC X(01).
001880     05  OL-SIGNON-TIME          PIC X(08).
001890     05  FILLER                  PIC X(01).
001900     05  OL-DAYS                 PIC ZZZZ9.
001910     05  FILLER                  PIC X(01).
001920     05  OL-REMARK               PIC X(17).
001930
001940 01  WS-RUN-LINE.
001950     05  FILLER                  PIC X(10) VALUE SPACES.
001960     05  FILLER                  PIC X(17)
001970         VALUE 'ULTIMA EJECUCION '.
001980     05  RL-PROGRAM              PIC X(08).
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  RL-DATE                 PIC X(08).
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  RL-TIME                 PIC X(08).
002030     05  FILLER                  PIC X(27) VALUE SPACES.
002040
002050 01  WS-NO-RUNS-LINE.
002060     05  FILLER                  PIC X(10) VALUE SPACES.
002070     05  FILLER                  PIC X(40)
002080         VALUE 'SIN EJECUCIONES EN EL REGISTRO DE AUDITO'.
002090     05  FILLER                  PIC X(30) VALUE 'RIA'.
002100
002110 01  WS-COUNT-LINE.
002120     05  CL-LABEL                PIC X(30).
002130     05  CL-COUNT                PIC ZZZ9.
002140     05  FILLER                  PIC X(46) VALUE SPACES.
002150
002160 01  WS-REPORT-SIGNOFF.
002170     05  FILLER                  PIC X(40)
002180         VALUE 'REVISADO POR: _______________________   '.
002190     05  FILLER                  PIC X(40)
002200         VALUE 'FECHA: __________                       '.
002210
002220 PROCEDURE DIVISION.
002230
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002260     IF WS-RETURN-CODE = 0
002270         PERFORM 2000-SCAN-AUDIT-LOG THRU 2000-EXIT
002280         PERFORM 3000-WRITE-REPORT  THRU 3000-EXIT
002290     END-IF.
002300     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002310     MOVE WS-RETURN-CODE TO RETURN-CODE.
002320     GOBACK.
002330 0000-EXIT.
002340     EXIT.
002350
002360*-----------------------------------------------------------*
002370* 1000-INITIALIZE - THE DAYS CARD, THEN OPERMAST INTO THE    *
002380* TABLE. NO OPERMAST, OR ONE TOO BIG FOR THE TABLE, IS RC 16 *
002390* - A REVIEW THAT LEAVES OPERATORS OUT IS NO REVIEW          *
002400*-----------------------------------------------------------*
002410 1000-INITIALIZE.
002420     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
002430     ACCEPT WS-RUN-TIME     FROM TIME.
002440     MOVE 0 TO WS-RETURN-CODE
002450               WS-OPR-COUNT
002460               WS-RUN-COUNT.
002470
002480     OPEN EXTEND EXCEPTION-FILE.
002490     IF NOT FS-EXC-OK
002500         CLOSE EXCEPTION-FILE
002510         OPEN OUTPUT EXCEPTION-FILE
002520     END-IF.
002530
002540     PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
002550     IF WS-RETURN-CODE NOT = 0
002560         GO TO 1000-EXIT
002570     END-IF.
002580
002590     OPEN INPUT OPERATOR-FILE.
002600     IF NOT FS-OPR-OK
002610         DISPLAY 'ACCESRPT - *** SIN FICHERO OPERMAST, STATUS: '
002620             FS-OPERATOR-FILE ' ***'
002630         MOVE 16 TO WS-RETURN-CODE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
002670         UNTIL NOT FS-OPR-OK.
002680     CLOSE OPERATOR-FILE.
002690     IF WS-OPR-OVERFLOWED
002700         DISPLAY 'ACCESRPT - *** OPERMAST DESBORDA LA TABLA DE '
002710             '200 OPERADORES ***'
002720         MOVE 16 TO WS-RETURN-CODE
002730         GO TO 1000-EXIT
002740     END-IF.
002750     DISPLAY 'ACCESRPT - OPERADORES EN OPERMAST: ' WS-OPR-COUNT.
002760
002770     MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK.
002780     PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT.
002790     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
002800 1000-EXIT.
002810     EXIT.
002820
002830 1100-LOAD-ONE-OPERATOR.
002840     READ OPERATOR-FILE
002850         AT END
002860             GO TO 1100-EXIT
002870     END-READ.
002880     IF NOT FS-OPR-OK
002890         GO TO 1100-EXIT
002900     END-IF.
002910     IF WS-OPR-COUNT NOT < 200
002920         SET WS-OPR-OVERFLOWED TO TRUE
002930         GO TO 1100-EXIT
002940     END-IF.
002950     ADD 1 TO WS-OPR-COUNT.
002960     MOVE OPR-ID            TO WS-OPR-ID (WS-OPR-COUNT).
002970     MOVE OPR-INITIALS      TO WS-OPR-INITIALS (WS-OPR-COUNT).
002980     MOVE OPR-PERM-EJEMPLO1 TO WS-OPR-FLAG (WS-OPR-COUNT 1).
002990     MOVE OPR-PERM-EJEMPLO2 TO WS-OPR-FLAG (WS-OPR-COUNT 2).
003000     MOVE OPR-PERM-PERFSIMP TO WS-OPR-FLAG (WS-OPR-COUNT 3).
003010     MOVE OPR-PERM-EMPMAINT TO WS-OPR-FLAG (WS-OPR-COUNT 4).
003020     MOVE OPR-PERM-EXCPWRKB TO WS-OPR-FLAG (WS-OPR-COUNT 5).
003030     MOVE OPR-PERM-BNKMAINT TO WS-OPR-FLAG (WS-OPR-COUNT 6).
003040     MOVE OPR-PERM-ADMIN    TO WS-OPR-FLAG (WS-OPR-COUNT 7).
003050     MOVE SPACES            TO WS-OPR-LAST-SIGNON (WS-OPR-COUNT)
003060                               WS-OPR-ALTA-DATE (WS-OPR-COUNT).
003070     IF OPR-IS-ADMIN
003080         ADD 1 TO WS-ADMIN-COUNT
003090     END-IF.
003100 1100-EXIT.
003110     EXIT.
003120
003130*-----------------------------------------------------------*
003140* 1200-READ-PARAMETERS - THE ACCESRPT PARMFILE CARD CARRIES  *
003150* THE DAYS WITHOUT A SIGN-ON AFTER WHICH AN OPERATOR IS      *
003160* PROPOSED FOR REMOVAL (3 DIGITS). NO CARD KEEPS THE 090     *
003170* DEFAULT; A NON-NUMERIC OR ZERO VALUE FAILS THE STEP        *
003180*-----------------------------------------------------------*
003190 1200-READ-PARAMETERS.
003200     SET WS-PARM-NOT-FOUND TO TRUE.
003210     OPEN INPUT PARAMETER-FILE.
003220     IF NOT FS-PARM-OK
003230         GO TO 1200-EXIT
003240     END-IF.
003250     PERFORM 1210-SCAN-ONE-PARAMETER THRU 1210-EXIT
003260         UNTIL NOT FS-PARM-OK OR WS-PARM-FOUND.
003270     CLOSE PARAMETER-FILE.
003280     IF WS-PARM-NOT-FOUND
003290         GO TO 1200-EXIT
003300     END-IF.
003310     IF WS-DAYS-INPUT IS NOT NUMERIC OR WS-DAYS-INPUT-N = 0
003320         DISPLAY 'ACCESRPT - *** DIAS NO VALIDOS EN PARMFILE: '
003330             WS-DAYS-INPUT ' ***'
003340         MOVE 16 TO WS-RETURN-CODE
003350         GO TO 1200-EXIT
003360     END-IF.
003370     MOVE WS-DAYS-INPUT-N TO WS-DAYS-LIMIT.
003380 1200-EXIT.
003390     EXIT.
003400
003410 1210-SCAN-ONE-PARAMETER.
003420     READ PARAMETER-FILE
003430         AT END
003440             GO TO 1210-EXIT
003450     END-READ.
003460     IF FS-PARM-OK AND PRM-PROGRAM-ID = WS-PROGRAM-ID
003470         MOVE PRM-VALUE (1:3) TO WS-DAYS-INPUT
003480         SET WS-PARM-FOUND TO TRUE
003490     END-IF.
003500 1210-EXIT.
003510     EXIT.
003520
003530*-----------------------------------------------------------*
003540* 2000-SCAN-AUDIT-LOG - ONE PASS OVER THE LOG: EJEMENU       *
003550* SIGNON ROWS GIVE THE LAST SIGN-ON BY OPERATOR ID, OPRMAINT *
003560* ALTA ROWS THE DATE THE OPERATOR WAS ADDED, AND EVERY OTHER *
003570* ROW STAMPED WITH AN OPERATOR'S INITIALS A RUN OF THAT      *
003580* PROGRAM. THE LATEST STAMP WINS WHATEVER THE ROW ORDER      *
003590*-----------------------------------------------------------*
003600 2000-SCAN-AUDIT-LOG.
003610     OPEN INPUT AUDIT-LOG-FILE.
003620     IF NOT FS-AUDIT-OK
003630         DISPLAY 'ACCESRPT - SIN FICHERO AUDITLOG, NINGUN ACCESO '
003640             'REGISTRADO'
003650         GO TO 2000-EXIT
003660     END-IF.
003670     PERFORM 2100-NOTE-ONE-ROW THRU 2100-EXIT
003680         UNTIL NOT FS-AUDIT-OK.
003690     CLOSE AUDIT-LOG-FILE.
003700     DISPLAY 'ACCESRPT - FILAS DE AUDITLOG LEIDAS: ' WS-ROWS-READ.
003710     IF WS-RUN-OVERFLOWED
003720         DISPLAY 'ACCESRPT - *** TABLA DE EJECUCIONES LLENA '
003730             '(2000), INFORME INCOMPLETO ***'
003740         IF WS-RETURN-CODE < 4
003750             MOVE 4 TO WS-RETURN-CODE
003760         END-IF
003770     END-IF.
003780 2000-EXIT.
003790     EXIT.
003800
003810 2100-NOTE-ONE-ROW.
003820     READ AUDIT-LOG-FILE
003830         AT END
003840             GO TO 2100-EXIT
003850     END-READ.
003860     IF NOT FS-AUDIT-OK
003870         GO TO 2100-EXIT
003880     END-IF.
003890     ADD 1 TO WS-ROWS-READ.
003900     MOVE AUD-RUN-DATE TO WS-AUDIT-STAMP (1:8).
003910     MOVE AUD-RUN-TIME TO WS-AUDIT-STAMP (9:8).
003920     EVALUATE TRUE
003930         WHEN AUD-PROGRAM-ID = 'EJEMENU' AND AUD-ACTION = 'SIGNON'
003940             PERFORM 2200-NOTE-SIGNON THRU 2200-EXIT
003950         WHEN AUD-PROGRAM-ID = 'OPRMAINT' AND AUD-ACTION = 'ALTA'
003960             PERFORM 2300-NOTE-ALTA THRU 2300-EXIT
003970             PERFORM 2400-NOTE-RUN THRU 2400-EXIT
003980         WHEN AUD-OPERATOR NOT = SPACES
003990             PERFORM 2400-NOTE-RUN THRU 2400-EXIT
004000         WHEN OTHER
004010             CONTINUE
004020     END-EVALUATE.
004030 2100-EXIT.
004040     EXIT.
004050
004060 2200-NOTE-SIGNON.
004070     MOVE AUD-KEY-VALUE (1:6) TO WS-SEARCH-ID.
004080     PERFORM 2500-FIND-BY-ID THRU 2500-EXIT.
004090     IF WS-OPR-FOUND
004100         IF WS-AUDIT-STAMP > WS-OPR-LAST-SIGNON (WS-OPR-INDEX)
004110             MOVE WS-AUDIT-STAMP
004120                 TO WS-OPR-LAST-SIGNON (WS-OPR-INDEX)
004130         END-IF
004140     END-IF.
004150 2200-EXIT.
004160     EXIT.
004170
004180 2300-NOTE-ALTA.
004190     MOVE AUD-KEY-VALUE (1:6) TO WS-SEARCH-ID.
004200     PERFORM 2500-FIND-BY-ID THRU 2500-EXIT.
004210     IF WS-OPR-FOUND
004220         IF AUD-RUN-DATE > WS-OPR-ALTA-DATE (WS-OPR-INDEX)
004230             MOVE AUD-RUN-DATE TO WS-OPR-ALTA-DATE (WS-OPR-INDEX)
004240         END-IF
004250     END-IF.
004260 2300-EXIT.
004270     EXIT.
004280
004290*-----------------------------------------------------------*
004300* 2400-NOTE-RUN - ROWS STAMPED WITH INITIALS NO OPERMAST     *
004310* OPERATOR CARRIES (SOMEONE SINCE REVOKED) ARE PASSED OVER   *
004320*-----------------------------------------------------------*
004330 2400-NOTE-RUN.
004340     IF AUD-OPERATOR = SPACES
004350         GO TO 2400-EXIT
004360     END-IF.
004370     MOVE AUD-OPERATOR TO WS-SEARCH-INITIALS.
004380     PERFORM 2600-FIND-BY-INITIALS THRU 2600-EXIT.
004390     IF WS-OPR-NOT-FOUND
004400         GO TO 2400-EXIT
004410     END-IF.
004420     SET WS-RUN-NOT-FOUND TO TRUE.
004430     PERFORM 2710-MATCH-ONE-RUN THRU 2710-EXIT
004440         VARYING WS-RUN-INDEX FROM 1 BY 1
004450         UNTIL WS-RUN-INDEX > WS-RUN-COUNT
004460             OR WS-RUN-FOUND.
004470     IF WS-RUN-FOUND
004480         SUBTRACT 1 FROM WS-RUN-INDEX
004490         IF WS-AUDIT-STAMP > WS-RUN-STAMP (WS-RUN-INDEX)
004500             MOVE WS-AUDIT-STAMP TO WS-RUN-STAMP (WS-RUN-INDEX)
004510         END-IF
004520         GO TO 2400-EXIT
004530     END-IF.
004540     IF WS-RUN-COUNT NOT < 2000
004550         SET WS-RUN-OVERFLOWED TO TRUE
004560         GO TO 2400-EXIT
004570     END-IF.
004580     ADD 1 TO WS-RUN-COUNT.
004590     MOVE WS-OPR-INDEX   TO WS-RUN-OPERATOR (WS-RUN-COUNT).
004600     MOVE AUD-PROGRAM-ID TO WS-RUN-PROGRAM (WS-RUN-COUNT).
004610     MOVE WS-AUDIT-STAMP TO WS-RUN-STAMP (WS-RUN-COUNT).
004620 2400-EXIT.
004630     EXIT.
004640
004650 2500-FIND-BY-ID.
004660     SET WS-OPR-NOT-FOUND TO TRUE.
004670     PERFORM 2510-MATCH-ONE-ID THRU 2510-EXIT
004680         VARYING WS-OPR-INDEX FROM 1 BY 1
004690         UNTIL WS-OPR-INDEX > WS-OPR-COUNT
004700             OR WS-OPR-FOUND.
004710     IF WS-OPR-FOUND
004720         SUBTRACT 1 FROM WS-OPR-INDEX
004730     END-IF.
004740 2500-EXIT.
004750     EXIT.
004760
004770 2510-MATCH-ONE-ID.
004780     IF WS-OPR-ID (WS-OPR-INDEX) = WS-SEARCH-ID
004790         SET WS-OPR-FOUND TO TRUE
004800     END-IF.
004810 2510-EXIT.
004820     EXIT.
004830
004840 2600-FIND-BY-INITIALS.
004850     SET WS-OPR-NOT-FOUND TO TRUE.
004860     PERFORM 2610-MATCH-ONE-INITIALS THRU 2610-EXIT
004870         VARYING WS-OPR-INDEX FROM 1 BY 1
004880         UNTIL WS-OPR-INDEX > WS-OPR-COUNT
004890             OR WS-OPR-FOUND.
004900     IF WS-OPR-FOUND
004910         SUBTRACT 1 FROM WS-OPR-INDEX
004920     END-IF.
004930 2600-EXIT.
004940     EXIT.
004950
004960 2610-MATCH-ONE-INITIALS.
004970     IF WS-OPR-INITIALS (WS-OPR-INDEX) = WS-SEARCH-INITIALS
004980         SET WS-OPR-FOUND TO TRUE
004990     END-IF.
005000 2610-EXIT.
005010     EXIT.
005020
005030 2710-MATCH-ONE-RUN.
005040     IF WS-RUN-OPERATOR (WS-RUN-INDEX) = WS-OPR-INDEX
005050             AND WS-RUN-PROGRAM (WS-RUN-INDEX) = AUD-PROGRAM-ID
005060         SET WS-RUN-FOUND TO TRUE
005070     END-IF.
005080 2710-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------*
005120* 3000-WRITE-REPORT - HEADER, ONE BLOCK PER OPERATOR, TOTALS *
005130* AND A SIGN-OFF LINE FOR THE REVIEWER                       *
005140*-----------------------------------------------------------*
005150 3000-WRITE-REPORT.
005160     OPEN OUTPUT ACCESS-REPORT-FILE.
005170     MOVE WS-RUN-DATE-NUM TO RH-DATE.
005180     MOVE WS-DAYS-LIMIT   TO RH-DAYS-LIMIT.
005190     MOVE WS-REPORT-HEADER TO ACCESS-REPORT-LINE.
005200     WRITE ACCESS-REPORT-LINE.
005210     MOVE SPACES TO ACCESS-REPORT-LINE.
005220     WRITE ACCESS-REPORT-LINE.
005230     MOVE WS-COLUMN-HEADER TO ACCESS-REPORT-LINE.
005240     WRITE ACCESS-REPORT-LINE.
005250
005260     PERFORM 3100-REPORT-ONE-OPERATOR THRU 3100-EXIT
005270         VARYING WS-OPR-INDEX FROM 1 BY 1
005280         UNTIL WS-OPR-INDEX > WS-OPR-COUNT.
005290
005300     MOVE SPACES TO ACCESS-REPORT-LINE.
005310     WRITE ACCESS-REPORT-LINE.
005320     MOVE 'OPERADORES REVISADOS:'    TO CL-LABEL.
005330     MOVE WS-OPR-COUNT               TO CL-COUNT.
005340     MOVE WS-COUNT-LINE TO ACCESS-REPORT-LINE.
005350     WRITE ACCESS-REPORT-LINE.
005360     MOVE 'CON PERMISO ADMIN:'       TO CL-LABEL.
005370     MOVE WS-ADMIN-COUNT             TO CL-COUNT.
005380     MOVE WS-COUNT-LINE TO ACCESS-REPORT-LINE.
005390     WRITE ACCESS-REPORT-LINE.
005400     MOVE 'PROPUESTOS PARA BAJA:'    TO CL-LABEL.
005410     MOVE WS-FLAGGED-COUNT           TO CL-COUNT.
005420     MOVE WS-COUNT-LINE TO ACCESS-REPORT-LINE.
005430     WRITE ACCESS-REPORT-LINE.
005440     MOVE SPACES TO ACCESS-REPORT-LINE.
005450     WRITE ACCESS-REPORT-LINE.
005460     MOVE WS-REPORT-SIGNOFF TO ACCESS-REPORT-LINE.
005470     WRITE ACCESS-REPORT-LINE.
005480     CLOSE ACCESS-REPORT-FILE.
005490 3000-EXIT.
005500     EXIT.
005510
005520*-----------------------------------------------------------*
005530* 3100-REPORT-ONE-OPERATOR - THE DAYS ARE COUNTED FROM THE   *
005540* LAST SIGN-ON, OR FROM THE ALTA WHEN THE OPERATOR HAS NEVER *
005550* SIGNED ON. WITH NEITHER ON THE LOG THE OPERATOR IS FLAGGED *
005560* AS WELL - NOTHING SHOWS THE ACCESS IS STILL NEEDED         *
005570*-----------------------------------------------------------*
005580 3100-REPORT-ONE-OPERATOR.
005590     MOVE SPACES TO WS-OPERATOR-LINE.
005600     MOVE WS-OPR-ID (WS-OPR-INDEX)       TO OL-ID.
005610     MOVE WS-OPR-INITIALS (WS-OPR-INDEX) TO OL-INITIALS.
005620     PERFORM 3110-REPORT-ONE-FLAG THRU 3110-EXIT
005630         VARYING WS-FLAG-INDEX FROM 1 BY 1
005640         UNTIL WS-FLAG-INDEX > 7.
005650     MOVE 'N' TO WS-FLAGGED-SW.
005660     IF WS-OPR-LAST-SIGNON (WS-OPR-INDEX) = SPACES
005670         MOVE 'NUNCA' TO OL-SIGNON-DATE
005680         MOVE WS-OPR-ALTA-DATE (WS-OPR-INDEX) TO WS-DATE-WORK-X
005690     ELSE
005700         MOVE WS-OPR-LAST-SIGNON (WS-OPR-INDEX) (1:8)
005710             TO OL-SIGNON-DATE
005720         MOVE WS-OPR-LAST-SIGNON (WS-OPR-INDEX) (9:8)
005730             TO OL-SIGNON-TIME
005740         MOVE WS-OPR-LAST-SIGNON (WS-OPR-INDEX) (1:8)
005750             TO WS-DATE-WORK-X
005760     END-IF.
005770     IF WS-DATE-WORK-X = SPACES
005780         SET WS-OPR-FLAGGED TO TRUE
005790     ELSE
005800         PERFORM 6000-COMPUTE-DAY-NUMBER THRU 6000-EXIT
005810         IF WS-DAY-NUMBER > WS-TODAY-DAY-NUMBER
005820             MOVE 0 TO WS-DAYS-IDLE
005830         ELSE
005840             COMPUTE WS-DAYS-IDLE =
005850                 WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
005860         END-IF
005870         MOVE WS-DAYS-IDLE TO OL-DAYS
005880         IF WS-DAYS-IDLE > WS-DAYS-LIMIT
005890             SET WS-OPR-FLAGGED TO TRUE
005900         END-IF
005910     END-IF.
005920     IF WS-OPR-FLAGGED
005930         MOVE '** PROPUESTO BAJA' TO OL-REMARK
005940         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
005950     END-IF.
005960     MOVE SPACES TO ACCESS-REPORT-LINE.
005970     WRITE ACCESS-REPORT-LINE.
005980     MOVE WS-OPERATOR-LINE TO ACCESS-REPORT-LINE.
005990     WRITE ACCESS-REPORT-LINE.
006000
006010     MOVE 0 TO WS-RUNS-LISTED.
006020     PERFORM 3200-REPORT-ONE-RUN THRU 3200-EXIT
006030         VARYING WS-RUN-INDEX FROM 1 BY 1
006040         UNTIL WS-RUN-INDEX > WS-RUN-COUNT.
006050     IF WS-RUNS-LISTED = 0
006060         MOVE WS-NO-RUNS-LINE TO ACCESS-REPORT-LINE
006070         WRITE ACCESS-REPORT-LINE
006080     END-IF.
006090 3100-EXIT.
006100     EXIT.
006110
006120 3110-REPORT-ONE-FLAG.
006130     IF WS-OPR-FLAG (WS-OPR-INDEX WS-FLAG-INDEX) = 'Y'
006140         MOVE 'Y' TO OL-FLAG (WS-FLAG-INDEX)
006150     ELSE
006160         MOVE 'N' TO OL-FLAG (WS-FLAG-INDEX)
006170     END-IF.
006180 3110-EXIT.
006190     EXIT.
006200
006210 3200-REPORT-ONE-RUN.
006220     IF WS-RUN-OPERATOR (WS-RUN-INDEX) NOT = WS-OPR-INDEX
006230         GO TO 3200-EXIT
006240     END-IF.
006250     MOVE WS-RUN-PROGRAM (WS-RUN-INDEX)      TO RL-PROGRAM.
006260     MOVE WS-RUN-STAMP (WS-RUN-INDEX) (1:8)  TO RL-DATE.
006270     MOVE WS-RUN-STAMP (WS-RUN-INDEX) (9:8)  TO RL-TIME.
006280     MOVE WS-RUN-LINE TO ACCESS-REPORT-LINE.
006290     WRITE ACCESS-REPORT-LINE.
006300     ADD 1 TO WS-RUNS-LISTED.
006310 3200-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------*
006350* 3300-WRITE-EXCEPTION - ONE EXCPFILE ROW PER OPERATOR       *
006360* PROPOSED FOR REMOVAL SO THE WORKBENCH TRACKS THE DECISION  *
006370*-----------------------------------------------------------*
006380 3300-WRITE-EXCEPTION.
006390     MOVE WS-PROGRAM-ID    TO EXC-PROGRAM-ID.
006400     MOVE WS-RUN-DATE-NUM  TO EXC-RUN-DATE.
006410     MOVE 'OPR-ID'         TO EXC-FIELD-NAME.
006420     MOVE WS-OPR-ID (WS-OPR-INDEX) TO EXC-FIELD-VALUE.
006430     MOVE 'OPERADOR SIN ACCESO, PROPUESTO PARA BAJA'
006440                           TO EXC-REASON.
006450     SET  EXC-OPEN         TO TRUE.
006460     MOVE SPACES           TO EXC-RESOLVED-DATE
006470                              EXC-RESOLVED-BY.
006480     WRITE EXCEPTION-RECORD.
006490     ADD 1 TO WS-FLAGGED-COUNT.
006500     IF WS-RETURN-CODE < 4
006510         MOVE 4 TO WS-RETURN-CODE
006520     END-IF.
006530 3300-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------*
006570* 6000-COMPUTE-DAY-NUMBER - A FIXED DAY NUMBER FOR THE DATE  *
006580* IN WS-DATE-WORK; ONLY THE DIFFERENCE BETWEEN TWO OF THEM   *
006590* MATTERS, SO IT ONLY HAS TO GROW ONE A DAY                  *
006600*-----------------------------------------------------------*
006610 6000-COMPUTE-DAY-NUMBER.
006620     MOVE WS-DATE-YYYY TO WS-CAL-YEAR.
006630     MOVE WS-DATE-MM   TO WS-CAL-MONTH.
006640     IF WS-CAL-MONTH < 3
006650         SUBTRACT 1 FROM WS-CAL-YEAR
006660         ADD 12 TO WS-CAL-MONTH
006670     END-IF.
006680     DIVIDE WS-CAL-YEAR BY 4   GIVING WS-LEAP4.
006690     DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP100.
006700     DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP400.
006710     COMPUTE WS-MONTH-OFFSET =
006720         (153 * (WS-CAL-MONTH + 1)) / 5.
006730     COMPUTE WS-DAY-NUMBER = 365 * WS-CAL-YEAR
006740         + WS-LEAP4 - WS-LEAP100 + WS-LEAP400
006750         + WS-MONTH-OFFSET + WS-DATE-DD.
006760 6000-EXIT.
006770     EXIT.
006780
006790*-----------------------------------------------------------*
006800* 9000-TERMINATE - THE END-OF-RUN AUDIT STAMP WITH THE       *
006810* NUMBER OF OPERATORS PROPOSED FOR REMOVAL, CLOSE            *
006820*-----------------------------------------------------------*
006830 9000-TERMINATE.
006840     DISPLAY 'ACCESRPT - OPERADORES: ' WS-OPR-COUNT
006850         ' PROPUESTOS PARA BAJA: ' WS-FLAGGED-COUNT.
006860     OPEN EXTEND AUDIT-LOG-FILE.
006870     IF NOT FS-AUDIT-OK
006880         CLOSE AUDIT-LOG-FILE
006890         OPEN OUTPUT AUDIT-LOG-FILE
006900     END-IF.
006910     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
006920     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
006930     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
006940     MOVE WS-FLAGGED-COUNT TO AUD-KEY-VALUE.
006950     MOVE 'FIN'            TO AUD-ACTION.
006960     MOVE SPACES           TO AUD-BEFORE-IMAGE
006970                              AUD-AFTER-IMAGE
006980                              AUD-OPERATOR.
006990     WRITE AUDIT-LOG-RECORD.
007000     CLOSE AUDIT-LOG-FILE.
007010     CLOSE EXCEPTION-FILE.
007020 9000-EXIT.
007030     EXIT.
