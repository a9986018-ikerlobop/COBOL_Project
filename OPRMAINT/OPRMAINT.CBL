000100*****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     OPRMAINT.
000130 AUTHOR.         Iker Lobo Perez.
000140 INSTALLATION.   NOMINA BATCH.
000150 DATE-WRITTEN.   2026-10-14.
000160 DATE-COMPILED.  2026-10-14.
000170*****************************************************************
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-14 ILP   ORIGINAL - OPERATOR ADMINISTRATION FOR THE
000210*                  OPERMAST FILE EJEMENU SIGNS OPERATORS ON
000220*                  AGAINST: L LISTS THE OPERATORS AND THEIR
000230*                  PERMISSIONS, A ADDS ONE, C CHANGES THE
000240*                  INITIALS OR ANY PERMISSION FLAG, B REVOKES
000250*                  (REMOVES) ONE. ONLY AN OPERATOR SIGNED ON WITH
000260*                  THE ADMIN FLAG MAY RUN IT, EXCEPT WHILE THE
000270*                  FILE HOLDS NO ADMIN AT ALL, SO THE FIRST ONE
000280*                  CAN BE GRANTED. THE LAST ADMIN ON FILE CAN
000290*                  NEITHER LOSE THE FLAG NOR BE REMOVED. INITIALS
000300*                  MUST BE UNIQUE, SINCE THE AUDIT LOG NAMES
000310*                  OPERATORS ONLY BY THEIR INITIALS. EVERY CHANGE
000320*                  APPENDS AN AUDIT RECORD WITH THE BEFORE AND
000330*                  AFTER OPERMAST ROWS AND THE ADMIN'S INITIALS;
000340*                  THE FILE IS LOADED WHOLE AND WRITTEN BACK AT
000350*                  FIN ONLY WHEN SOMETHING CHANGED
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPERATOR-FILE   ASSIGN TO "OPERMAST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-OPERATOR-FILE.
000430
000440     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-AUDIT-LOG-FILE.
000470
000480     SELECT SIGNON-FILE     ASSIGN TO "SIGNON"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-SIGNON-FILE.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OPERATOR-FILE.
000550 01  OPERATOR-FILE-RECORD            PIC X(16).
000560
000570 FD  AUDIT-LOG-FILE.
000580     COPY AUDITLOG.
000590
000600 FD  SIGNON-FILE.
000610     COPY SIGNONRC.
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-PROGRAM-ID               PIC X(08) VALUE 'OPRMAINT'.
000650
000660 01  WS-FILE-STATUSES.
000670     05  FS-OPERATOR-FILE        PIC XX.
000680         88  FS-OPR-OK           VALUE '00'.
000690     05  FS-AUDIT-LOG-FILE       PIC XX.
000700         88  FS-AUDIT-OK         VALUE '00'.
000710     05  FS-SIGNON-FILE          PIC XX.
000720         88  FS-SGN-OK           VALUE '00'.
000730
000740 01  WS-SESSION-ID               PIC X(06) VALUE SPACES.
000750 01  WS-SESSION-INITIALS         PIC X(03) VALUE SPACES.
000760
000770 01  WS-RUN-DATE-NUM             PIC 9(08).
000780 01  WS-RUN-TIME                 PIC 9(08).
000790
000800 01  WS-ACTION-CHOICE            PIC X(01).
000810     88  WS-ACTION-LISTAR        VALUE 'L' 'l'.
000820     88  WS-ACTION-ALTA          VALUE 'A' 'a'.
000830     88  WS-ACTION-CAMBIO        VALUE 'C' 'c'.
000840     88  WS-ACTION-BAJA          VALUE 'B' 'b'.
000850     88  WS-ACTION-FIN           VALUE 'F' 'f'.
000860
000870 01  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000880     88  WS-DONE                 VALUE 'Y'.
000890 01  WS-DIRTY-SW                 PIC X(01) VALUE 'N'.
000900     88  WS-FILE-DIRTY           VALUE 'Y'.
000910 01  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
000920     88  WS-TABLE-OVERFLOWED     VALUE 'Y'.
000930 01  WS-RETURN-CODE              PIC 9(04) COMP VALUE 0.
000940
000950*    THE OPERATOR ROW BEING WORKED ON, WITH THE SEVEN FLAGS ALSO
000960*    SEEN AS A TABLE SO THEY CAN BE PROMPTED FOR IN ONE LOOP
000970     COPY OPERMAST.
000980 01  WS-OPERATOR-FLAGS REDEFINES OPERATOR-RECORD.
000990     05  FILLER                  PIC X(09).
001000     05  WS-OPR-FLAG             PIC X(01) OCCURS 7 TIMES.
001010 01  WS-FLAG-NAMES.
001020     05  FILLER                  PIC X(08) VALUE 'EJEMPLO1'.
001030     05  FILLER                  PIC X(08) VALUE 'EJEMPLO2'.
001040     05  FILLER                  PIC X(08) VALUE 'PERFSIMP'.
001050     05  FILLER                  PIC X(08) VALUE 'EMPMAINT'.
001060     05  FILLER                  PIC X(08) VALUE 'EXCPWRKB'.
001070     05  FILLER                  PIC X(08) VALUE 'BNKMAINT'.
001080     05  FILLER                  PIC X(08) VALUE 'ADMIN'.
001090 01  WS-FLAG-NAME-TABLE REDEFINES WS-FLAG-NAMES.
001100     05  WS-FLAG-NAME            PIC X(08) OCCURS 7 TIMES.
001110 01  WS-FLAG-INDEX               PIC 9(02) COMP.
001120 01  WS-FLAG-INPUT               PIC X(01).
001130     88  WS-FLAG-YES             VALUE 'Y' 'y' 'S' 's'.
001140     88  WS-FLAG-NO              VALUE 'N' 'n'.
001150     88  WS-FLAG-SAME            VALUE SPACE.
001160 01  WS-FLAG-SHOWN               PIC X(01).
001170 01  WS-FLAGS-SW                 PIC X(01).
001180     88  FLAGS-ARE-VALID         VALUE 'Y'.
001190     88  FLAGS-ARE-INVALID       VALUE 'N'.
001200
001210*    THE OPERMAST FILE, HELD WHOLE AND WRITTEN BACK AT FIN; A
001220*    REVOKED OPERATOR IS ONLY MARKED AND LEFT OUT OF THE REWRITE
001230 01  WS-OPERATOR-TABLE.
001240     05  WS-OPR-COUNT            PIC 9(04) COMP VALUE 0.
001250     05  WS-OPR-ENTRY OCCURS 200 TIMES.
001260         10  WS-OPR-ROW          PIC X(16).
001270         10  WS-OPR-DROP-SW      PIC X(01).
001280             88  WS-OPR-DROPPED  VALUE 'Y'.
001290 01  WS-OPR-INDEX                PIC 9(04) COMP.
001300 01  WS-OPR-SCAN                 PIC 9(04) COMP.
001310 01  WS-OPR-FOUND-SW             PIC X(01).
001320     88  WS-OPR-FOUND            VALUE 'Y'.
001330     88  WS-OPR-NOT-FOUND        VALUE 'N'.
001340 01  WS-INITIALS-SW              PIC X(01).
001350     88  WS-INITIALS-TAKEN       VALUE 'Y'.
001360     88  WS-INITIALS-FREE        VALUE 'N'.
001370 01  WS-ADMIN-COUNT              PIC 9(04) COMP VALUE 0.
001380 01  WS-LIST-COUNT               PIC 9(04) COMP VALUE 0.
001390
001400 01  WS-ID-INPUT                 PIC X(06).
001410     88  WS-ID-BLANK             VALUE SPACES.
001420 01  WS-INITIALS-INPUT           PIC X(03).
001430 01  WS-SCAN-ROW                 PIC X(16).
001440 01  WS-SCAN-VIEW REDEFINES WS-SCAN-ROW.
001450     05  WS-SCAN-ID              PIC X(06).
001460     05  WS-SCAN-INITIALS        PIC X(03).
001470     05  FILLER                  PIC X(06).
001480     05  WS-SCAN-ADMIN           PIC X(01).
001490
001500 01  WS-BEFORE-IMAGE             PIC X(60).
001510 01  WS-AFTER-IMAGE              PIC X(60).
001520 01  WS-AUDIT-ACTION             PIC X(08).
001530 01  WS-CHANGE-COUNT             PIC 9(04) COMP VALUE 0.
001540
001550 01  WS-LIST-HEADER.
001560     05  FILLER                  PIC X(40)
001570         VALUE 'ID     INI EJ1 EJ2 PFS EMP EXC BNK ADM  '.
001580 01  WS-LIST-LINE.
001590     05  LL-ID                   PIC X(06).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  LL-INITIALS             PIC X(03).
001620     05  LL-FLAG-ENTRY OCCURS 7 TIMES.
001630         10  FILLER              PIC X(02).
001640         10  LL-FLAG             PIC X(01).
001650         10  FILLER              PIC X(01).
001660
001670 PROCEDURE DIVISION.
001680
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
001720         UNTIL WS-DONE.
001730     PERFORM 8500-REWRITE-OPERATORS THRU 8500-EXIT.
001740     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001750     MOVE WS-RETURN-CODE TO RETURN-CODE.
001760     GOBACK.
001770 0000-EXIT.
001780     EXIT.
001790
001800*-----------------------------------------------------------*
001810* 1000-INITIALIZE - OPEN THE AUDIT LOG, PICK UP THE SESSION, *
001820* LOAD OPERMAST (NO FILE YET JUST MEANS NO OPERATORS) AND    *
001830* CHECK THE SESSION OPERATOR MAY ADMINISTER                  *
001840*-----------------------------------------------------------*
001850 1000-INITIALIZE.
001860     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
001870     ACCEPT WS-RUN-TIME     FROM TIME.
001880     MOVE 0 TO WS-OPR-COUNT
001890               WS-CHANGE-COUNT
001900               WS-RETURN-CODE.
001910     MOVE 'N' TO WS-DONE-SW
001920                 WS-DIRTY-SW
001930                 WS-OVERFLOW-SW.
001940
001950     OPEN EXTEND AUDIT-LOG-FILE.
001960     IF NOT FS-AUDIT-OK
001970         CLOSE AUDIT-LOG-FILE
001980         OPEN OUTPUT AUDIT-LOG-FILE
001990     END-IF.
002000
002010     PERFORM 1200-READ-SIGNON THRU 1200-EXIT.
002020
002030     OPEN INPUT OPERATOR-FILE.
002040     IF FS-OPR-OK
002050         PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
002060             UNTIL NOT FS-OPR-OK
002070         CLOSE OPERATOR-FILE
002080     ELSE
002090         DISPLAY 'OPRMAINT - SIN FICHERO OPERMAST (STATUS: '
002100             FS-OPERATOR-FILE ')'
002110     END-IF.
002120     DISPLAY 'OPRMAINT - OPERADORES CARGADOS: ' WS-OPR-COUNT.
002130     IF WS-TABLE-OVERFLOWED
002140         DISPLAY 'OPRMAINT - *** OPERMAST DESBORDA LA TABLA DE '
002150             '200 OPERADORES - SOLO CONSULTA ***'
002160     END-IF.
002170
002180     PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210
002220 1100-LOAD-ONE-OPERATOR.
002230     READ OPERATOR-FILE
002240         AT END
002250             GO TO 1100-EXIT
002260     END-READ.
002270     IF NOT FS-OPR-OK
002280         GO TO 1100-EXIT
002290     END-IF.
002300     IF WS-OPR-COUNT < 200
002310         ADD 1 TO WS-OPR-COUNT
002320         MOVE OPERATOR-FILE-RECORD TO WS-OPR-ROW (WS-OPR-COUNT)
002330         MOVE 'N' TO WS-OPR-DROP-SW (WS-OPR-COUNT)
002340     ELSE
002350         SET WS-TABLE-OVERFLOWED TO TRUE
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.
002390
002400*-----------------------------------------------------------*
002410* 1200-READ-SIGNON - THE EJEMENU SESSION FILE GIVES BOTH THE *
002420* OPERATOR ID CHECKED FOR THE ADMIN FLAG AND THE INITIALS    *
002430* STAMPED ON THE AUDIT RECORDS                               *
002440*-----------------------------------------------------------*
002450 1200-READ-SIGNON.
002460     MOVE SPACES TO WS-SESSION-ID
002470                    WS-SESSION-INITIALS.
002480     OPEN INPUT SIGNON-FILE.
002490     IF NOT FS-SGN-OK
002500         GO TO 1200-EXIT
002510     END-IF.
002520     READ SIGNON-FILE
002530         AT END
002540             CONTINUE
002550     END-READ.
002560     IF FS-SGN-OK
002570         MOVE SGN-OPERATOR-ID TO WS-SESSION-ID
002580         MOVE SGN-INITIALS    TO WS-SESSION-INITIALS
002590     END-IF.
002600     CLOSE SIGNON-FILE.
002610 1200-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------*
002650* 1300-CHECK-AUTHORITY - WITH NO ADMIN ON FILE ANYONE MAY    *
002660* RUN THE PROGRAM TO GRANT THE FIRST ONE. OTHERWISE THE      *
002670* SESSION OPERATOR MUST BE ON OPERMAST WITH THE ADMIN FLAG;  *
002680* A REFUSAL IS AUDITED AND ENDS THE RUN AT RC 16             *
002690*-----------------------------------------------------------*
002700 1300-CHECK-AUTHORITY.
002710     PERFORM 6300-COUNT-ADMINS THRU 6300-EXIT.
002720     IF WS-ADMIN-COUNT = 0
002730         DISPLAY 'OPRMAINT - *** OPERMAST SIN ADMINISTRADOR - '
002740             'CONCEDA EL PERMISO ADMIN A UN OPERADOR ***'
002750         GO TO 1300-EXIT
002760     END-IF.
002770     MOVE WS-SESSION-ID TO WS-ID-INPUT.
002780     SET WS-OPR-NOT-FOUND TO TRUE.
002790     IF NOT WS-ID-BLANK
002800         PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
002810     END-IF.
002820     IF WS-OPR-FOUND
002830         MOVE WS-OPR-ROW (WS-OPR-INDEX) TO OPERATOR-RECORD
002840         IF OPR-IS-ADMIN
002850             DISPLAY 'OPRMAINT - ADMINISTRADOR: ' OPR-INITIALS
002860             GO TO 1300-EXIT
002870         END-IF
002880     END-IF.
002890     DISPLAY 'OPRMAINT - *** OPERADOR SIN PERMISO DE '
002900         'ADMINISTRACION: ' WS-SESSION-ID ' ***'.
002910     MOVE SPACES     TO WS-BEFORE-IMAGE
002920                        WS-AFTER-IMAGE.
002930     MOVE 'DENEGADO' TO WS-AUDIT-ACTION.
002940     PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT.
002950     MOVE 16 TO WS-RETURN-CODE.
002960     SET WS-DONE TO TRUE.
002970 1300-EXIT.
002980     EXIT.
002990
003000*-----------------------------------------------------------*
003010* 2000-PROCESS-ONE-ACTION - PROMPT AND ROUTE ONE ACTION,     *
003020* LOOPING UNTIL FIN. A FILE THE TABLE COULD NOT HOLD WHOLE   *
003030* IS LISTED ONLY - WRITING IT BACK WOULD LOSE OPERATORS      *
003040*-----------------------------------------------------------*
003050 2000-PROCESS-ONE-ACTION.
003060     DISPLAY ' '.
003070     DISPLAY 'OPRMAINT - ACCION (L=LISTAR A=ALTA C=CAMBIO '
003080         'B=BAJA F=FIN): ' WITH NO ADVANCING.
003090     ACCEPT WS-ACTION-CHOICE FROM CONSOLE.
003100     IF WS-TABLE-OVERFLOWED
003110             AND (WS-ACTION-ALTA OR WS-ACTION-CAMBIO
003120                  OR WS-ACTION-BAJA)
003130         DISPLAY 'OPRMAINT - SOLO CONSULTA, OPERMAST NO CABE EN '
003140             'LA TABLA'
003150         GO TO 2000-EXIT
003160     END-IF.
003170     EVALUATE TRUE
003180         WHEN WS-ACTION-LISTAR
003190             PERFORM 3000-LIST-OPERATORS  THRU 3000-EXIT
003200         WHEN WS-ACTION-ALTA
003210             PERFORM 4000-ADD-OPERATOR    THRU 4000-EXIT
003220         WHEN WS-ACTION-CAMBIO
003230             PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
003240         WHEN WS-ACTION-BAJA
003250             PERFORM 5500-REVOKE-OPERATOR THRU 5500-EXIT
003260         WHEN WS-ACTION-FIN
003270             SET WS-DONE TO TRUE
003280         WHEN OTHER
003290             DISPLAY 'OPRMAINT - ACCION NO VALIDA'
003300     END-EVALUATE.
003310 2000-EXIT.
003320     EXIT.
003330
003340*-----------------------------------------------------------*
003350* 2100-ACCEPT-OPERATOR-ID - A BLANK ID IS REFUSED HERE SO NO *
003360* ACTION CAN EVER TOUCH A ROW KEYED ON SPACES                *
003370*-----------------------------------------------------------*
003380 2100-ACCEPT-OPERATOR-ID.
003390     DISPLAY 'OPRMAINT - ID DE OPERADOR: ' WITH NO ADVANCING.
003400     ACCEPT WS-ID-INPUT FROM CONSOLE.
003410     IF WS-ID-BLANK
003420         DISPLAY 'OPRMAINT - ID EN BLANCO, ACCION DESCARTADA'
003430     END-IF.
003440 2100-EXIT.
003450     EXIT.
003460
003470 3000-LIST-OPERATORS.
003480     DISPLAY WS-LIST-HEADER.
003490     MOVE 0 TO WS-LIST-COUNT.
003500     PERFORM 3100-LIST-ONE-OPERATOR THRU 3100-EXIT
003510         VARYING WS-OPR-INDEX FROM 1 BY 1
003520         UNTIL WS-OPR-INDEX > WS-OPR-COUNT.
003530     DISPLAY 'OPRMAINT - OPERADORES: ' WS-LIST-COUNT
003540         ' ADMINISTRADORES: ' WS-ADMIN-COUNT.
003550 3000-EXIT.
003560     EXIT.
003570
003580 3100-LIST-ONE-OPERATOR.
003590     IF WS-OPR-DROPPED (WS-OPR-INDEX)
003600         GO TO 3100-EXIT
003610     END-IF.
003620     MOVE WS-OPR-ROW (WS-OPR-INDEX) TO OPERATOR-RECORD.
003630     MOVE SPACES       TO WS-LIST-LINE.
003640     MOVE OPR-ID       TO LL-ID.
003650     MOVE OPR-INITIALS TO LL-INITIALS.
003660     PERFORM 3110-LIST-ONE-FLAG THRU 3110-EXIT
003670         VARYING WS-FLAG-INDEX FROM 1 BY 1
003680         UNTIL WS-FLAG-INDEX > 7.
003690     DISPLAY WS-LIST-LINE.
003700     ADD 1 TO WS-LIST-COUNT.
003710 3100-EXIT.
003720     EXIT.
003730
003740 3110-LIST-ONE-FLAG.
003750     IF WS-OPR-FLAG (WS-FLAG-INDEX) = 'Y'
003760         MOVE 'Y' TO LL-FLAG (WS-FLAG-INDEX)
003770     ELSE
003780         MOVE 'N' TO LL-FLAG (WS-FLAG-INDEX)
003790     END-IF.
003800 3110-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------*
003840* 4000-ADD-OPERATOR - ALTA: A NEW ID, UNIQUE INITIALS AND A  *
003850* Y/N ANSWER PER PERMISSION (BLANK IS N)                     *
003860*-----------------------------------------------------------*
003870 4000-ADD-OPERATOR.
003880     PERFORM 2100-ACCEPT-OPERATOR-ID THRU 2100-EXIT.
003890     IF WS-ID-BLANK
003900         GO TO 4000-EXIT
003910     END-IF.
003920     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
003930     IF WS-OPR-FOUND
003940         DISPLAY 'OPRMAINT - EL OPERADOR YA EXISTE: '
003950             WS-ID-INPUT ' (USE CAMBIO)'
003960         GO TO 4000-EXIT
003970     END-IF.
003980     IF WS-OPR-COUNT NOT < 200
003990         DISPLAY 'OPRMAINT - *** TABLA DE OPERADORES LLENA ***'
004000         GO TO 4000-EXIT
004010     END-IF.
004020     DISPLAY 'OPRMAINT - INICIALES (3): ' WITH NO ADVANCING.
004030     ACCEPT WS-INITIALS-INPUT FROM CONSOLE.
004040     IF WS-INITIALS-INPUT = SPACES
004050         DISPLAY 'OPRMAINT - INICIALES EN BLANCO, ALTA '
004060             'DESCARTADA'
004070         GO TO 4000-EXIT
004080     END-IF.
004090     MOVE 0 TO WS-OPR-INDEX.
004100     PERFORM 6200-CHECK-INITIALS THRU 6200-EXIT.
004110     IF WS-INITIALS-TAKEN
004120         GO TO 4000-EXIT
004130     END-IF.
004140
004150     MOVE SPACES            TO OPERATOR-RECORD.
004160     MOVE WS-ID-INPUT       TO OPR-ID.
004170     MOVE WS-INITIALS-INPUT TO OPR-INITIALS.
004180     MOVE 'N' TO OPR-PERM-EJEMPLO1
004190                 OPR-PERM-EJEMPLO2
004200                 OPR-PERM-PERFSIMP
004210                 OPR-PERM-EMPMAINT
004220                 OPR-PERM-EXCPWRKB
004230                 OPR-PERM-BNKMAINT
004240                 OPR-PERM-ADMIN.
004250     PERFORM 6400-ACCEPT-FLAGS THRU 6400-EXIT.
004260     IF FLAGS-ARE-INVALID
004270         GO TO 4000-EXIT
004280     END-IF.
004290
004300     ADD 1 TO WS-OPR-COUNT.
004310     MOVE OPERATOR-RECORD TO WS-OPR-ROW (WS-OPR-COUNT).
004320     MOVE 'N'             TO WS-OPR-DROP-SW (WS-OPR-COUNT).
004330     SET WS-FILE-DIRTY TO TRUE.
004340     MOVE SPACES          TO WS-BEFORE-IMAGE.
004350     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE.
004360     MOVE 'ALTA'          TO WS-AUDIT-ACTION.
004370     PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT.
004380     PERFORM 6300-COUNT-ADMINS THRU 6300-EXIT.
004390     DISPLAY 'OPRMAINT - ALTA REGISTRADA: ' WS-ID-INPUT.
004400     IF WS-ADMIN-COUNT = 0
004410         DISPLAY 'OPRMAINT - *** OPERMAST SIGUE SIN '
004420             'ADMINISTRADOR ***'
004430     END-IF.
004440 4000-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------*
004480* 5000-CHANGE-OPERATOR - CAMBIO: NEW INITIALS AND ANY FLAG,  *
004490* BLANK KEEPS WHAT IS THERE. TAKING THE ADMIN FLAG FROM THE  *
004500* LAST ADMIN ON FILE IS REFUSED                              *
004510*-----------------------------------------------------------*
004520 5000-CHANGE-OPERATOR.
004530     PERFORM 2100-ACCEPT-OPERATOR-ID THRU 2100-EXIT.
004540     IF WS-ID-BLANK
004550         GO TO 5000-EXIT
004560     END-IF.
004570     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
004580     IF WS-OPR-NOT-FOUND
004590         DISPLAY 'OPRMAINT - OPERADOR NO ENCONTRADO: '
004600             WS-ID-INPUT ' (USE ALTA)'
004610         GO TO 5000-EXIT
004620     END-IF.
004630     MOVE WS-OPR-ROW (WS-OPR-INDEX) TO OPERATOR-RECORD.
004640     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
004650     DISPLAY 'OPRMAINT - INICIALES ACTUALES: ' OPR-INITIALS.
004660     DISPLAY 'OPRMAINT - NUEVAS INICIALES (BLANCO=IGUAL): '
004670         WITH NO ADVANCING.
004680     ACCEPT WS-INITIALS-INPUT FROM CONSOLE.
004690     IF WS-INITIALS-INPUT NOT = SPACES
004700             AND WS-INITIALS-INPUT NOT = OPR-INITIALS
004710         PERFORM 6200-CHECK-INITIALS THRU 6200-EXIT
004720         IF WS-INITIALS-TAKEN
004730             GO TO 5000-EXIT
004740         END-IF
004750         MOVE WS-INITIALS-INPUT TO OPR-INITIALS
004760     END-IF.
004770     PERFORM 6400-ACCEPT-FLAGS THRU 6400-EXIT.
004780     IF FLAGS-ARE-INVALID
004790         GO TO 5000-EXIT
004800     END-IF.
004810     IF OPERATOR-RECORD = WS-BEFORE-IMAGE (1:16)
004820         DISPLAY 'OPRMAINT - SIN CAMBIOS'
004830         GO TO 5000-EXIT
004840     END-IF.
004850     MOVE WS-BEFORE-IMAGE (1:16) TO WS-SCAN-ROW.
004860     IF WS-SCAN-ADMIN = 'Y' AND NOT OPR-IS-ADMIN
004870             AND WS-ADMIN-COUNT NOT > 1
004880         DISPLAY 'OPRMAINT - *** ES EL ULTIMO ADMINISTRADOR, NO '
004890             'SE LE PUEDE QUITAR EL PERMISO ADMIN ***'
004900         GO TO 5000-EXIT
004910     END-IF.
004920
004930     MOVE OPERATOR-RECORD TO WS-OPR-ROW (WS-OPR-INDEX).
004940     SET WS-FILE-DIRTY TO TRUE.
004950     MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE.
004960     MOVE 'CAMBIO'        TO WS-AUDIT-ACTION.
004970     PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT.
004980     PERFORM 6300-COUNT-ADMINS THRU 6300-EXIT.
004990     DISPLAY 'OPRMAINT - CAMBIO REGISTRADO: ' WS-ID-INPUT.
005000 5000-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------*
005040* 5500-REVOKE-OPERATOR - BAJA: THE OPERATOR LEAVES OPERMAST  *
005050* AND CAN NO LONGER SIGN ON; THE ROW SURVIVES AS THE BEFORE  *
005060* IMAGE ON THE AUDIT RECORD. THE LAST ADMIN CANNOT GO        *
005070*-----------------------------------------------------------*
005080 5500-REVOKE-OPERATOR.
005090     PERFORM 2100-ACCEPT-OPERATOR-ID THRU 2100-EXIT.
005100     IF WS-ID-BLANK
005110         GO TO 5500-EXIT
005120     END-IF.
005130     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
005140     IF WS-OPR-NOT-FOUND
005150         DISPLAY 'OPRMAINT - OPERADOR NO ENCONTRADO: '
005160             WS-ID-INPUT
005170         GO TO 5500-EXIT
005180     END-IF.
005190     MOVE WS-OPR-ROW (WS-OPR-INDEX) TO OPERATOR-RECORD.
005200     IF OPR-IS-ADMIN AND WS-ADMIN-COUNT NOT > 1
005210         DISPLAY 'OPRMAINT - *** ES EL ULTIMO ADMINISTRADOR, NO '
005220             'SE PUEDE DAR DE BAJA ***'
005230         GO TO 5500-EXIT
005240     END-IF.
005250     IF OPR-ID = WS-SESSION-ID
005260         DISPLAY 'OPRMAINT - AVISO: BAJA DEL PROPIO OPERADOR DE '
005270             'LA SESION'
005280     END-IF.
005290
005300     MOVE 'Y' TO WS-OPR-DROP-SW (WS-OPR-INDEX).
005310     SET WS-FILE-DIRTY TO TRUE.
005320     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
005330     MOVE SPACES          TO WS-AFTER-IMAGE.
005340     MOVE 'BAJA'          TO WS-AUDIT-ACTION.
005350     PERFORM 8000-WRITE-CHANGE-AUDIT THRU 8000-EXIT.
005360     PERFORM 6300-COUNT-ADMINS THRU 6300-EXIT.
005370     DISPLAY 'OPRMAINT - BAJA REGISTRADA: ' WS-ID-INPUT.
005380 5500-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------*
005420* 6000-FIND-OPERATOR - LEAVE WS-OPR-INDEX ON THE LIVE ROW    *
005430* WHOSE ID MATCHES WS-ID-INPUT                               *
005440*-----------------------------------------------------------*
005450 6000-FIND-OPERATOR.
005460     SET WS-OPR-NOT-FOUND TO TRUE.
005470     PERFORM 6100-MATCH-ONE-OPERATOR THRU 6100-EXIT
005480         VARYING WS-OPR-INDEX FROM 1 BY 1
005490         UNTIL WS-OPR-INDEX > WS-OPR-COUNT
005500             OR WS-OPR-FOUND.
005510     IF WS-OPR-FOUND
005520         SUBTRACT 1 FROM WS-OPR-INDEX
005530     END-IF.
005540 6000-EXIT.
005550     EXIT.
005560
005570 6100-MATCH-ONE-OPERATOR.
005580     MOVE WS-OPR-ROW (WS-OPR-INDEX) TO WS-SCAN-ROW.
005590     IF WS-SCAN-ID = WS-ID-INPUT
005600             AND NOT WS-OPR-DROPPED (WS-OPR-INDEX)
005610         SET WS-OPR-FOUND TO TRUE
005620     END-IF.
005630 6100-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------*
005670* 6200-CHECK-INITIALS - THE AUDIT LOG NAMES OPERATORS ONLY   *
005680* BY THEIR INITIALS, SO TWO LIVE OPERATORS MAY NOT SHARE     *
005690* THEM. WS-OPR-INDEX IS THE ROW BEING CHANGED (0 ON ALTA)    *
005700*-----------------------------------------------------------*
005710 6200-CHECK-INITIALS.
005720     SET WS-INITIALS-FREE TO TRUE.
005730     PERFORM 6210-MATCH-ONE-INITIALS THRU 6210-EXIT
005740         VARYING WS-OPR-SCAN FROM 1 BY 1
005750         UNTIL WS-OPR-SCAN > WS-OPR-COUNT
005760             OR WS-INITIALS-TAKEN.
005770     IF WS-INITIALS-TAKEN
005780         DISPLAY 'OPRMAINT - INICIALES YA USADAS POR OTRO '
005790             'OPERADOR: ' WS-INITIALS-INPUT
005800     END-IF.
005810 6200-EXIT.
005820     EXIT.
005830
005840 6210-MATCH-ONE-INITIALS.
005850     MOVE WS-OPR-ROW (WS-OPR-SCAN) TO WS-SCAN-ROW.
005860     IF WS-SCAN-INITIALS = WS-INITIALS-INPUT
005870             AND WS-OPR-SCAN NOT = WS-OPR-INDEX
005880             AND NOT WS-OPR-DROPPED (WS-OPR-SCAN)
005890         SET WS-INITIALS-TAKEN TO TRUE
005900     END-IF.
005910 6210-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------*
005950* 6300-COUNT-ADMINS - LIVE ROWS CARRYING THE ADMIN FLAG      *
005960*-----------------------------------------------------------*
005970 6300-COUNT-ADMINS.
005980     MOVE 0 TO WS-ADMIN-COUNT.
005990     PERFORM 6310-COUNT-ONE-ADMIN THRU 6310-EXIT
006000         VARYING WS-OPR-SCAN FROM 1 BY 1
006010         UNTIL WS-OPR-SCAN > WS-OPR-COUNT.
006020 6300-EXIT.
006030     EXIT.
006040
006050 6310-COUNT-ONE-ADMIN.
006060     MOVE WS-OPR-ROW (WS-OPR-SCAN) TO WS-SCAN-ROW.
006070     IF WS-SCAN-ADMIN = 'Y'
006080             AND NOT WS-OPR-DROPPED (WS-OPR-SCAN)
006090         ADD 1 TO WS-ADMIN-COUNT
006100     END-IF.
006110 6310-EXIT.
006120     EXIT.
006130
006140*-----------------------------------------------------------*
006150* 6400-ACCEPT-FLAGS - ONE PROMPT PER PERMISSION IN OPERATOR- *
006160* RECORD: Y OR S GRANTS, N REMOVES, BLANK KEEPS THE CURRENT  *
006170* VALUE (N ON ALTA). ANYTHING ELSE DISCARDS THE ACTION       *
006180*-----------------------------------------------------------*
006190 6400-ACCEPT-FLAGS.
006200     SET FLAGS-ARE-VALID TO TRUE.
006210     PERFORM 6410-ACCEPT-ONE-FLAG THRU 6410-EXIT
006220         VARYING WS-FLAG-INDEX FROM 1 BY 1
006230         UNTIL WS-FLAG-INDEX > 7 OR FLAGS-ARE-INVALID.
006240 6400-EXIT.
006250     EXIT.
006260
006270 6410-ACCEPT-ONE-FLAG.
006280     IF WS-OPR-FLAG (WS-FLAG-INDEX) = 'Y'
006290         MOVE 'Y' TO WS-FLAG-SHOWN
006300     ELSE
006310         MOVE 'N' TO WS-FLAG-SHOWN
006320     END-IF.
006330     DISPLAY 'OPRMAINT - PERMISO ' WS-FLAG-NAME (WS-FLAG-INDEX)
006340         ' (' WS-FLAG-SHOWN ') S/N, BLANCO=IGUAL: '
006350         WITH NO ADVANCING.
006360     MOVE SPACE TO WS-FLAG-INPUT.
006370     ACCEPT WS-FLAG-INPUT FROM CONSOLE.
006380     EVALUATE TRUE
006390         WHEN WS-FLAG-YES
006400             MOVE 'Y' TO WS-OPR-FLAG (WS-FLAG-INDEX)
006410         WHEN WS-FLAG-NO
006420             MOVE 'N' TO WS-OPR-FLAG (WS-FLAG-INDEX)
006430         WHEN WS-FLAG-SAME
006440             CONTINUE
006450         WHEN OTHER
006460             DISPLAY 'OPRMAINT - RESPUESTA NO VALIDA: '
006470                 WS-FLAG-INPUT ', ACCION DESCARTADA'
006480             SET FLAGS-ARE-INVALID TO TRUE
006490     END-EVALUATE.
006500 6410-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------*
006540* 8000-WRITE-CHANGE-AUDIT - ONE AUDIT RECORD PER CHANGE,     *
006550* KEYED ON THE OPERATOR ID, WITH THE BEFORE/AFTER OPERMAST   *
006560* ROWS AND THE INITIALS OF THE ADMIN WHO MADE IT             *
006570*-----------------------------------------------------------*
006580 8000-WRITE-CHANGE-AUDIT.
006590     MOVE WS-PROGRAM-ID    TO AUD-PROGRAM-ID.
006600     MOVE WS-RUN-DATE-NUM  TO AUD-RUN-DATE.
006610     MOVE WS-RUN-TIME      TO AUD-RUN-TIME.
006620     MOVE WS-ID-INPUT      TO AUD-KEY-VALUE.
006630     MOVE WS-AUDIT-ACTION  TO AUD-ACTION.
006640     MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE.
006650     MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE.
006660     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
006670     WRITE AUDIT-LOG-RECORD.
006680     IF WS-AUDIT-ACTION NOT = 'DENEGADO'
006690         ADD 1 TO WS-CHANGE-COUNT
006700     END-IF.
006710 8000-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------*
006750* 8500-REWRITE-OPERATORS - WRITE THE LIVE ROWS BACK OVER     *
006760* OPERMAST, ONLY WHEN SOMETHING CHANGED                      *
006770*-----------------------------------------------------------*
006780 8500-REWRITE-OPERATORS.
006790     IF NOT WS-FILE-DIRTY
006800         GO TO 8500-EXIT
006810     END-IF.
006820     OPEN OUTPUT OPERATOR-FILE.
006830     IF NOT FS-OPR-OK
006840         DISPLAY 'OPRMAINT - *** OPERMAST NO GRABABLE, STATUS: '
006850             FS-OPERATOR-FILE ' - CAMBIOS PERDIDOS ***'
006860         MOVE 12 TO WS-RETURN-CODE
006870         GO TO 8500-EXIT
006880     END-IF.
006890     PERFORM 8510-WRITE-ONE-OPERATOR THRU 8510-EXIT
006900         VARYING WS-OPR-INDEX FROM 1 BY 1
006910         UNTIL WS-OPR-INDEX > WS-OPR-COUNT.
006920     CLOSE OPERATOR-FILE.
006930     DISPLAY 'OPRMAINT - FICHERO OPERMAST REESCRITO'.
006940 8500-EXIT.
006950     EXIT.
006960
006970 8510-WRITE-ONE-OPERATOR.
006980     IF NOT WS-OPR-DROPPED (WS-OPR-INDEX)
006990         MOVE WS-OPR-ROW (WS-OPR-INDEX) TO OPERATOR-FILE-RECORD
007000         WRITE OPERATOR-FILE-RECORD
007010     END-IF.
007020 8510-EXIT.
007030     EXIT.
007040
007050*-----------------------------------------------------------*
007060* 9000-TERMINATE - THE END-OF-RUN AUDIT STAMP WITH THE       *
007070* NUMBER OF CHANGES APPLIED, CLOSE                           *
007080*-----------------------------------------------------------*
007090 9000-TERMINATE.
007100     MOVE WS-PROGRAM-ID   TO AUD-PROGRAM-ID.
007110     MOVE WS-RUN-DATE-NUM TO AUD-RUN-DATE.
007120     MOVE WS-RUN-TIME     TO AUD-RUN-TIME.
007130     MOVE WS-CHANGE-COUNT TO AUD-KEY-VALUE.
007140     MOVE 'FIN'           TO AUD-ACTION.
007150     MOVE SPACES          TO AUD-BEFORE-IMAGE
007160                             AUD-AFTER-IMAGE.
007170     MOVE WS-SESSION-INITIALS TO AUD-OPERATOR.
007180     WRITE AUDIT-LOG-RECORD.
007190     CLOSE AUDIT-LOG-FILE.
007200     DISPLAY 'OPRMAINT - FIN, CAMBIOS: ' WS-CHANGE-COUNT.
007210 9000-EXIT.
007220     EXIT.
