000100 IDENTIFICATION DIVISION.                                         RSA330
000200 PROGRAM-ID.  RSA330.                                             RSA330
000300 ENVIRONMENT DIVISION.                                            RSA330
000400 CONFIGURATION SECTION.                                           RSA330
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA330
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA330
000700 SPECIAL-NAMES.                                                   RSA330
000800      C01 IS SAUTP                                                RSA330
000900      CSP IS SAUT0                                                RSA330
001000      DECIMAL-POINT IS COMMA.                                     RSA330
001100 INPUT-OUTPUT SECTION.                                            RSA330
001200 FILE-CONTROL.                                                    RSA330
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA330
001400      FILE STATUS IS                   1-EW00-STATUS              RSA330
001500                                       VSAM-STATUS.               RSA330
001600      SELECT OPTIONAL CE-FICHIER ASSIGN AS-SOCE                   RSA330
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA330
001800             FILE STATUS     1-CE00-STATUS.                       RSA330
001900      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA330
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA330
002100             FILE STATUS     1-CT00-STATUS.                       RSA330
002200 DATA DIVISION.                                                   RSA330
002300 FILE SECTION.                                                    RSA330
002400 FD                 EW-FICHIER                                    RSA330
002500      BLOCK              00000 RECORDS.                           RSA330
002600 01                 EW00.                                         RSA330
002700      10       FILLER         PICTURE  X(133).                    RSA330
002800 FD                 CE-FICHIER                                    RSA330
002900      BLOCK              00000 RECORDS.                           RSA330
003000 01                 CE00.                                         RSA330
003100      10            CE00-LIGNE  PICTURE  X(80).                   RSA330
003200 FD                 CT-FICHIER                                    RSA330
003300      BLOCK              00000 RECORDS.                           RSA330
003400 01                 CT00.                                         RSA330
003500      10            CT00-LIGNE  PICTURE  X(150).                  RSA330
003600 WORKING-STORAGE SECTION.                                         RSA330
003700 01               W-CT00-ENR.                                     RSA330
003800    05            W-CT00-PROGR   PIC X(8).                        RSA330
003900    05            W-CT00-DATTRT  PIC X(8).                        RSA330
004000    05            W-CT00-HETRT   PIC X(6).                        RSA330
004100    05            W-CT00-CDETAT  PIC 9(4).                        RSA330
004200    05            W-CT00-POSTE   OCCURS 10.                       RSA330
004300      10          W-CT00-FICID   PIC XX.                          RSA330
004400      10          W-CT00-SENS    PIC X.                           RSA330
004500      10          W-CT00-NBENR   PIC 9(9).                        RSA330
004600    05            FILLER         PIC X(4).                        RSA330
004700 01               W-CE00-ENR.                                     RSA330
004800    05            W-CE00-XREFC.                                   RSA330
004900      10          W-CE00-CDREF   PIC XX.                          RSA330
005000      10          W-CE00-ANCAM   PIC X(4).                        RSA330
005100      10          W-CE00-NOREF   PIC X(6).                        RSA330
005200    05            W-CE00-NORER   PIC X(6).                        RSA330
005300    05            W-CE00-CDREPR  PIC XXX.                         RSA330
005400    05            W-CE00-NBREN   PIC 9(3).                        RSA330
005500    05            W-CE00-DTEMI   PIC X(8).                        RSA330
005600    05            W-CE00-DTLIM   PIC X(8).                        RSA330
005700    05            W-CE00-CDSTA   PIC X.                           RSA330
005800    05            W-CE00-DTREL   PIC X(8).                        RSA330
005900    05            W-CE00-DTREC   PIC X(8).                        RSA330
006000    05            W-CE00-CDORI   PIC X.                           RSA330
006100    05            W-CE00-DTSUS   PIC X(8).                        RSA330
006200    05            FILLER         PIC X(14).                       RSA330
006300 01               W-PY10-TAB.                                     RSA330
006400    05            W-PY10-NB      PIC S9(4) COMP.                  RSA330
006500    05            W-PY10-POSTE   OCCURS 300.                      RSA330
006600      10          W-PY10-CDREPR  PIC XXX.                         RSA330
006700      10          W-PY10-CPT     PIC S9(7) COMP-3 OCCURS 10.      RSA330
006800 01               W-PY00-TOTAL.                                   RSA330
006900    05            W-PY00-CPT     PIC S9(7) COMP-3 OCCURS 10.      RSA330
007000 01               W-JN00-DATE.                                    RSA330
007100    05            W-JN00-AAAA    PIC 9(4).                        RSA330
007200    05            W-JN00-MM      PIC 99.                          RSA330
007300    05            W-JN00-JJ      PIC 99.                          RSA330
007400 01               W-JN00-CALCUL COMPUTATIONAL-3.                  RSA330
007500    05            W-JN00-AA      PIC S9(5).                       RSA330
007600    05            W-JN00-MS      PIC S9(3).                       RSA330
007700    05            W-JN00-Q       PIC S9(7).                       RSA330
007800    05            W-JN00-NBJ     PIC S9(9).                       RSA330
007900 77               W-CE00-EOF    PIC X VALUE '0'.                  RSA330
008000 77               W-WA00-DATJ   PIC X(8).                         RSA330
008100 77               W-WA00-ANCAM  PIC X(4).                         RSA330
008200 77               W-WA00-NJJOU  PIC S9(9) COMP-3 VALUE ZERO.      RSA330
008300 77               W-WA00-AGE    PIC S9(9) COMP-3 VALUE ZERO.      RSA330
008400 77               W-WA00-CPTHC  PIC S9(9) COMP-3 VALUE ZERO.      RSA330
008500 77               W-WA00-CPTCL  PIC S9(9) COMP-3 VALUE ZERO.      RSA330
008600 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA330
008700 01               W-EW00-SAV     PIC X(133).                      RSA330
008800 01               W-LE01-LIGNE.                                   RSA330
008900    05            FILLER         PIC X(01) VALUE SPACE.           RSA330
009000    05            FILLER         PIC X(22) VALUE                  RSA330
009100                  'GROUPAMA - RENTES'.                            RSA330
009200    05            FILLER         PIC X(32) VALUE                  RSA330
009300                  'SUIVI DES CERTIFICATS DE VIE'.                 RSA330
009400    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA330
009500    05            W-LE01-DATE    PIC X(10).                       RSA330
009600    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA330
009700    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA330
009800    05            FILLER         PIC X(43) VALUE SPACES.          RSA330
009900 01               W-LE02-LIGNE.                                   RSA330
010000    05            FILLER         PIC X(24) VALUE SPACES.          RSA330
010100    05            FILLER         PIC X(28) VALUE ALL '='.         RSA330
010200    05            FILLER         PIC X(81) VALUE SPACES.          RSA330
010300 01               W-LE03-LIGNE.                                   RSA330
010400    05            FILLER         PIC X(01) VALUE SPACE.           RSA330
010500    05            FILLER         PIC X(45) VALUE                  RSA330
010600                  'DEMANDES EN COURS PAR PAYS ET PAR ANCIENNETE'. RSA330
010700    05            FILLER         PIC X(11) VALUE 'CAMPAGNE : '.   RSA330
010800    05            W-LE03-ANCAM   PIC X(6).                        RSA330
010900    05            FILLER         PIC X(70) VALUE SPACES.          RSA330
011000 01               W-LE04-LIGNE.                                   RSA330
011100    05            FILLER         PIC X(01) VALUE SPACE.           RSA330
011200    05            FILLER         PIC X(08) VALUE 'PAYS'.          RSA330
011300    05            FILLER         PIC X(10) VALUE '  EN COURS'.    RSA330
011400    05            FILLER         PIC X(10) VALUE '    EMISES'.    RSA330
011500    05            FILLER         PIC X(10) VALUE ' RELANCEES'.    RSA330
011600    05            FILLER         PIC X(10) VALUE ' PROP.SUSP'.    RSA330
011700    05            FILLER         PIC X(10) VALUE '    ECHUES'.    RSA330
011800    05            FILLER         PIC X(10) VALUE '    < 30 J'.    RSA330
011900    05            FILLER         PIC X(10) VALUE '   30-59 J'.    RSA330
012000    05            FILLER         PIC X(10) VALUE '   60-89 J'.    RSA330
012100    05            FILLER         PIC X(10) VALUE '  90-179 J'.    RSA330
012200    05            FILLER         PIC X(10) VALUE '  >= 180 J'.    RSA330
012300    05            FILLER         PIC X(24) VALUE SPACES.          RSA330
012400 01               W-LE05-LIGNE.                                   RSA330
012500    05            FILLER         PIC X(01).                       RSA330
012600    05            W-LE05-CDREPR  PIC X(8).                        RSA330
012700    05            W-LE05-COL     OCCURS 10.                       RSA330
012800      10          FILLER         PIC X(03).                       RSA330
012900      10          W-LE05-NB      PIC ZZZZZZ9.                     RSA330
013000    05            FILLER         PIC X(24).                       RSA330
013100 01               W-LE06-LIGNE.                                   RSA330
013200    05            FILLER         PIC X(01) VALUE SPACE.           RSA330
013300    05            FILLER         PIC X(14) VALUE 'ANOMALIE REF. '.RSA330
013400    05            W-LE06-XREFC   PIC X(12).                       RSA330
013500    05            FILLER         PIC X(10) VALUE ' RENTIER '.     RSA330
013600    05            W-LE06-NORER   PIC X(6).                        RSA330
013700    05            FILLER         PIC X(08) VALUE '  STA. '.       RSA330
013800    05            W-LE06-CDSTA   PIC X.                           RSA330
013900    05            FILLER         PIC X(03) VALUE ' : '.           RSA330
014000    05            W-LE06-LIB     PIC X(30).                       RSA330
014100    05            FILLER         PIC X(48) VALUE SPACES.          RSA330
014200 01               W-LE07-LIGNE.                                   RSA330
014300    05            FILLER         PIC X(01) VALUE SPACE.           RSA330
014400    05            W-LE07-LIB     PIC X(26).                       RSA330
014500    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA330
014600    05            FILLER         PIC X(97) VALUE SPACES.          RSA330
014700 77                 XA00-XRC      VALUE ZERO                      7XA015
014800                  PICTURE 9(4).                                   7XA015
014900 77                 XA00-8TMES    VALUE ZERO                      7XA055
015000                  PICTURE X(01).                                  7XA055
015100 77                 XAIN-XDATRT                                   7XA110
015200                  PICTURE X(8).                                   7XA110
015300 77                 XAIN-XHETRT                                   7XA120
015400                  PICTURE X(6).                                   7XA120
015500 77                 XAED-XDATRT                                   7XA160
015600                  PICTURE X(10).                                  7XA160
015700 77                 XAED-XHETRT                                   7XA170
015800                  PICTURE X(8).                                   7XA170
015900 77                 XA30-ENVNAM   PIC X(080).                     7XA310
016000 77                 XA30-ENVVAL   PIC X(080).                     7XA320
016100 01                 XA60.                                         7XA610
016200   05               XA60-L1.                                      7XA620
016300     10             FILLER PIC X  VALUE 'F'.                      7XA625
016400     10             XA60-XCDFSF   VALUE SPACE                     7XA630
016500                  PICTURE X(4).                                   7XA630
016600     10             FILLER PIC X  VALUE ':'.                      7XA635
016700     10             XA60-XLISUI   VALUE SPACE                     7XA640
016800                  PICTURE X(30).                                  7XA640
016900   05               XA60-ZX67A    VALUE SPACE                     7XA650
017000                  PICTURE X(67).                                  7XA650
017100   05               XA60-ZX67B    VALUE SPACE                     7XA660
017200                  PICTURE X(67).                                  7XA660
017300   05               XA60-ZX67C    VALUE SPACE                     7XA670
017400                  PICTURE X(67).                                  7XA670
017500 01                 XA80.                                         7XA810
017600   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
017700   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
017800   05               XA80-XCOSD                                    7XA820
017900                  PICTURE XX.                                     7XA820
018000   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
018100   05               XA80-STATUS.                                  7XA830
018200    07              XA80-STATUS1  PIC X.                          7XA831
018300    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
018400    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
018500   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
018600   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
018700   05               XA80-XQNENR                                   7XA840
018800                  PICTURE Z(8)9.                                  7XA840
018900 01                 XA81-STATUS.                                  7XA900
019000    07              XA81-STATUS1  PIC X.                          7XA905
019100    07              FILLER        PIC X      VALUE '/'.           7XA910
019200    07              XA81-STATUS2  PIC 999.                        7XA915
019300 01  CODE-ABORT    PIC X(2).                                      RSA330
019400 01   DEBUT-WSS.                                                  RSA330
019500      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA330
019600      05   IK     PICTURE X.                                      RSA330
019700 01  CONSTANTES-PAC.                                              RSA330
019800     05  FILLER  PICTURE X(50)   VALUE                            RSA330
019900     '6315ARSA15/10/26RSA330LEBLANC 16:12:51RSA330  UNIX'.        RSA330
020000     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA330
020100 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA330
020200     05  NUGNA   PICTURE X(5).                                    RSA330
020300     05  APPLI   PICTURE X(3).                                    RSA330
020400     05  DATGN   PICTURE X(8).                                    RSA330
020500     05  PROGR   PICTURE X(6).                                    RSA330
020600     05  CODUTI  PICTURE X(8).                                    RSA330
020700     05  TIMGN   PICTURE X(8).                                    RSA330
020800     05  PROGE   PICTURE X(8).                                    RSA330
020900     05  COBASE  PICTURE X(4).                                    RSA330
021000     05  DATGNC  PICTURE X(10).                                   RSA330
021100 01  DATCE.                                                       RSA330
021200   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA330
021300   05  DATOR.                                                     RSA330
021400     10  DATOA  PICTURE XX.                                       RSA330
021500     10  DATOM  PICTURE XX.                                       RSA330
021600     10  DATOJ  PICTURE XX.                                       RSA330
021700 01  DAT6.                                                        RSA330
021800      10 DAT61   PICTURE XX.                                      RSA330
021900      10 DAT62   PICTURE XX.                                      RSA330
022000      10 DAT63   PICTURE XX.                                      RSA330
022100 01  DAT8.                                                        RSA330
022200      10 DAT81   PICTURE XX.                                      RSA330
022300      10 DAT8S1  PICTURE X.                                       RSA330
022400      10 DAT82   PICTURE XX.                                      RSA330
022500      10 DAT8S2  PICTURE X.                                       RSA330
022600      10 DAT83   PICTURE XX.                                      RSA330
022700 01  DAT8E    REDEFINES    DAT8.                                  RSA330
022800      10 DAT81E  PICTURE X(4).                                    RSA330
022900      10 DAT82E  PICTURE XX.                                      RSA330
023000      10 DAT83E  PICTURE XX.                                      RSA330
023100 01  DAT6C.                                                       RSA330
023200      10  DAT61C PICTURE XX.                                      RSA330
023300      10  DAT62C PICTURE XX.                                      RSA330
023400      10  DAT63C.                                                 RSA330
023500       15 DAT63CC PICTURE XX.                                     RSA330
023600       15 DAT64C  PICTURE XX.                                     RSA330
023700 01  DAT8C.                                                       RSA330
023800      10  DAT81C  PICTURE XX.                                     RSA330
023900      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA330
024000      10  DAT82C  PICTURE XX.                                     RSA330
024100      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA330
024200      10  DAT83C.                                                 RSA330
024300       15 DAT83CC PICTURE XX.                                     RSA330
024400       15 DAT84C  PICTURE XX.                                     RSA330
024500 01  TIMCO.                                                       RSA330
024600   05  TIMCOH   PICTURE XX.                                       RSA330
024700   05  TIMCOM   PICTURE XX.                                       RSA330
024800   05  TIMCOS   PICTURE XX.                                       RSA330
024900   05  TIMOC.                                                     RSA330
025000    10 TIMCOC   PICTURE XX.                                       RSA330
025100 01  TIMDAY.                                                      RSA330
025200   05  TIMHOU   PICTURE XX.                                       RSA330
025300   05  TIMS1    PICTURE X  VALUE ':'.                             RSA330
025400   05  TIMMIN   PICTURE XX.                                       RSA330
025500   05  TIMS2    PICTURE X  VALUE ':'.                             RSA330
025600   05  TIMSEC   PICTURE XX.                                       RSA330
025700 01  DATSEP     PICTURE X VALUE '/'.                              RSA330
025800 01   VARIABLES-CONDITIONNELLES.                                  RSA330
025900      05                  FT      PICTURE X VALUE '0'.            RSA330
026000 01   INDICES  COMPUTATIONAL  SYNC.                               RSA330
026100      05        J00       PICTURE S9(4) VALUE +1.                 RSA330
026200      05        J01       PICTURE S9(4) VALUE +1.                 RSA330
026300      05        J02       PICTURE S9(4) VALUE +1.                 RSA330
026400 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA330
026500      05       5-CE00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA330
026600      05       5-CT00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA330
026700 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA330
026800      05         COMPTEURS     COMPUTATIONAL-3.                   RSA330
026900      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA330
027000      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA330
027100      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA330
027200 01  ZONES-STATUS.                                                RSA330
027300      05   VSAM-STATUS.                                           RSA330
027400        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA330
027500        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA330
027600        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA330
027700      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA330
027800      05          1-CE00-STATUS PICTURE XX VALUE ZERO.            RSA330
027900      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA330
028000 PROCEDURE DIVISION.                                              RSA330
028100 DECLARATIVES.                                                    RSA330
028200 SECEW SECTION.                                                   RSA330
028300     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA330
028400 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA330
028500 F0AEW-A. GO TO  F0A90.                                           RSA330
028600 SECCE SECTION.                                                   RSA330
028700     USE AFTER ERROR PROCEDURE                                    RSA330
028800      ON CE-FICHIER.                                              RSA330
028900 F0ACE.                                                           RSA330
029000     MOVE        'CE' TO XA80-XCOSD                               RSA330
029100     MOVE        1-CE00-STATUS TO XA80-STATUS                     RSA330
029200     MOVE        5-CE00-CPTENR TO XA80-XQNENR                     RSA330
029300     GO TO F0A90.                                                 RSA330
029400 F0ACE-FN. EXIT.                                                  RSA330
029500 SECCT SECTION.                                                   RSA330
029600     USE AFTER ERROR PROCEDURE                                    RSA330
029700      ON CT-FICHIER.                                              RSA330
029800 F0ACT.                                                           RSA330
029900     MOVE        'CT' TO XA80-XCOSD                               RSA330
030000     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA330
030100     MOVE        5-CT00-CPTENR TO XA80-XQNENR                     RSA330
030200     GO TO F0A90.                                                 RSA330
030300 F0ACT-FN. EXIT.                                                  RSA330
030400 F0A90.                                                           RSA330
030500     MOVE        '0A90' TO XA60-XCDFSF                            RSA330
030600     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA330
030700           IF    XA80-STATUS1 = '9'                               RSA330
030800     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA330
030900     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA330
031000     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA330
031100     MOVE        XA80 TO XA60-ZX67A                               RSA330
031200     MOVE        SPACE TO XA60-ZX67B.                             RSA330
031300     PERFORM     F9900 THRU F9900-FN.                             RSA330
031400 F0A90-FN. EXIT.                                                  RSA330
031500 END DECLARATIVES.                                                RSA330
031600 SEC00 SECTION.                                                   RSA330
031700 F0B.           EXIT.                                             RSA330
031800 F0BBA.                                                           P000
031900     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
032000     PERFORM     F99VE THRU F99VE-FN.                             P060
032100           IF    IK = ZERO                                        P070
032200     MOVE        XA30-ENVVAL TO DATCE                             P070
032300           ELSE                                                   P100
032400     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
032500       TO DATCE.                                                  P110
032600     ACCEPT TIMCO FROM TIME.                                      P120
032700     MOVE        DATCE TO XAIN-XDATRT                             P210
032800     MOVE        TIMCO TO XAIN-XHETRT.                            P220
032900     MOVE        DATCE                                            P310
033000     TO DAT8E DAT6C                                               P310
033100     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
033200     MOVE DAT82E TO DAT62C                                        P310
033300     MOVE   DAT6C TO  XAED-XDATRT                                 P310
033400     MOVE        XAED-XDATRT                                      P315
033500     TO DAT8E DAT6C                                               P315
033600     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
033700     MOVE DAT63C TO DAT83C                                        P315
033800     MOVE   DAT8C TO XAED-XDATRT                                  P315
033900     MOVE        TIMCO                                            P320
034000     TO DAT8E DAT6C                                               P320
034100     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
034200     MOVE DAT82E TO TIMSEC                                        P320
034300     MOVE TIMDAY TO   XAED-XHETRT.                                P320
034400 F0BBA-FN. EXIT.                                                  P320
034500 F0BBE.                                                           P000
034600     PERFORM     F98-D THRU F98-D-FN.                             P100
034700 F0BBE-FN. EXIT.                                                  P100
034800 F0BCW.                                                           RSA330
034900     MOVE        DATCE TO W-WA00-DATJ                             RSA330
035000     MOVE        SPACE TO W-WA00-ANCAM                            RSA330
035100     MOVE        'GCA_ANCAMP' TO XA30-ENVNAM                      RSA330
035200     PERFORM     F99VE THRU F99VE-FN.                             RSA330
035300           IF    IK = ZERO                                        RSA330
035400           AND   XA30-ENVVAL NOT = SPACE                          RSA330
035500     MOVE        XA30-ENVVAL(1:4) TO W-WA00-ANCAM.                RSA330
035600           IF    W-WA00-ANCAM NOT = SPACE                         RSA330
035700           AND   W-WA00-ANCAM NOT NUMERIC                         RSA330
035800     MOVE        '0BCW' TO XA60-XCDFSF                            RSA330
035900     MOVE        'ERREUR SUR VARIABLE GCA_ANCAMP ' TO             RSA330
036000     XA60-XLISUI                                                  RSA330
036100     MOVE        'ANNEE DE CAMPAGNE ATTENDUE AU FORMAT AAAA' TO   RSA330
036200     XA60-ZX67A                                                   RSA330
036300     MOVE        W-WA00-ANCAM TO XA60-ZX67B                       RSA330
036400     PERFORM     F9900 THRU F9900-FN.                             RSA330
036500     MOVE        W-WA00-DATJ TO W-JN00-DATE                       RSA330
036600     PERFORM     F68JN THRU F68JN-FN                              RSA330
036700     MOVE        W-JN00-NBJ TO W-WA00-NJJOU.                      RSA330
036800           IF    W-WA00-ANCAM = SPACE                             RSA330
036900     MOVE        'TOUTES' TO W-LE03-ANCAM                         RSA330
037000     DISPLAY     '- campagne                : toutes'             RSA330
037100           ELSE                                                   RSA330
037200     MOVE        W-WA00-ANCAM TO W-LE03-ANCAM                     RSA330
037300     DISPLAY     '- campagne                : ' W-WA00-ANCAM.     RSA330
037400 F0BCW-FN. EXIT.                                                  RSA330
037500 F0B-FN.   EXIT.                                                  RSA330
037600 F01.      EXIT.                                                  RSA330
037700 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA330
037800        IF        1-EW00-STATUS  NOT  = ZERO                      RSA330
037900             AND  1-EW00-STATUS  NOT  = '97'                      RSA330
038000        PERFORM    F0AEW                                          RSA330
038100        PERFORM    F0A90         THRU F0A90-FN.                   RSA330
038200 F01EW-FN. EXIT.                                                  RSA330
038300 F01CE.    OPEN INPUT                    CE-FICHIER.              RSA330
038400        IF        1-CE00-STATUS  NOT  = ZERO                      RSA330
038500             AND  1-CE00-STATUS  NOT  = '05'                      RSA330
038600             AND  1-CE00-STATUS  NOT  = '97'                      RSA330
038700        PERFORM    F0ACE                                          RSA330
038800        PERFORM    F0A90         THRU F0A90-FN.                   RSA330
038900 F01CE-FN. EXIT.                                                  RSA330
039000 F01ZZ.                                                           RSA330
039100     MOVE        ZERO TO W-PY10-NB                                RSA330
039200     MOVE        1 TO J02.                                        RSA330
039300 F01ZZ-A.                                                         RSA330
039400     MOVE        ZERO TO W-PY00-CPT (J02)                         RSA330
039500     ADD         1 TO J02.                                        RSA330
039600           IF    J02 NOT > 10                                     RSA330
039700     GO TO F01ZZ-A.                                               RSA330
039800 F01ZZ-FN. EXIT.                                                  RSA330
039900 F01-FN.   EXIT.                                                  RSA330
040000*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA330
040100 F05.           EXIT.                                             RSA330
040200 F20.      IF FT =            ALL '1'                             RSA330
040300           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA330
040400 F20AD.                                                           RSA330
040500     PERFORM     F0BBA THRU F0BBA-FN.                             RSA330
040600 F20AD-FN. EXIT.                                                  RSA330
040700 F20EW.    CLOSE    EW-FICHIER.                                   RSA330
040800 F20EW-FN. EXIT.                                                  RSA330
040900 F20CE.    CLOSE    CE-FICHIER.                                   RSA330
041000 F20CE-FN. EXIT.                                                  RSA330
041100 F20RC.    IF    XA00-XRC = ZERO                                  RSA330
041200           AND   W-WA00-CPTAN > ZERO                              RSA330
041300     MOVE        4 TO XA00-XRC.                                   RSA330
041400 F20RC-FN. EXIT.                                                  RSA330
041500*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA330
041600 F20CT.                                                           RSA330
041700     OPEN EXTEND CT-FICHIER.                                      RSA330
041800           IF    1-CT00-STATUS NOT = ZERO                         RSA330
041900           AND   1-CT00-STATUS NOT = '05'                         RSA330
042000           AND   1-CT00-STATUS NOT = '97'                         RSA330
042100        PERFORM    F0ACT                                          RSA330
042200        PERFORM    F0A90         THRU F0A90-FN.                   RSA330
042300     MOVE        SPACE TO W-CT00-ENR                              RSA330
042400     MOVE        PROGE TO W-CT00-PROGR                            RSA330
042500     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA330
042600     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA330
042700     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA330
042800     MOVE        'CE' TO W-CT00-FICID (1)                         RSA330
042900     MOVE        'I' TO W-CT00-SENS (1)                           RSA330
043000     MOVE        5-CE00-CPTENR TO W-CT00-NBENR (1)                RSA330
043100     MOVE        'EW' TO W-CT00-FICID (2)                         RSA330
043200     MOVE        'O' TO W-CT00-SENS (2)                           RSA330
043300     MOVE        5-EW00-CPAG TO W-CT00-NBENR (2)                  RSA330
043400     MOVE        W-CT00-ENR TO CT00                               RSA330
043500     WRITE       CT00                                             RSA330
043600     ADD         1 TO 5-CT00-CPTENR                               RSA330
043700     CLOSE       CT-FICHIER.                                      RSA330
043800 F20CT-FN. EXIT.                                                  RSA330
043900 F2090.                                                           RSA330
044000     PERFORM     F98-Z THRU F98-Z-FN.                             RSA330
044100 F2090-FN. EXIT.                                                  RSA330
044200 F2095.                                                           RSA330
044300     MOVE        XA00-XRC TO RETURN-CODE.                         RSA330
044400 F2095-FN. EXIT.                                                  RSA330
044500 F2099.     GOBACK.                                               RSA330
044600 F2099-FN. EXIT.                                                  RSA330
044700 F20-FN.   EXIT.                                                  RSA330
044800 F50.           EXIT.                                             RSA330
044900*          NOTE *  LECTURE DU SUIVI DES CERTIFICATS *.            RSA330
045000 F50BB.                                                           RSA330
045100           IF    1-CE00-STATUS = '05'                             RSA330
045200     GO TO F50BB-FN.                                              RSA330
045300 F50BB-A.                                                         RSA330
045400     READ        CE-FICHIER                                       RSA330
045500     AT END      MOVE       '1' TO W-CE00-EOF                     RSA330
045600     NOT AT END  ADD        1 TO 5-CE00-CPTENR.                   RSA330
045700           IF    W-CE00-EOF = '1'                                 RSA330
045800     GO TO F50BB-FN.                                              RSA330
045900           IF    CE00-LIGNE = SPACE                               RSA330
046000     GO TO F50BB-A.                                               RSA330
046100     MOVE        CE00 TO W-CE00-ENR                               RSA330
046200     PERFORM     F60CE THRU F60CE-FN                              RSA330
046300     GO TO F50BB-A.                                               RSA330
046400 F50BB-FN. EXIT.                                                  RSA330
046500 F50CC.                                                           RSA330
046600     PERFORM     F84PY THRU F84PY-FN                              RSA330
046700     PERFORM     F84TO THRU F84TO-FN.                             RSA330
046800 F50CC-FN. EXIT.                                                  RSA330
046900 F50XX.                                                           RSA330
047000     MOVE                     ALL '1' TO FT GO TO F20.            RSA330
047100 F50XX-FN. EXIT.                                                  RSA330
047200 F50-FN.   EXIT.                                                  RSA330
047300*          NOTE *  CUMUL D UNE DEMANDE EN COURS     *.            RSA330
047400 F60CE.                                                           RSA330
047500           IF    W-WA00-ANCAM NOT = SPACE                         RSA330
047600           AND   W-CE00-ANCAM NOT = W-WA00-ANCAM                  RSA330
047700     ADD         1 TO W-WA00-CPTHC                                RSA330
047800     GO TO F60CE-FN.                                              RSA330
047900           IF    W-CE00-CDSTA = 'R'                               RSA330
048000     ADD         1 TO W-WA00-CPTCL                                RSA330
048100     GO TO F60CE-FN.                                              RSA330
048200           IF    W-CE00-CDSTA NOT = 'E'                           RSA330
048300           AND   W-CE00-CDSTA NOT = 'L'                           RSA330
048400           AND   W-CE00-CDSTA NOT = 'P'                           RSA330
048500     MOVE        'STATUT DE SUIVI INCONNU' TO W-LE06-LIB          RSA330
048600     PERFORM     F70AN THRU F70AN-FN                              RSA330
048700     GO TO F60CE-FN.                                              RSA330
048800           IF    W-CE00-DTEMI NOT NUMERIC                         RSA330
048900     MOVE        'DATE D EMISSION INVALIDE' TO W-LE06-LIB         RSA330
049000     PERFORM     F70AN THRU F70AN-FN                              RSA330
049100     GO TO F60CE-FN.                                              RSA330
049200     PERFORM     F62PY THRU F62PY-FN                              RSA330
049300     MOVE        1 TO J02                                         RSA330
049400     PERFORM     F66AD THRU F66AD-FN.                             RSA330
049500           IF    W-CE00-CDSTA = 'E'                               RSA330
049600     MOVE        2 TO J02.                                        RSA330
049700           IF    W-CE00-CDSTA = 'L'                               RSA330
049800     MOVE        3 TO J02.                                        RSA330
049900           IF    W-CE00-CDSTA = 'P'                               RSA330
050000     MOVE        4 TO J02.                                        RSA330
050100     PERFORM     F66AD THRU F66AD-FN.                             RSA330
050200           IF    W-CE00-DTLIM < W-WA00-DATJ                       RSA330
050300     MOVE        5 TO J02                                         RSA330
050400     PERFORM     F66AD THRU F66AD-FN.                             RSA330
050500     MOVE        W-CE00-DTEMI TO W-JN00-DATE                      RSA330
050600     PERFORM     F68JN THRU F68JN-FN                              RSA330
050700     COMPUTE     W-WA00-AGE = W-WA00-NJJOU - W-JN00-NBJ           RSA330
050800     MOVE        10 TO J02.                                       RSA330
050900           IF    W-WA00-AGE < 180                                 RSA330
051000     MOVE        9 TO J02.                                        RSA330
051100           IF    W-WA00-AGE < 90                                  RSA330
051200     MOVE        8 TO J02.                                        RSA330
051300           IF    W-WA00-AGE < 60                                  RSA330
051400     MOVE        7 TO J02.                                        RSA330
051500           IF    W-WA00-AGE < 30                                  RSA330
051600     MOVE        6 TO J02.                                        RSA330
051700     PERFORM     F66AD THRU F66AD-FN.                             RSA330
051800 F60CE-FN. EXIT.                                                  RSA330
051900*          NOTE *  RECHERCHE OU CREATION DU PAYS    *.            RSA330
052000 F62PY.                                                           RSA330
052100     MOVE        1 TO J01.                                        RSA330
052200 F62PY-A.                                                         RSA330
052300           IF    J01 > W-PY10-NB                                  RSA330
052400     GO TO F62PY-B.                                               RSA330
052500           IF    W-PY10-CDREPR (J01) = W-CE00-CDREPR              RSA330
052600     GO TO F62PY-FN.                                              RSA330
052700           IF    W-PY10-CDREPR (J01) > W-CE00-CDREPR              RSA330
052800     GO TO F62PY-B.                                               RSA330
052900     ADD         1 TO J01                                         RSA330
053000     GO TO F62PY-A.                                               RSA330
053100 F62PY-B.                                                         RSA330
053200           IF    W-PY10-NB NOT < 300                              RSA330
053300     MOVE        '62PY' TO XA60-XCDFSF                            RSA330
053400     MOVE        'TABLE DES PAYS SATUREE        '                 RSA330
053500                 TO XA60-XLISUI                                   RSA330
053600     MOVE        'PLUS DE 300 PAYS DANS LE SUIVI DES CERTIFICATS' RSA330
053700                 TO XA60-ZX67A                                    RSA330
053800     MOVE        SPACE TO XA60-ZX67B                              RSA330
053900     PERFORM     F9900 THRU F9900-FN.                             RSA330
054000     MOVE        W-PY10-NB TO J00.                                RSA330
054100 F62PY-C.                                                         RSA330
054200           IF    J00 < J01                                        RSA330
054300     GO TO F62PY-D.                                               RSA330
054400     MOVE        W-PY10-POSTE (J00) TO W-PY10-POSTE (J00 + 1)     RSA330
054500     SUBTRACT    1 FROM J00                                       RSA330
054600     GO TO F62PY-C.                                               RSA330
054700 F62PY-D.                                                         RSA330
054800     ADD         1 TO W-PY10-NB                                   RSA330
054900     MOVE        W-CE00-CDREPR TO W-PY10-CDREPR (J01)             RSA330
055000     MOVE        1 TO J02.                                        RSA330
055100 F62PY-E.                                                         RSA330
055200     MOVE        ZERO TO W-PY10-CPT (J01 J02)                     RSA330
055300     ADD         1 TO J02.                                        RSA330
055400           IF    J02 NOT > 10                                     RSA330
055500     GO TO F62PY-E.                                               RSA330
055600 F62PY-FN. EXIT.                                                  RSA330
055700*          NOTE *  CUMUL PAYS ET TOTAL              *.            RSA330
055800 F66AD.                                                           RSA330
055900     ADD         1 TO W-PY10-CPT (J01 J02)                        RSA330
056000     ADD         1 TO W-PY00-CPT (J02).                           RSA330
056100 F66AD-FN. EXIT.                                                  RSA330
056200*          NOTE *  CALCUL DU NUMERO DE JOUR         *.            RSA330
056300 F68JN.                                                           RSA330
056400     MOVE        W-JN00-AAAA TO W-JN00-AA                         RSA330
056500     MOVE        W-JN00-MM TO W-JN00-MS.                          RSA330
056600           IF    W-JN00-MS < 3                                    RSA330
056700     SUBTRACT    1 FROM W-JN00-AA                                 RSA330
056800     ADD         12 TO W-JN00-MS.                                 RSA330
056900     COMPUTE     W-JN00-NBJ = W-JN00-AA * 365 + W-JN00-JJ         RSA330
057000     DIVIDE      W-JN00-AA BY 4 GIVING W-JN00-Q                   RSA330
057100     ADD         W-JN00-Q TO W-JN00-NBJ                           RSA330
057200     DIVIDE      W-JN00-AA BY 100 GIVING W-JN00-Q                 RSA330
057300     SUBTRACT    W-JN00-Q FROM W-JN00-NBJ                         RSA330
057400     DIVIDE      W-JN00-AA BY 400 GIVING W-JN00-Q                 RSA330
057500     ADD         W-JN00-Q TO W-JN00-NBJ                           RSA330
057600     COMPUTE     W-JN00-Q = W-JN00-MS * 153 - 457                 RSA330
057700     DIVIDE      W-JN00-Q BY 5 GIVING W-JN00-Q                    RSA330
057800     ADD         W-JN00-Q TO W-JN00-NBJ.                          RSA330
057900 F68JN-FN. EXIT.                                                  RSA330
058000*          NOTE *  LIGNE D ANOMALIE                 *.            RSA330
058100 F70AN.                                                           RSA330
058200     MOVE        W-CE00-XREFC TO W-LE06-XREFC                     RSA330
058300     MOVE        W-CE00-NORER TO W-LE06-NORER                     RSA330
058400     MOVE        W-CE00-CDSTA TO W-LE06-CDSTA                     RSA330
058500     MOVE        W-LE06-LIGNE TO EW00                             RSA330
058600     PERFORM     F80LI THRU F80LI-FN                              RSA330
058700     ADD         1 TO W-WA00-CPTAN.                               RSA330
058800 F70AN-FN. EXIT.                                                  RSA330
058900*          NOTE *  EDITION DU TABLEAU PAR PAYS      *.            RSA330
059000 F84PY.                                                           RSA330
059100           IF    5-EW00-CLIG > 5-EW00-CLIM - 3                    RSA330
059200     PERFORM     F80TE THRU F80TE-FN.                             RSA330
059300     MOVE        1 TO J01.                                        RSA330
059400 F84PY-A.                                                         RSA330
059500           IF    J01 > W-PY10-NB                                  RSA330
059600     GO TO F84PY-B.                                               RSA330
059700     MOVE        SPACE TO W-LE05-LIGNE                            RSA330
059800     MOVE        W-PY10-CDREPR (J01) TO W-LE05-CDREPR             RSA330
059900     MOVE        1 TO J02.                                        RSA330
060000 F84PY-C.                                                         RSA330
060100     MOVE        W-PY10-CPT (J01 J02) TO W-LE05-NB (J02)          RSA330
060200     ADD         1 TO J02.                                        RSA330
060300           IF    J02 NOT > 10                                     RSA330
060400     GO TO F84PY-C.                                               RSA330
060500     MOVE        W-LE05-LIGNE TO EW00                             RSA330
060600     PERFORM     F80LI THRU F80LI-FN                              RSA330
060700     ADD         1 TO J01                                         RSA330
060800     GO TO F84PY-A.                                               RSA330
060900 F84PY-B.                                                         RSA330
061000     MOVE        SPACE TO EW00                                    RSA330
061100     PERFORM     F80LI THRU F80LI-FN                              RSA330
061200     MOVE        SPACE TO W-LE05-LIGNE                            RSA330
061300     MOVE        'TOTAL' TO W-LE05-CDREPR                         RSA330
061400     MOVE        1 TO J02.                                        RSA330
061500 F84PY-D.                                                         RSA330
061600     MOVE        W-PY00-CPT (J02) TO W-LE05-NB (J02)              RSA330
061700     ADD         1 TO J02.                                        RSA330
061800           IF    J02 NOT > 10                                     RSA330
061900     GO TO F84PY-D.                                               RSA330
062000     MOVE        W-LE05-LIGNE TO EW00                             RSA330
062100     PERFORM     F80LI THRU F80LI-FN.                             RSA330
062200 F84PY-FN. EXIT.                                                  RSA330
062300*          NOTE *  EDITION DU BILAN                 *.            RSA330
062400 F84TO.                                                           RSA330
062500     MOVE        SPACE TO EW00                                    RSA330
062600     PERFORM     F80LI THRU F80LI-FN                              RSA330
062700     MOVE        'DEMANDES SUIVIES LUES  : ' TO W-LE07-LIB        RSA330
062800     MOVE        5-CE00-CPTENR TO W-LE07-NB                       RSA330
062900     MOVE        W-LE07-LIGNE TO EW00                             RSA330
063000     PERFORM     F80LI THRU F80LI-FN                              RSA330
063100     MOVE        'HORS CAMPAGNE          : ' TO W-LE07-LIB        RSA330
063200     MOVE        W-WA00-CPTHC TO W-LE07-NB                        RSA330
063300     MOVE        W-LE07-LIGNE TO EW00                             RSA330
063400     PERFORM     F80LI THRU F80LI-FN                              RSA330
063500     MOVE        'DEMANDES CLOSES        : ' TO W-LE07-LIB        RSA330
063600     MOVE        W-WA00-CPTCL TO W-LE07-NB                        RSA330
063700     MOVE        W-LE07-LIGNE TO EW00                             RSA330
063800     PERFORM     F80LI THRU F80LI-FN                              RSA330
063900     MOVE        'DEMANDES EN COURS      : ' TO W-LE07-LIB        RSA330
064000     MOVE        W-PY00-CPT (1) TO W-LE07-NB                      RSA330
064100     MOVE        W-LE07-LIGNE TO EW00                             RSA330
064200     PERFORM     F80LI THRU F80LI-FN                              RSA330
064300     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA330
064400     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA330
064500     MOVE        W-LE07-LIGNE TO EW00                             RSA330
064600     PERFORM     F80LI THRU F80LI-FN.                             RSA330
064700 F84TO-FN. EXIT.                                                  RSA330
064800 F80TE.                                                           RSA330
064900     ADD         1 TO 5-EW00-CPAG                                 RSA330
065000     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA330
065100     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA330
065200     MOVE        W-LE01-LIGNE TO EW00                             RSA330
065300     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA330
065400     MOVE        W-LE02-LIGNE TO EW00                             RSA330
065500     WRITE       EW00 AFTER ADVANCING 1                           RSA330
065600     MOVE        W-LE03-LIGNE TO EW00                             RSA330
065700     WRITE       EW00 AFTER ADVANCING 1                           RSA330
065800     MOVE        SPACE TO EW00                                    RSA330
065900     WRITE       EW00 AFTER ADVANCING 1                           RSA330
066000     MOVE        W-LE04-LIGNE TO EW00                             RSA330
066100     WRITE       EW00 AFTER ADVANCING 1                           RSA330
066200     MOVE        SPACE TO EW00                                    RSA330
066300     WRITE       EW00 AFTER ADVANCING 1                           RSA330
066400     MOVE        6 TO 5-EW00-CLIG.                                RSA330
066500 F80TE-FN. EXIT.                                                  RSA330
066600 F80LI.                                                           RSA330
066700     MOVE        EW00 TO W-EW00-SAV.                              RSA330
066800           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA330
066900     PERFORM     F80TE THRU F80TE-FN.                             RSA330
067000     MOVE        W-EW00-SAV TO EW00                               RSA330
067100     WRITE       EW00 AFTER ADVANCING 1                           RSA330
067200     ADD         1 TO 5-EW00-CLIG.                                RSA330
067300 F80LI-FN. EXIT.                                                  RSA330
067400 F98.           EXIT.                                             RSA330
067500 F98-D.         EXIT.                                             RSA330
067600 F98-H.                                                           RSA330
067700     DISPLAY     '------------------------------'                 RSA330
067800     '------------------------------'                             RSA330
067900     '-------------'                                              RSA330
068000     DISPLAY     '- Programme ' PROGE ' : '                       RSA330
068100     'SUIVI DES CERTIFICATS DE VIE  '.                            RSA330
068200     DISPLAY     '-   version ' NUGNA ' generee '                 RSA330
068300     'le ' DATGN ' a ' TIMGN ' en '                               RSA330
068400     'bibliotheque ' APPLI.                                       RSA330
068500     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA330
068600     XAED-XHETRT.                                                 RSA330
068700     DISPLAY     '------------------------------'                 RSA330
068800     '------------------------------'                             RSA330
068900     '-------------'.                                             RSA330
069000 F98-H-FN. EXIT.                                                  RSA330
069100 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
069200           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
069300     DISPLAY                      '- Attention ! La date du jour aP100
069400-                                 ' ete forcee par la variable GCAP110
069500-                '_DATCE'.                                        P120
069600     DISPLAY     '------------------------------'                 P500
069700     '------------------------------'                             P520
069800     '-------------'.                                             P530
069900 F98-L-FN. EXIT.                                                  P530
070000 F98-D-FN. EXIT.                                                  RSA330
070100 F98-Z.                                                           RSA330
070200     DISPLAY     '-'.                                             RSA330
070300 F98CE.                                                           RSA330
070400     MOVE        5-CE00-CPTENR TO XA80-XQNENR.                    RSA330
070500     DISPLAY     '- fichier ' 'CE   '                             RSA330
070600     XA80-XQNENR ' demandes suivies lues'                         RSA330
070700     ' assignation: ' 'CE'                                        RSA330
070800     ' ouverture: ' 'I'.                                          RSA330
070900     MOVE        W-PY00-CPT (1) TO XA80-XQNENR.                   RSA330
071000     DISPLAY     '-   dont en cours : ' XA80-XQNENR.              RSA330
071100 F98CE-FN. EXIT.                                                  RSA330
071200 F98EW.                                                           RSA330
071300     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA330
071400     DISPLAY     '- fichier ' 'EW   '                             RSA330
071500     XA80-XQNENR ' pages editees'                                 RSA330
071600     ' assignation: ' 'EW'                                        RSA330
071700     ' ouverture: ' 'O'.                                          RSA330
071800 F98EW-FN. EXIT.                                                  RSA330
071900 F9899.                                                           RSA330
072000     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA330
072100     XAED-XHETRT.                                                 RSA330
072200     DISPLAY     '------------------------------'                 RSA330
072300     '------------------------------'                             RSA330
072400     '-------------'.                                             RSA330
072500 F9899-FN. EXIT.                                                  RSA330
072600 F98-Z-FN. EXIT.                                                  RSA330
072700 F98-FN.   EXIT.                                                  RSA330
072800 F99VE.                                                           RSA330
072900     MOVE        ZERO TO IK                                       RSA330
073000     DISPLAY     XA30-ENVNAM                                      RSA330
073100     UPON ENVIRONMENT-NAME                                        RSA330
073200     ACCEPT      XA30-ENVVAL                                      RSA330
073300     FROM ENVIRONMENT-VALUE                                       RSA330
073400     ON EXCEPTION                                                 RSA330
073500     MOVE        '1' TO IK                                        RSA330
073600     MOVE        SPACE TO XA30-ENVVAL.                            RSA330
073700 F99VE-FN. EXIT.                                                  RSA330
073800 F9900.         EXIT.                                             RSA330
073900 F9910.                                                           RSA330
074000     DISPLAY     '***'                                            RSA330
074100     DISPLAY     '***' XA60-L1                                    RSA330
074200     DISPLAY     '***' XA60-ZX67A.                                RSA330
074300           IF    XA60-ZX67B NOT = SPACE                           RSA330
074400     DISPLAY     '***' XA60-ZX67B.                                RSA330
074500           IF    XA60-ZX67C NOT = SPACE                           RSA330
074600     DISPLAY     '***' XA60-ZX67C                                 RSA330
074700     DISPLAY     '***'.                                           RSA330
074800 F9910-FN. EXIT.                                                  RSA330
074900 F9920.                                                           RSA330
075000     PERFORM     F98-Z THRU F98-Z-FN.                             RSA330
075100 F9980.                                                           RSA330
075200     MOVE        4 TO XA00-XRC.                                   RSA330
075300 F9980-FN. EXIT.                                                  RSA330
075400 F9990.                                                           RSA330
075500     MOVE        XA00-XRC TO RETURN-CODE                          RSA330
075600     STOP RUN.                                                    RSA330
075700 F9990-FN. EXIT.                                                  RSA330
075800 F9920-FN. EXIT.                                                  RSA330
075900 F9900-FN. EXIT.                                                  RSA330
076000 F9999.                                                           RSA330
076100     DISPLAY     '******* ABORT PROVOQUE *******'                 RSA330
076200     ' ' XA60-XCDFSF                                              RSA330
076300     PERFORM     F9920 THRU F9920-FN.                             RSA330
076400 F9999-FN. EXIT.                                                  RSA330
