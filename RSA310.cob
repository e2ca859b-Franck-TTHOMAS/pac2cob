000100 IDENTIFICATION DIVISION.                                         RSA310
000200 PROGRAM-ID.  RSA310.                                             RSA310
000300 ENVIRONMENT DIVISION.                                            RSA310
000400 CONFIGURATION SECTION.                                           RSA310
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA310
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA310
000700 SPECIAL-NAMES.                                                   RSA310
000800      C01 IS SAUTP                                                RSA310
000900      CSP IS SAUT0                                                RSA310
001000      DECIMAL-POINT IS COMMA.                                     RSA310
001100 INPUT-OUTPUT SECTION.                                            RSA310
001200 FILE-CONTROL.                                                    RSA310
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA310
001400      FILE STATUS IS                   1-EW00-STATUS              RSA310
001500                                       VSAM-STATUS.               RSA310
001600      SELECT OPTIONAL CE-FICHIER ASSIGN AS-SOCE                   RSA310
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA310
001800             FILE STATUS     1-CE00-STATUS.                       RSA310
001900      SELECT OPTIONAL CR-FICHIER ASSIGN AS-SOCR                   RSA310
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA310
002100             FILE STATUS     1-CR00-STATUS.                       RSA310
002200      SELECT CS-FICHIER      ASSIGN AS-SOCS                       RSA310
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA310
002400             FILE STATUS     1-CS00-STATUS.                       RSA310
002500      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA310
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA310
002700             FILE STATUS     1-CT00-STATUS.                       RSA310
002800 DATA DIVISION.                                                   RSA310
002900 FILE SECTION.                                                    RSA310
003000 FD                 EW-FICHIER                                    RSA310
003100      BLOCK              00000 RECORDS.                           RSA310
003200 01                 EW00.                                         RSA310
003300      10       FILLER         PICTURE  X(133).                    RSA310
003400 FD                 CE-FICHIER                                    RSA310
003500      BLOCK              00000 RECORDS.                           RSA310
003600 01                 CE00.                                         RSA310
003700      10            CE00-LIGNE  PICTURE  X(80).                   RSA310
003800 FD                 CR-FICHIER                                    RSA310
003900      BLOCK              00000 RECORDS.                           RSA310
004000 01                 CR00.                                         RSA310
004100      10            CR00-LIGNE  PICTURE  X(80).                   RSA310
004200 FD                 CS-FICHIER                                    RSA310
004300      BLOCK              00000 RECORDS.                           RSA310
004400 01                 CS00.                                         RSA310
004500      10            CS00-LIGNE  PICTURE  X(80).                   RSA310
004600 FD                 CT-FICHIER                                    RSA310
004700      BLOCK              00000 RECORDS.                           RSA310
004800 01                 CT00.                                         RSA310
004900      10            CT00-LIGNE  PICTURE  X(150).                  RSA310
005000 WORKING-STORAGE SECTION.                                         RSA310
005100 01               W-CT00-ENR.                                     RSA310
005200    05            W-CT00-PROGR   PIC X(8).                        RSA310
005300    05            W-CT00-DATTRT  PIC X(8).                        RSA310
005400    05            W-CT00-HETRT   PIC X(6).                        RSA310
005500    05            W-CT00-CDETAT  PIC 9(4).                        RSA310
005600    05            W-CT00-POSTE   OCCURS 10.                       RSA310
005700      10          W-CT00-FICID   PIC XX.                          RSA310
005800      10          W-CT00-SENS    PIC X.                           RSA310
005900      10          W-CT00-NBENR   PIC 9(9).                        RSA310
006000    05            FILLER         PIC X(4).                        RSA310
006100 01               W-CE00-ENR.                                     RSA310
006200    05            W-CE00-XREFC.                                   RSA310
006300      10          W-CE00-CDREF   PIC XX.                          RSA310
006400      10          W-CE00-ANCAM   PIC X(4).                        RSA310
006500      10          W-CE00-NOREF   PIC X(6).                        RSA310
006600    05            W-CE00-NORER   PIC X(6).                        RSA310
006700    05            W-CE00-CDREPR  PIC XXX.                         RSA310
006800    05            W-CE00-NBREN   PIC 9(3).                        RSA310
006900    05            W-CE00-DTEMI   PIC X(8).                        RSA310
007000    05            W-CE00-DTLIM   PIC X(8).                        RSA310
007100    05            W-CE00-CDSTA   PIC X.                           RSA310
007200    05            W-CE00-DTREL   PIC X(8).                        RSA310
007300    05            W-CE00-DTREC   PIC X(8).                        RSA310
007400    05            W-CE00-CDORI   PIC X.                           RSA310
007500    05            W-CE00-DTSUS   PIC X(8).                        RSA310
007600    05            FILLER         PIC X(14).                       RSA310
007700 01               W-CR00-ENR.                                     RSA310
007800    05            W-CR00-XREFC   PIC X(12).                       RSA310
007900    05            W-CR00-NORER   PIC X(6).                        RSA310
008000    05            W-CR00-DTREC   PIC X(8).                        RSA310
008100    05            W-CR00-DTCER   PIC X(8).                        RSA310
008200    05            W-CR00-CDORI   PIC X.                           RSA310
008300    05            FILLER         PIC X(45).                       RSA310
008400 01               W-CR10-TAB.                                     RSA310
008500    05            W-CR10-NB      PIC S9(4) COMP.                  RSA310
008600    05            W-CR10-POSTE   OCCURS 3000.                     RSA310
008700      10          W-CR10-XREFC   PIC X(12).                       RSA310
008800      10          W-CR10-NORER   PIC X(6).                        RSA310
008900      10          W-CR10-DTREC   PIC X(8).                        RSA310
009000      10          W-CR10-DTCER   PIC X(8).                        RSA310
009100      10          W-CR10-CDORI   PIC X.                           RSA310
009200      10          W-CR10-TRT     PIC X.                           RSA310
009300 77               W-CE00-EOF    PIC X VALUE '0'.                  RSA310
009400 77               W-CR00-EOF    PIC X VALUE '0'.                  RSA310
009500 77               W-WA00-TROUVE PIC X.                            RSA310
009600 77               W-WA00-STAAV  PIC X.                            RSA310
009700 77               W-WA00-CPTCL  PIC S9(9) COMP-3 VALUE ZERO.      RSA310
009800 77               W-WA00-CPTRP  PIC S9(9) COMP-3 VALUE ZERO.      RSA310
009900 77               W-WA00-CPTOU  PIC S9(9) COMP-3 VALUE ZERO.      RSA310
010000 77               W-WA00-CPTSD  PIC S9(9) COMP-3 VALUE ZERO.      RSA310
010100 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA310
010200 01               W-EW00-SAV     PIC X(133).                      RSA310
010300 01               W-LE01-LIGNE.                                   RSA310
010400    05            FILLER         PIC X(01) VALUE SPACE.           RSA310
010500    05            FILLER         PIC X(22) VALUE                  RSA310
010600                  'GROUPAMA - RENTES'.                            RSA310
010700    05            FILLER         PIC X(32) VALUE                  RSA310
010800                  'RETOUR DES CERTIFICATS DE VIE'.                RSA310
010900    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA310
011000    05            W-LE01-DATE    PIC X(10).                       RSA310
011100    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA310
011200    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA310
011300    05            FILLER         PIC X(43) VALUE SPACES.          RSA310
011400 01               W-LE02-LIGNE.                                   RSA310
011500    05            FILLER         PIC X(24) VALUE SPACES.          RSA310
011600    05            FILLER         PIC X(29) VALUE ALL '='.         RSA310
011700    05            FILLER         PIC X(80) VALUE SPACES.          RSA310
011800 01               W-LE04-LIGNE.                                   RSA310
011900    05            FILLER         PIC X(01) VALUE SPACE.           RSA310
012000    05            FILLER         PIC X(14) VALUE 'REFERENCE'.     RSA310
012100    05            FILLER         PIC X(08) VALUE 'RENTIER'.       RSA310
012200    05            FILLER         PIC X(05) VALUE 'PAYS'.          RSA310
012300    05            FILLER         PIC X(10) VALUE 'EMISE LE'.      RSA310
012400    05            FILLER         PIC X(05) VALUE 'STA'.           RSA310
012500    05            FILLER         PIC X(10) VALUE 'RECU LE'.       RSA310
012600    05            FILLER         PIC X(10) VALUE 'ETABLI LE'.     RSA310
012700    05            FILLER         PIC X(05) VALUE 'ORI'.           RSA310
012800    05            FILLER         PIC X(30) VALUE 'RESULTAT'.      RSA310
012900    05            FILLER         PIC X(35) VALUE SPACES.          RSA310
013000 01               W-LE05-LIGNE.                                   RSA310
013100    05            FILLER         PIC X(01) VALUE SPACE.           RSA310
013200    05            W-LE05-XREFC   PIC X(12).                       RSA310
013300    05            FILLER         PIC X(02) VALUE SPACES.          RSA310
013400    05            W-LE05-NORER   PIC X(6).                        RSA310
013500    05            FILLER         PIC X(02) VALUE SPACES.          RSA310
013600    05            W-LE05-CDREPR  PIC XXX.                         RSA310
013700    05            FILLER         PIC X(02) VALUE SPACES.          RSA310
013800    05            W-LE05-DTEMI   PIC X(8).                        RSA310
013900    05            FILLER         PIC X(02) VALUE SPACES.          RSA310
014000    05            W-LE05-CDSTA   PIC X.                           RSA310
014100    05            FILLER         PIC X(04) VALUE SPACES.          RSA310
014200    05            W-LE05-DTREC   PIC X(8).                        RSA310
014300    05            FILLER         PIC X(02) VALUE SPACES.          RSA310
014400    05            W-LE05-DTCER   PIC X(8).                        RSA310
014500    05            FILLER         PIC X(02) VALUE SPACES.          RSA310
014600    05            W-LE05-CDORI   PIC X.                           RSA310
014700    05            FILLER         PIC X(04) VALUE SPACES.          RSA310
014800    05            W-LE05-LIB     PIC X(30).                       RSA310
014900    05            FILLER         PIC X(35) VALUE SPACES.          RSA310
015000 01               W-LE07-LIGNE.                                   RSA310
015100    05            FILLER         PIC X(01) VALUE SPACE.           RSA310
015200    05            W-LE07-LIB     PIC X(26).                       RSA310
015300    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA310
015400    05            FILLER         PIC X(97) VALUE SPACES.          RSA310
015500 01               W-LE09-LIGNE.                                   RSA310
015600    05            FILLER         PIC X(01) VALUE SPACE.           RSA310
015700    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA310
015800    05            W-LE09-LIB     PIC X(40).                       RSA310
015900    05            FILLER         PIC X(81) VALUE SPACES.          RSA310
016000 77                 XA00-XRC      VALUE ZERO                      7XA015
016100                  PICTURE 9(4).                                   7XA015
016200 77                 XA00-8TMES    VALUE ZERO                      7XA055
016300                  PICTURE X(01).                                  7XA055
016400 77                 XAIN-XDATRT                                   7XA110
016500                  PICTURE X(8).                                   7XA110
016600 77                 XAIN-XHETRT                                   7XA120
016700                  PICTURE X(6).                                   7XA120
016800 77                 XAED-XDATRT                                   7XA160
016900                  PICTURE X(10).                                  7XA160
017000 77                 XAED-XHETRT                                   7XA170
017100                  PICTURE X(8).                                   7XA170
017200 77                 XA30-ENVNAM   PIC X(080).                     7XA310
017300 77                 XA30-ENVVAL   PIC X(080).                     7XA320
017400 01                 XA60.                                         7XA610
017500   05               XA60-L1.                                      7XA620
017600     10             FILLER PIC X  VALUE 'F'.                      7XA625
017700     10             XA60-XCDFSF   VALUE SPACE                     7XA630
017800                  PICTURE X(4).                                   7XA630
017900     10             FILLER PIC X  VALUE ':'.                      7XA635
018000     10             XA60-XLISUI   VALUE SPACE                     7XA640
018100                  PICTURE X(30).                                  7XA640
018200   05               XA60-ZX67A    VALUE SPACE                     7XA650
018300                  PICTURE X(67).                                  7XA650
018400   05               XA60-ZX67B    VALUE SPACE                     7XA660
018500                  PICTURE X(67).                                  7XA660
018600   05               XA60-ZX67C    VALUE SPACE                     7XA670
018700                  PICTURE X(67).                                  7XA670
018800 01                 XA80.                                         7XA810
018900   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
019000   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
019100   05               XA80-XCOSD                                    7XA820
019200                  PICTURE XX.                                     7XA820
019300   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
019400   05               XA80-STATUS.                                  7XA830
019500    07              XA80-STATUS1  PIC X.                          7XA831
019600    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
019700    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
019800   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
019900   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
020000   05               XA80-XQNENR                                   7XA840
020100                  PICTURE Z(8)9.                                  7XA840
020200 01                 XA81-STATUS.                                  7XA900
020300    07              XA81-STATUS1  PIC X.                          7XA905
020400    07              FILLER        PIC X      VALUE '/'.           7XA910
020500    07              XA81-STATUS2  PIC 999.                        7XA915
020600 01  CODE-ABORT    PIC X(2).                                      RSA310
020700 01   DEBUT-WSS.                                                  RSA310
020800      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA310
020900      05   IK     PICTURE X.                                      RSA310
021000 01  CONSTANTES-PAC.                                              RSA310
021100     05  FILLER  PICTURE X(50)   VALUE                            RSA310
021200     '6315ARSA15/10/26RSA310LEBLANC 15:02:38RSA310  UNIX'.        RSA310
021300     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA310
021400 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA310
021500     05  NUGNA   PICTURE X(5).                                    RSA310
021600     05  APPLI   PICTURE X(3).                                    RSA310
021700     05  DATGN   PICTURE X(8).                                    RSA310
021800     05  PROGR   PICTURE X(6).                                    RSA310
021900     05  CODUTI  PICTURE X(8).                                    RSA310
022000     05  TIMGN   PICTURE X(8).                                    RSA310
022100     05  PROGE   PICTURE X(8).                                    RSA310
022200     05  COBASE  PICTURE X(4).                                    RSA310
022300     05  DATGNC  PICTURE X(10).                                   RSA310
022400 01  DATCE.                                                       RSA310
022500   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA310
022600   05  DATOR.                                                     RSA310
022700     10  DATOA  PICTURE XX.                                       RSA310
022800     10  DATOM  PICTURE XX.                                       RSA310
022900     10  DATOJ  PICTURE XX.                                       RSA310
023000 01  DAT6.                                                        RSA310
023100      10 DAT61   PICTURE XX.                                      RSA310
023200      10 DAT62   PICTURE XX.                                      RSA310
023300      10 DAT63   PICTURE XX.                                      RSA310
023400 01  DAT8.                                                        RSA310
023500      10 DAT81   PICTURE XX.                                      RSA310
023600      10 DAT8S1  PICTURE X.                                       RSA310
023700      10 DAT82   PICTURE XX.                                      RSA310
023800      10 DAT8S2  PICTURE X.                                       RSA310
023900      10 DAT83   PICTURE XX.                                      RSA310
024000 01  DAT8E    REDEFINES    DAT8.                                  RSA310
024100      10 DAT81E  PICTURE X(4).                                    RSA310
024200      10 DAT82E  PICTURE XX.                                      RSA310
024300      10 DAT83E  PICTURE XX.                                      RSA310
024400 01  DAT6C.                                                       RSA310
024500      10  DAT61C PICTURE XX.                                      RSA310
024600      10  DAT62C PICTURE XX.                                      RSA310
024700      10  DAT63C.                                                 RSA310
024800       15 DAT63CC PICTURE XX.                                     RSA310
024900       15 DAT64C  PICTURE XX.                                     RSA310
025000 01  DAT8C.                                                       RSA310
025100      10  DAT81C  PICTURE XX.                                     RSA310
025200      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA310
025300      10  DAT82C  PICTURE XX.                                     RSA310
025400      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA310
025500      10  DAT83C.                                                 RSA310
025600       15 DAT83CC PICTURE XX.                                     RSA310
025700       15 DAT84C  PICTURE XX.                                     RSA310
025800 01  TIMCO.                                                       RSA310
025900   05  TIMCOH   PICTURE XX.                                       RSA310
026000   05  TIMCOM   PICTURE XX.                                       RSA310
026100   05  TIMCOS   PICTURE XX.                                       RSA310
026200   05  TIMOC.                                                     RSA310
026300    10 TIMCOC   PICTURE XX.                                       RSA310
026400 01  TIMDAY.                                                      RSA310
026500   05  TIMHOU   PICTURE XX.                                       RSA310
026600   05  TIMS1    PICTURE X  VALUE ':'.                             RSA310
026700   05  TIMMIN   PICTURE XX.                                       RSA310
026800   05  TIMS2    PICTURE X  VALUE ':'.                             RSA310
026900   05  TIMSEC   PICTURE XX.                                       RSA310
027000 01  DATSEP     PICTURE X VALUE '/'.                              RSA310
027100 01   VARIABLES-CONDITIONNELLES.                                  RSA310
027200      05                  FT      PICTURE X VALUE '0'.            RSA310
027300 01   INDICES  COMPUTATIONAL  SYNC.                               RSA310
027400      05        J00       PICTURE S9(4) VALUE +1.                 RSA310
027500      05        J01       PICTURE S9(4) VALUE +1.                 RSA310
027600 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA310
027700      05       5-CE00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA310
027800      05       5-CR00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA310
027900      05       5-CS00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA310
028000      05       5-CT00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA310
028100 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA310
028200      05         COMPTEURS     COMPUTATIONAL-3.                   RSA310
028300      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA310
028400      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA310
028500      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA310
028600 01  ZONES-STATUS.                                                RSA310
028700      05   VSAM-STATUS.                                           RSA310
028800        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA310
028900        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA310
029000        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA310
029100      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA310
029200      05          1-CE00-STATUS PICTURE XX VALUE ZERO.            RSA310
029300      05          1-CR00-STATUS PICTURE XX VALUE ZERO.            RSA310
029400      05          1-CS00-STATUS PICTURE XX VALUE ZERO.            RSA310
029500      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA310
029600 PROCEDURE DIVISION.                                              RSA310
029700 DECLARATIVES.                                                    RSA310
029800 SECEW SECTION.                                                   RSA310
029900     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA310
030000 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA310
030100 F0AEW-A. GO TO  F0A90.                                           RSA310
030200 SECCE SECTION.                                                   RSA310
030300     USE AFTER ERROR PROCEDURE                                    RSA310
030400      ON CE-FICHIER.                                              RSA310
030500 F0ACE.                                                           RSA310
030600     MOVE        'CE' TO XA80-XCOSD                               RSA310
030700     MOVE        1-CE00-STATUS TO XA80-STATUS                     RSA310
030800     MOVE        5-CE00-CPTENR TO XA80-XQNENR                     RSA310
030900     GO TO F0A90.                                                 RSA310
031000 F0ACE-FN. EXIT.                                                  RSA310
031100 SECCR SECTION.                                                   RSA310
031200     USE AFTER ERROR PROCEDURE                                    RSA310
031300      ON CR-FICHIER.                                              RSA310
031400 F0ACR.                                                           RSA310
031500     MOVE        'CR' TO XA80-XCOSD                               RSA310
031600     MOVE        1-CR00-STATUS TO XA80-STATUS                     RSA310
031700     MOVE        5-CR00-CPTENR TO XA80-XQNENR                     RSA310
031800     GO TO F0A90.                                                 RSA310
031900 F0ACR-FN. EXIT.                                                  RSA310
032000 SECCS SECTION.                                                   RSA310
032100     USE AFTER ERROR PROCEDURE                                    RSA310
032200      ON CS-FICHIER.                                              RSA310
032300 F0ACS.                                                           RSA310
032400     MOVE        'CS' TO XA80-XCOSD                               RSA310
032500     MOVE        1-CS00-STATUS TO XA80-STATUS                     RSA310
032600     MOVE        5-CS00-CPTENR TO XA80-XQNENR                     RSA310
032700     GO TO F0A90.                                                 RSA310
032800 F0ACS-FN. EXIT.                                                  RSA310
032900 SECCT SECTION.                                                   RSA310
033000     USE AFTER ERROR PROCEDURE                                    RSA310
033100      ON CT-FICHIER.                                              RSA310
033200 F0ACT.                                                           RSA310
033300     MOVE        'CT' TO XA80-XCOSD                               RSA310
033400     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA310
033500     MOVE        5-CT00-CPTENR TO XA80-XQNENR                     RSA310
033600     GO TO F0A90.                                                 RSA310
033700 F0ACT-FN. EXIT.                                                  RSA310
033800 F0A90.                                                           RSA310
033900     MOVE        '0A90' TO XA60-XCDFSF                            RSA310
034000     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA310
034100           IF    XA80-STATUS1 = '9'                               RSA310
034200     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA310
034300     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA310
034400     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA310
034500     MOVE        XA80 TO XA60-ZX67A                               RSA310
034600     MOVE        SPACE TO XA60-ZX67B.                             RSA310
034700     PERFORM     F9900 THRU F9900-FN.                             RSA310
034800 F0A90-FN. EXIT.                                                  RSA310
034900 END DECLARATIVES.                                                RSA310
035000 SEC00 SECTION.                                                   RSA310
035100 F0B.           EXIT.                                             RSA310
035200 F0BBA.                                                           P000
035300     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
035400     PERFORM     F99VE THRU F99VE-FN.                             P060
035500           IF    IK = ZERO                                        P070
035600     MOVE        XA30-ENVVAL TO DATCE                             P070
035700           ELSE                                                   P100
035800     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
035900       TO DATCE.                                                  P110
036000     ACCEPT TIMCO FROM TIME.                                      P120
036100     MOVE        DATCE TO XAIN-XDATRT                             P210
036200     MOVE        TIMCO TO XAIN-XHETRT.                            P220
036300     MOVE        DATCE                                            P310
036400     TO DAT8E DAT6C                                               P310
036500     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
036600     MOVE DAT82E TO DAT62C                                        P310
036700     MOVE   DAT6C TO  XAED-XDATRT                                 P310
036800     MOVE        XAED-XDATRT                                      P315
036900     TO DAT8E DAT6C                                               P315
037000     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
037100     MOVE DAT63C TO DAT83C                                        P315
037200     MOVE   DAT8C TO XAED-XDATRT                                  P315
037300     MOVE        TIMCO                                            P320
037400     TO DAT8E DAT6C                                               P320
037500     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
037600     MOVE DAT82E TO TIMSEC                                        P320
037700     MOVE TIMDAY TO   XAED-XHETRT.                                P320
037800 F0BBA-FN. EXIT.                                                  P320
037900 F0BBE.                                                           P000
038000     PERFORM     F98-D THRU F98-D-FN.                             P100
038100 F0BBE-FN. EXIT.                                                  P100
038200 F0B-FN.   EXIT.                                                  RSA310
038300 F01.      EXIT.                                                  RSA310
038400 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA310
038500        IF        1-EW00-STATUS  NOT  = ZERO                      RSA310
038600             AND  1-EW00-STATUS  NOT  = '97'                      RSA310
038700        PERFORM    F0AEW                                          RSA310
038800        PERFORM    F0A90         THRU F0A90-FN.                   RSA310
038900 F01EW-FN. EXIT.                                                  RSA310
039000 F01CE.    OPEN INPUT                    CE-FICHIER.              RSA310
039100        IF        1-CE00-STATUS  NOT  = ZERO                      RSA310
039200             AND  1-CE00-STATUS  NOT  = '05'                      RSA310
039300             AND  1-CE00-STATUS  NOT  = '97'                      RSA310
039400        PERFORM    F0ACE                                          RSA310
039500        PERFORM    F0A90         THRU F0A90-FN.                   RSA310
039600 F01CE-FN. EXIT.                                                  RSA310
039700 F01CR.    OPEN INPUT                    CR-FICHIER.              RSA310
039800        IF        1-CR00-STATUS  NOT  = ZERO                      RSA310
039900             AND  1-CR00-STATUS  NOT  = '05'                      RSA310
040000             AND  1-CR00-STATUS  NOT  = '97'                      RSA310
040100        PERFORM    F0ACR                                          RSA310
040200        PERFORM    F0A90         THRU F0A90-FN.                   RSA310
040300 F01CR-FN. EXIT.                                                  RSA310
040400 F01CS.    OPEN OUTPUT                   CS-FICHIER.              RSA310
040500        IF        1-CS00-STATUS  NOT  = ZERO                      RSA310
040600             AND  1-CS00-STATUS  NOT  = '97'                      RSA310
040700        PERFORM    F0ACS                                          RSA310
040800        PERFORM    F0A90         THRU F0A90-FN.                   RSA310
040900 F01CS-FN. EXIT.                                                  RSA310
041000 F01ZZ.                                                           RSA310
041100     MOVE        ZERO TO W-CR10-NB.                               RSA310
041200 F01ZZ-FN. EXIT.                                                  RSA310
041300 F01-FN.   EXIT.                                                  RSA310
041400*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA310
041500 F05.           EXIT.                                             RSA310
041600 F20.      IF FT =            ALL '1'                             RSA310
041700           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA310
041800 F20AD.                                                           RSA310
041900     PERFORM     F0BBA THRU F0BBA-FN.                             RSA310
042000 F20AD-FN. EXIT.                                                  RSA310
042100 F20EW.    CLOSE    EW-FICHIER.                                   RSA310
042200 F20EW-FN. EXIT.                                                  RSA310
042300 F20CE.    CLOSE    CE-FICHIER.                                   RSA310
042400 F20CE-FN. EXIT.                                                  RSA310
042500 F20CR.    CLOSE    CR-FICHIER.                                   RSA310
042600 F20CR-FN. EXIT.                                                  RSA310
042700 F20CS.    CLOSE    CS-FICHIER.                                   RSA310
042800 F20CS-FN. EXIT.                                                  RSA310
042900 F20RC.    IF    XA00-XRC = ZERO                                  RSA310
043000           AND   W-WA00-CPTAN > ZERO                              RSA310
043100     MOVE        4 TO XA00-XRC.                                   RSA310
043200 F20RC-FN. EXIT.                                                  RSA310
043300*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA310
043400 F20CT.                                                           RSA310
043500     OPEN EXTEND CT-FICHIER.                                      RSA310
043600           IF    1-CT00-STATUS NOT = ZERO                         RSA310
043700           AND   1-CT00-STATUS NOT = '05'                         RSA310
043800           AND   1-CT00-STATUS NOT = '97'                         RSA310
043900        PERFORM    F0ACT                                          RSA310
044000        PERFORM    F0A90         THRU F0A90-FN.                   RSA310
044100     MOVE        SPACE TO W-CT00-ENR                              RSA310
044200     MOVE        PROGE TO W-CT00-PROGR                            RSA310
044300     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA310
044400     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA310
044500     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA310
044600     MOVE        'CE' TO W-CT00-FICID (1)                         RSA310
044700     MOVE        'I' TO W-CT00-SENS (1)                           RSA310
044800     MOVE        5-CE00-CPTENR TO W-CT00-NBENR (1)                RSA310
044900     MOVE        'CR' TO W-CT00-FICID (2)                         RSA310
045000     MOVE        'I' TO W-CT00-SENS (2)                           RSA310
045100     MOVE        5-CR00-CPTENR TO W-CT00-NBENR (2)                RSA310
045200     MOVE        'CS' TO W-CT00-FICID (3)                         RSA310
045300     MOVE        'O' TO W-CT00-SENS (3)                           RSA310
045400     MOVE        5-CS00-CPTENR TO W-CT00-NBENR (3)                RSA310
045500     MOVE        'EW' TO W-CT00-FICID (4)                         RSA310
045600     MOVE        'O' TO W-CT00-SENS (4)                           RSA310
045700     MOVE        5-EW00-CPAG TO W-CT00-NBENR (4)                  RSA310
045800     MOVE        W-CT00-ENR TO CT00                               RSA310
045900     WRITE       CT00                                             RSA310
046000     ADD         1 TO 5-CT00-CPTENR                               RSA310
046100     CLOSE       CT-FICHIER.                                      RSA310
046200 F20CT-FN. EXIT.                                                  RSA310
046300 F2090.                                                           RSA310
046400     PERFORM     F98-Z THRU F98-Z-FN.                             RSA310
046500 F2090-FN. EXIT.                                                  RSA310
046600 F2095.                                                           RSA310
046700     MOVE        XA00-XRC TO RETURN-CODE.                         RSA310
046800 F2095-FN. EXIT.                                                  RSA310
046900 F2099.     GOBACK.                                               RSA310
047000 F2099-FN. EXIT.                                                  RSA310
047100 F20-FN.   EXIT.                                                  RSA310
047200 F50.           EXIT.                                             RSA310
047300*          NOTE *  CHARGEMENT DES CERTIFICATS RECUS *.            RSA310
047400 F50AA.                                                           RSA310
047500           IF    1-CR00-STATUS = '05'                             RSA310
047600     GO TO F50AA-FN.                                              RSA310
047700 F50AA-A.                                                         RSA310
047800     READ        CR-FICHIER                                       RSA310
047900     AT END      MOVE       '1' TO W-CR00-EOF                     RSA310
048000     NOT AT END  ADD        1 TO 5-CR00-CPTENR.                   RSA310
048100           IF    W-CR00-EOF = '1'                                 RSA310
048200     GO TO F50AA-FN.                                              RSA310
048300           IF    CR00-LIGNE = SPACE                               RSA310
048400     GO TO F50AA-A.                                               RSA310
048500     MOVE        CR00 TO W-CR00-ENR                               RSA310
048600     PERFORM     F60CR THRU F60CR-FN                              RSA310
048700     GO TO F50AA-A.                                               RSA310
048800 F50AA-FN. EXIT.                                                  RSA310
048900*          NOTE *  MISE A JOUR DU SUIVI             *.            RSA310
049000 F50BB.                                                           RSA310
049100           IF    1-CE00-STATUS = '05'                             RSA310
049200     GO TO F50BB-FN.                                              RSA310
049300 F50BB-A.                                                         RSA310
049400     READ        CE-FICHIER                                       RSA310
049500     AT END      MOVE       '1' TO W-CE00-EOF                     RSA310
049600     NOT AT END  ADD        1 TO 5-CE00-CPTENR.                   RSA310
049700           IF    W-CE00-EOF = '1'                                 RSA310
049800     GO TO F50BB-FN.                                              RSA310
049900           IF    CE00-LIGNE = SPACE                               RSA310
050000     GO TO F50BB-A.                                               RSA310
050100     MOVE        CE00 TO W-CE00-ENR                               RSA310
050200     PERFORM     F60CE THRU F60CE-FN                              RSA310
050300     GO TO F50BB-A.                                               RSA310
050400 F50BB-FN. EXIT.                                                  RSA310
050500 F50CC.                                                           RSA310
050600     PERFORM     F64CR THRU F64CR-FN                              RSA310
050700     PERFORM     F84TO THRU F84TO-FN.                             RSA310
050800 F50CC-FN. EXIT.                                                  RSA310
050900 F50XX.                                                           RSA310
051000     MOVE                     ALL '1' TO FT GO TO F20.            RSA310
051100 F50XX-FN. EXIT.                                                  RSA310
051200 F50-FN.   EXIT.                                                  RSA310
051300*          NOTE *  STOCKAGE D UN CERTIFICAT RECU    *.            RSA310
051400 F60CR.                                                           RSA310
051500     MOVE        1 TO J01.                                        RSA310
051600 F60CR-A.                                                         RSA310
051700           IF    J01 > W-CR10-NB                                  RSA310
051800     GO TO F60CR-B.                                               RSA310
051900           IF    W-CR10-XREFC (J01) = W-CR00-XREFC                RSA310
052000     MOVE        SPACE TO W-CE00-ENR                              RSA310
052100     MOVE        W-CR00-XREFC TO W-CE00-XREFC                     RSA310
052200     MOVE        W-CR00-NORER TO W-CE00-NORER                     RSA310
052300     PERFORM     F70LC THRU F70LC-FN                              RSA310
052400     MOVE        'CERTIFICAT EN DOUBLE' TO W-LE05-LIB             RSA310
052500     PERFORM     F70AN THRU F70AN-FN                              RSA310
052600     GO TO F60CR-FN.                                              RSA310
052700     ADD         1 TO J01                                         RSA310
052800     GO TO F60CR-A.                                               RSA310
052900 F60CR-B.                                                         RSA310
053000           IF    W-CR10-NB NOT < 3000                             RSA310
053100     MOVE        '60CR' TO XA60-XCDFSF                            RSA310
053200     MOVE        'TABLE DES CERTIFICATS SATUREE '                 RSA310
053300                 TO XA60-XLISUI                                   RSA310
053400     MOVE        'PLUS DE 3000 CERTIFICATS DANS LE FICHIER CR'    RSA310
053500                 TO XA60-ZX67A                                    RSA310
053600     MOVE        SPACE TO XA60-ZX67B                              RSA310
053700     PERFORM     F9900 THRU F9900-FN.                             RSA310
053800     ADD         1 TO W-CR10-NB                                   RSA310
053900     MOVE        W-CR10-NB TO J01                                 RSA310
054000     MOVE        W-CR00-XREFC TO W-CR10-XREFC (J01)               RSA310
054100     MOVE        W-CR00-NORER TO W-CR10-NORER (J01)               RSA310
054200     MOVE        W-CR00-DTREC TO W-CR10-DTREC (J01)               RSA310
054300     MOVE        W-CR00-DTCER TO W-CR10-DTCER (J01)               RSA310
054400     MOVE        W-CR00-CDORI TO W-CR10-CDORI (J01)               RSA310
054500     MOVE        '0' TO W-CR10-TRT (J01).                         RSA310
054600 F60CR-FN. EXIT.                                                  RSA310
054700*          NOTE *  RAPPROCHEMENT D UNE DEMANDE      *.            RSA310
054800 F60CE.                                                           RSA310
054900     MOVE        W-CE00-CDSTA TO W-WA00-STAAV                     RSA310
055000     MOVE        '0' TO W-WA00-TROUVE                             RSA310
055100     MOVE        1 TO J01.                                        RSA310
055200 F60CE-A.                                                         RSA310
055300           IF    J01 > W-CR10-NB                                  RSA310
055400     GO TO F60CE-B.                                               RSA310
055500           IF    W-CR10-XREFC (J01) = W-CE00-XREFC                RSA310
055600     MOVE        '1' TO W-WA00-TROUVE                             RSA310
055700     MOVE        '1' TO W-CR10-TRT (J01)                          RSA310
055800     GO TO F60CE-B.                                               RSA310
055900     ADD         1 TO J01                                         RSA310
056000     GO TO F60CE-A.                                               RSA310
056100 F60CE-B.                                                         RSA310
056200           IF    W-WA00-TROUVE = '0'                              RSA310
056300     GO TO F60CE-D.                                               RSA310
056400     MOVE        W-CR10-DTREC (J01) TO W-LE05-DTREC               RSA310
056500     MOVE        W-CR10-DTCER (J01) TO W-LE05-DTCER               RSA310
056600     MOVE        W-CR10-CDORI (J01) TO W-LE05-CDORI.              RSA310
056700           IF    W-CR10-NORER (J01) NOT = W-CE00-NORER            RSA310
056800     MOVE        'RENTIER DIFFERENT DU SUIVI' TO W-LE05-LIB       RSA310
056900     GO TO F60CE-C.                                               RSA310
057000           IF    W-CE00-CDSTA = 'R'                               RSA310
057100     MOVE        'CERTIFICAT DEJA RECU' TO W-LE05-LIB             RSA310
057200     GO TO F60CE-C.                                               RSA310
057300           IF    W-CR10-DTREC (J01) NOT NUMERIC                   RSA310
057400     MOVE        'DATE DE RECEPTION INVALIDE' TO W-LE05-LIB       RSA310
057500     GO TO F60CE-C.                                               RSA310
057600           IF    W-CR10-DTCER (J01) NOT NUMERIC                   RSA310
057700     MOVE        'DATE DU CERTIFICAT INVALIDE' TO W-LE05-LIB      RSA310
057800     GO TO F60CE-C.                                               RSA310
057900           IF    W-CR10-DTCER (J01) < W-CE00-DTEMI                RSA310
058000     MOVE        'CERTIFICAT ANTERIEUR A LA DEM.'                 RSA310
058100                 TO W-LE05-LIB                                    RSA310
058200     GO TO F60CE-C.                                               RSA310
058300           IF    W-CR10-CDORI (J01) NOT = 'S'                     RSA310
058400           AND   W-CR10-CDORI (J01) NOT = 'K'                     RSA310
058500     MOVE        'ORIGINE DU RETOUR INCONNUE' TO W-LE05-LIB       RSA310
058600     GO TO F60CE-C.                                               RSA310
058700           IF    W-CE00-CDSTA = 'P'                               RSA310
058800     MOVE        'RECU APRES PROPOSITION SUSP.' TO W-LE05-LIB     RSA310
058900     ADD         1 TO W-WA00-CPTRP                                RSA310
059000           ELSE                                                   RSA310
059100     MOVE        'DEMANDE CLOSE' TO W-LE05-LIB.                   RSA310
059200     ADD         1 TO W-WA00-CPTCL                                RSA310
059300     MOVE        'R' TO W-CE00-CDSTA                              RSA310
059400     MOVE        W-CR10-DTREC (J01) TO W-CE00-DTREC               RSA310
059500     MOVE        W-CR10-CDORI (J01) TO W-CE00-CDORI               RSA310
059600     PERFORM     F70LI THRU F70LI-FN                              RSA310
059700     GO TO F60CE-D.                                               RSA310
059800 F60CE-C.                                                         RSA310
059900     PERFORM     F70LI THRU F70LI-FN                              RSA310
060000     ADD         1 TO W-WA00-CPTAN.                               RSA310
060100 F60CE-D.                                                         RSA310
060200           IF    W-CE00-CDSTA NOT = 'R'                           RSA310
060300     ADD         1 TO W-WA00-CPTOU.                               RSA310
060400     MOVE        W-CE00-ENR TO CS00                               RSA310
060500     WRITE       CS00                                             RSA310
060600     ADD         1 TO 5-CS00-CPTENR.                              RSA310
060700 F60CE-FN. EXIT.                                                  RSA310
060800*          NOTE *  CERTIFICATS SANS DEMANDE         *.            RSA310
060900 F64CR.                                                           RSA310
061000     MOVE        1 TO J01.                                        RSA310
061100 F64CR-A.                                                         RSA310
061200           IF    J01 > W-CR10-NB                                  RSA310
061300     GO TO F64CR-FN.                                              RSA310
061400           IF    W-CR10-TRT (J01) = '0'                           RSA310
061500     MOVE        SPACE TO W-CE00-ENR                              RSA310
061600     MOVE        SPACE TO W-WA00-STAAV                            RSA310
061700     MOVE        W-CR10-XREFC (J01) TO W-CE00-XREFC               RSA310
061800     MOVE        W-CR10-NORER (J01) TO W-CE00-NORER               RSA310
061900     MOVE        W-CR10-DTREC (J01) TO W-LE05-DTREC               RSA310
062000     MOVE        W-CR10-DTCER (J01) TO W-LE05-DTCER               RSA310
062100     MOVE        W-CR10-CDORI (J01) TO W-LE05-CDORI               RSA310
062200     MOVE        'CERTIFICAT SANS DEMANDE' TO W-LE05-LIB          RSA310
062300     ADD         1 TO W-WA00-CPTSD                                RSA310
062400     PERFORM     F70LI THRU F70LI-FN                              RSA310
062500     ADD         1 TO W-WA00-CPTAN.                               RSA310
062600     ADD         1 TO J01                                         RSA310
062700     GO TO F64CR-A.                                               RSA310
062800 F64CR-FN. EXIT.                                                  RSA310
062900*          NOTE *  LIGNE DE CERTIFICAT EN DOUBLE    *.            RSA310
063000 F70LC.                                                           RSA310
063100     MOVE        W-CR00-DTREC TO W-LE05-DTREC                     RSA310
063200     MOVE        W-CR00-DTCER TO W-LE05-DTCER                     RSA310
063300     MOVE        W-CR00-CDORI TO W-LE05-CDORI.                    RSA310
063400 F70LC-FN. EXIT.                                                  RSA310
063500 F70LI.                                                           RSA310
063600     MOVE        W-CE00-XREFC TO W-LE05-XREFC                     RSA310
063700     MOVE        W-CE00-NORER TO W-LE05-NORER                     RSA310
063800     MOVE        W-CE00-CDREPR TO W-LE05-CDREPR                   RSA310
063900     MOVE        W-CE00-DTEMI TO W-LE05-DTEMI                     RSA310
064000     MOVE        W-WA00-STAAV TO W-LE05-CDSTA                     RSA310
064100     MOVE        W-LE05-LIGNE TO EW00                             RSA310
064200     PERFORM     F80LI THRU F80LI-FN.                             RSA310
064300 F70LI-FN. EXIT.                                                  RSA310
064400 F70AN.                                                           RSA310
064500     MOVE        SPACE TO W-WA00-STAAV                            RSA310
064600     PERFORM     F70LI THRU F70LI-FN                              RSA310
064700     ADD         1 TO W-WA00-CPTAN.                               RSA310
064800 F70AN-FN. EXIT.                                                  RSA310
064900*          NOTE *  EDITION DU BILAN                 *.            RSA310
065000 F84TO.                                                           RSA310
065100     MOVE        SPACE TO EW00                                    RSA310
065200     PERFORM     F80LI THRU F80LI-FN                              RSA310
065300     MOVE        'DEMANDES SUIVIES LUES  : ' TO W-LE07-LIB        RSA310
065400     MOVE        5-CE00-CPTENR TO W-LE07-NB                       RSA310
065500     MOVE        W-LE07-LIGNE TO EW00                             RSA310
065600     PERFORM     F80LI THRU F80LI-FN                              RSA310
065700     MOVE        'CERTIFICATS RECUS LUS  : ' TO W-LE07-LIB        RSA310
065800     MOVE        5-CR00-CPTENR TO W-LE07-NB                       RSA310
065900     MOVE        W-LE07-LIGNE TO EW00                             RSA310
066000     PERFORM     F80LI THRU F80LI-FN                              RSA310
066100     MOVE        'DEMANDES CLOSES        : ' TO W-LE07-LIB        RSA310
066200     MOVE        W-WA00-CPTCL TO W-LE07-NB                        RSA310
066300     MOVE        W-LE07-LIGNE TO EW00                             RSA310
066400     PERFORM     F80LI THRU F80LI-FN                              RSA310
066500     MOVE        'DONT APRES PROP. SUSP. : ' TO W-LE07-LIB        RSA310
066600     MOVE        W-WA00-CPTRP TO W-LE07-NB                        RSA310
066700     MOVE        W-LE07-LIGNE TO EW00                             RSA310
066800     PERFORM     F80LI THRU F80LI-FN                              RSA310
066900     MOVE        'CERTIFICATS SANS DEM.  : ' TO W-LE07-LIB        RSA310
067000     MOVE        W-WA00-CPTSD TO W-LE07-NB                        RSA310
067100     MOVE        W-LE07-LIGNE TO EW00                             RSA310
067200     PERFORM     F80LI THRU F80LI-FN                              RSA310
067300     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA310
067400     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA310
067500     MOVE        W-LE07-LIGNE TO EW00                             RSA310
067600     PERFORM     F80LI THRU F80LI-FN                              RSA310
067700     MOVE        'DEMANDES RESTANT OUV.  : ' TO W-LE07-LIB        RSA310
067800     MOVE        W-WA00-CPTOU TO W-LE07-NB                        RSA310
067900     MOVE        W-LE07-LIGNE TO EW00                             RSA310
068000     PERFORM     F80LI THRU F80LI-FN                              RSA310
068100     MOVE        SPACE TO EW00                                    RSA310
068200     PERFORM     F80LI THRU F80LI-FN.                             RSA310
068300           IF    W-WA00-CPTAN = ZERO                              RSA310
068400     MOVE        'CERTIFICATS TOUS RAPPROCHES'                    RSA310
068500                 TO W-LE09-LIB                                    RSA310
068600           ELSE                                                   RSA310
068700     MOVE        'CERTIFICATS EN ANOMALIE NON RAPPROCHES'         RSA310
068800                 TO W-LE09-LIB.                                   RSA310
068900     MOVE        W-LE09-LIGNE TO EW00                             RSA310
069000     PERFORM     F80LI THRU F80LI-FN.                             RSA310
069100 F84TO-FN. EXIT.                                                  RSA310
069200 F80TE.                                                           RSA310
069300     ADD         1 TO 5-EW00-CPAG                                 RSA310
069400     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA310
069500     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA310
069600     MOVE        W-LE01-LIGNE TO EW00                             RSA310
069700     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA310
069800     MOVE        W-LE02-LIGNE TO EW00                             RSA310
069900     WRITE       EW00 AFTER ADVANCING 1                           RSA310
070000     MOVE        SPACE TO EW00                                    RSA310
070100     WRITE       EW00 AFTER ADVANCING 1                           RSA310
070200     MOVE        W-LE04-LIGNE TO EW00                             RSA310
070300     WRITE       EW00 AFTER ADVANCING 1                           RSA310
070400     MOVE        SPACE TO EW00                                    RSA310
070500     WRITE       EW00 AFTER ADVANCING 1                           RSA310
070600     MOVE        5 TO 5-EW00-CLIG.                                RSA310
070700 F80TE-FN. EXIT.                                                  RSA310
070800 F80LI.                                                           RSA310
070900     MOVE        EW00 TO W-EW00-SAV.                              RSA310
071000           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA310
071100     PERFORM     F80TE THRU F80TE-FN.                             RSA310
071200     MOVE        W-EW00-SAV TO EW00                               RSA310
071300     WRITE       EW00 AFTER ADVANCING 1                           RSA310
071400     ADD         1 TO 5-EW00-CLIG.                                RSA310
071500 F80LI-FN. EXIT.                                                  RSA310
071600 F98.           EXIT.                                             RSA310
071700 F98-D.         EXIT.                                             RSA310
071800 F98-H.                                                           RSA310
071900     DISPLAY     '------------------------------'                 RSA310
072000     '------------------------------'                             RSA310
072100     '-------------'                                              RSA310
072200     DISPLAY     '- Programme ' PROGE ' : '                       RSA310
072300     'RETOUR DES CERTIFICATS DE VIE '.                            RSA310
072400     DISPLAY     '-   version ' NUGNA ' generee '                 RSA310
072500     'le ' DATGN ' a ' TIMGN ' en '                               RSA310
072600     'bibliotheque ' APPLI.                                       RSA310
072700     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA310
072800     XAED-XHETRT.                                                 RSA310
072900     DISPLAY     '------------------------------'                 RSA310
073000     '------------------------------'                             RSA310
073100     '-------------'.                                             RSA310
073200 F98-H-FN. EXIT.                                                  RSA310
073300 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
073400           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
073500     DISPLAY                      '- Attention ! La date du jour aP100
073600-                                 ' ete forcee par la variable GCAP110
073700-                '_DATCE'.                                        P120
073800     DISPLAY     '------------------------------'                 P500
073900     '------------------------------'                             P520
074000     '-------------'.                                             P530
074100 F98-L-FN. EXIT.                                                  P530
074200 F98-D-FN. EXIT.                                                  RSA310
074300 F98-Z.                                                           RSA310
074400     DISPLAY     '-'.                                             RSA310
074500 F98CE.                                                           RSA310
074600     MOVE        5-CE00-CPTENR TO XA80-XQNENR.                    RSA310
074700     DISPLAY     '- fichier ' 'CE   '                             RSA310
074800     XA80-XQNENR ' demandes suivies lues'                         RSA310
074900     ' assignation: ' 'CE'                                        RSA310
075000     ' ouverture: ' 'I'.                                          RSA310
075100 F98CE-FN. EXIT.                                                  RSA310
075200 F98CR.                                                           RSA310
075300     MOVE        5-CR00-CPTENR TO XA80-XQNENR.                    RSA310
075400     DISPLAY     '- fichier ' 'CR   '                             RSA310
075500     XA80-XQNENR ' certificats recus lus'                         RSA310
075600     ' assignation: ' 'CR'                                        RSA310
075700     ' ouverture: ' 'I'.                                          RSA310
075800 F98CR-FN. EXIT.                                                  RSA310
075900 F98CS.                                                           RSA310
076000     MOVE        5-CS00-CPTENR TO XA80-XQNENR.                    RSA310
076100     DISPLAY     '- fichier ' 'CS   '                             RSA310
076200     XA80-XQNENR ' demandes suivies ecrites'                      RSA310
076300     ' assignation: ' 'CS'                                        RSA310
076400     ' ouverture: ' 'O'.                                          RSA310
076500     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA310
076600     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA310
076700 F98CS-FN. EXIT.                                                  RSA310
076800 F98EW.                                                           RSA310
076900     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA310
077000     DISPLAY     '- fichier ' 'EW   '                             RSA310
077100     XA80-XQNENR ' pages editees'                                 RSA310
077200     ' assignation: ' 'EW'                                        RSA310
077300     ' ouverture: ' 'O'.                                          RSA310
077400 F98EW-FN. EXIT.                                                  RSA310
077500 F9899.                                                           RSA310
077600     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA310
077700     XAED-XHETRT.                                                 RSA310
077800     DISPLAY     '------------------------------'                 RSA310
077900     '------------------------------'                             RSA310
078000     '-------------'.                                             RSA310
078100 F9899-FN. EXIT.                                                  RSA310
078200 F98-Z-FN. EXIT.                                                  RSA310
078300 F98-FN.   EXIT.                                                  RSA310
078400 F99VE.                                                           RSA310
078500     MOVE        ZERO TO IK                                       RSA310
078600     DISPLAY     XA30-ENVNAM                                      RSA310
078700     UPON ENVIRONMENT-NAME                                        RSA310
078800     ACCEPT      XA30-ENVVAL                                      RSA310
078900     FROM ENVIRONMENT-VALUE                                       RSA310
079000     ON EXCEPTION                                                 RSA310
079100     MOVE        '1' TO IK                                        RSA310
079200     MOVE        SPACE TO XA30-ENVVAL.                            RSA310
079300 F99VE-FN. EXIT.                                                  RSA310
079400 F9900.         EXIT.                                             RSA310
079500 F9910.                                                           RSA310
079600     DISPLAY     '***'                                            RSA310
079700     DISPLAY     '***' XA60-L1                                    RSA310
079800     DISPLAY     '***' XA60-ZX67A.                                RSA310
079900           IF    XA60-ZX67B NOT = SPACE                           RSA310
080000     DISPLAY     '***' XA60-ZX67B.                                RSA310
080100           IF    XA60-ZX67C NOT = SPACE                           RSA310
080200     DISPLAY     '***' XA60-ZX67C                                 RSA310
080300     DISPLAY     '***'.                                           RSA310
080400 F9910-FN. EXIT.                                                  RSA310
080500 F9920.                                                           RSA310
080600     PERFORM     F98-Z THRU F98-Z-FN.                             RSA310
080700 F9980.                                                           RSA310
080800     MOVE        4 TO XA00-XRC.                                   RSA310
080900 F9980-FN. EXIT.                                                  RSA310
081000 F9990.                                                           RSA310
081100     MOVE        XA00-XRC TO RETURN-CODE                          RSA310
081200     STOP RUN.                                                    RSA310
081300 F9990-FN. EXIT.                                                  RSA310
081400 F9920-FN. EXIT.                                                  RSA310
081500 F9900-FN. EXIT.                                                  RSA310
081600 F9999.                                                           RSA310
081700     DISPLAY     '******* ABORT PROVOQUE *******'                 RSA310
081800     ' ' XA60-XCDFSF                                              RSA310
081900     PERFORM     F9920 THRU F9920-FN.                             RSA310
082000 F9999-FN. EXIT.                                                  RSA310
