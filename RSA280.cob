000100 IDENTIFICATION DIVISION.                                         RSA280
000200 PROGRAM-ID.  RSA280.                                             RSA280
000300 ENVIRONMENT DIVISION.                                            RSA280
000400 CONFIGURATION SECTION.                                           RSA280
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA280
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA280
000700 SPECIAL-NAMES.                                                   RSA280
000800      C01 IS SAUTP                                                RSA280
000900      CSP IS SAUT0                                                RSA280
001000      DECIMAL-POINT IS COMMA.                                     RSA280
001100 INPUT-OUTPUT SECTION.                                            RSA280
001200 FILE-CONTROL.                                                    RSA280
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA280
001400      FILE STATUS IS                   1-EW00-STATUS              RSA280
001500                                       VSAM-STATUS.               RSA280
001600      SELECT OPTIONAL HO-FICHIER ASSIGN AS-SOHO                   RSA280
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA280
001800             FILE STATUS     1-HO00-STATUS.                       RSA280
001900      SELECT OPTIONAL AP-FICHIER ASSIGN AS-SOAP                   RSA280
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA280
002100             FILE STATUS     1-AP00-STATUS.                       RSA280
002200      SELECT OPTIONAL LB-FICHIER ASSIGN AS-SOLB                   RSA280
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA280
002400             FILE STATUS     1-LB00-STATUS.                       RSA280
002500      SELECT HN-FICHIER      ASSIGN AS-SOHN                       RSA280
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA280
002700             FILE STATUS     1-HN00-STATUS.                       RSA280
002800      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA280
002900             ORGANIZATION    LINE SEQUENTIAL                      RSA280
003000             FILE STATUS     1-CT00-STATUS.                       RSA280
003100 DATA DIVISION.                                                   RSA280
003200 FILE SECTION.                                                    RSA280
003300 FD                 EW-FICHIER                                    RSA280
003400      BLOCK              00000 RECORDS.                           RSA280
003500 01                 EW00.                                         RSA280
003600      10       FILLER         PICTURE  X(133).                    RSA280
003700 FD                 HO-FICHIER                                    RSA280
003800      BLOCK              00000 RECORDS.                           RSA280
003900 01                 HO00.                                         RSA280
004000      10            HO00-LIGNE  PICTURE  X(130).                  RSA280
004100 FD                 AP-FICHIER                                    RSA280
004200      BLOCK              00000 RECORDS.                           RSA280
004300 01                 AP00.                                         RSA280
004400      10            AP00-LIGNE  PICTURE  X(80).                   RSA280
004500 FD                 LB-FICHIER                                    RSA280
004600      BLOCK              00000 RECORDS.                           RSA280
004700 01                 LB00.                                         RSA280
004800      10            LB00-LIGNE  PICTURE  X(80).                   RSA280
004900 FD                 HN-FICHIER                                    RSA280
005000      BLOCK              00000 RECORDS.                           RSA280
005100 01                 HN00.                                         RSA280
005200      10            HN00-LIGNE  PICTURE  X(130).                  RSA280
005300 FD                 CT-FICHIER                                    RSA280
005400      BLOCK              00000 RECORDS.                           RSA280
005500 01                 CT00.                                         RSA280
005600      10            CT00-LIGNE  PICTURE  X(150).                  RSA280
005700 WORKING-STORAGE SECTION.                                         RSA280
005800 01               W-CT00-ENR.                                     RSA280
005900    05            W-CT00-PROGR   PIC X(8).                        RSA280
006000    05            W-CT00-DATTRT  PIC X(8).                        RSA280
006100    05            W-CT00-HETRT   PIC X(6).                        RSA280
006200    05            W-CT00-CDETAT  PIC 9(4).                        RSA280
006300    05            W-CT00-POSTE   OCCURS 10.                       RSA280
006400      10          W-CT00-FICID   PIC XX.                          RSA280
006500      10          W-CT00-SENS    PIC X.                           RSA280
006600      10          W-CT00-NBENR   PIC 9(9).                        RSA280
006700    05            FILLER         PIC X(4).                        RSA280
006800 01               W-HO00-ENR.                                     RSA280
006900    05            W-HO00-ORDRE.                                   RSA280
007000      10          W-HO00-CLE.                                     RSA280
007100        15        W-HO00-CNREN   PIC XX.                          RSA280
007200        15        W-HO00-NORER   PIC X(6).                        RSA280
007300        15        W-HO00-IDRPL   PIC X(5).                        RSA280
007400      10          W-HO00-NOTIE   PIC X(6).                        RSA280
007500      10          W-HO00-NIREG   PIC XX.                          RSA280
007600      10          W-HO00-DTECH   PIC X(8).                        RSA280
007700      10          W-HO00-CDPAF   PIC X.                           RSA280
007800      10          W-HO00-CTPAT   PIC X.                           RSA280
007900      10          W-HO00-MTBRUT  PIC 9(9)V99.                     RSA280
008000      10          W-HO00-MTOPPO  PIC 9(9)V99.                     RSA280
008100      10          W-HO00-MTNET   PIC 9(9)V99.                     RSA280
008200      10          W-HO00-CDORD   PIC X.                           RSA280
008300      10          W-HO00-TXPAS   PIC 99V99.                       RSA280
008400      10          W-HO00-MTPAS   PIC 9(9)V99.                     RSA280
008500    05            W-HO00-USRLC   PIC X(20).                       RSA280
008600    05            W-HO00-DTHLD   PIC X(8).                        RSA280
008700    05            W-HO00-CDMOT   PIC XX.                          RSA280
008800    05            W-HO00-MTREF   PIC 9(9)V99.                     RSA280
008900    05            FILLER         PIC X(9).                        RSA280
009000 01               W-AP00-ENR.                                     RSA280
009100    05            W-AP00-CLE.                                     RSA280
009200      10          W-AP00-CNREN   PIC XX.                          RSA280
009300      10          W-AP00-NORER   PIC X(6).                        RSA280
009400      10          W-AP00-IDRPL   PIC X(5).                        RSA280
009500    05            W-AP00-DTECH   PIC X(8).                        RSA280
009600    05            W-AP00-CDDEC   PIC X.                           RSA280
009700    05            W-AP00-USRAP   PIC X(20).                       RSA280
009800    05            W-AP00-DTDEC   PIC X(8).                        RSA280
009900    05            W-AP00-LIBCO   PIC X(30).                       RSA280
010000 01               W-AP10-TAB.                                     RSA280
010100    05            W-AP10-NB      PIC S9(4) COMP.                  RSA280
010200    05            W-AP10-POSTE   OCCURS 2000.                     RSA280
010300      10          W-AP10-CLE     PIC X(13).                       RSA280
010400      10          W-AP10-DTECH   PIC X(8).                        RSA280
010500      10          W-AP10-CDDEC   PIC X.                           RSA280
010600      10          W-AP10-USRAP   PIC X(20).                       RSA280
010700      10          W-AP10-TRT     PIC X.                           RSA280
010800      10          W-AP10-DBL     PIC X.                           RSA280
010900 77               W-HO00-EOF    PIC X VALUE '0'.                  RSA280
011000 77               W-AP00-EOF    PIC X VALUE '0'.                  RSA280
011033 77               W-CS00-EOF    PIC X VALUE '0'.                  RSA280
011066 77               W-CS00-ETAT   PIC X VALUE 'P'.                  RSA280
011100 77               W-WA00-TROUVE PIC X.                            RSA280
011200 77               W-WA00-USRLC  PIC X(20).                        RSA280
011300 77               W-WA00-USRAP  PIC X(20).                        RSA280
011400 77               W-WA00-CPTLB  PIC S9(9) COMP-3 VALUE ZERO.      RSA280
011500 77               W-WA00-CPTRJ  PIC S9(9) COMP-3 VALUE ZERO.      RSA280
011600 77               W-WA00-CPTAJ  PIC S9(9) COMP-3 VALUE ZERO.      RSA280
011700 77               W-WA00-CPTSD  PIC S9(9) COMP-3 VALUE ZERO.      RSA280
011800 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA280
011900 77               W-TO00-MTLIB  PIC S9(11)V99 COMP-3 VALUE ZERO.  RSA280
012000 77               W-TO00-MTRJ   PIC S9(11)V99 COMP-3 VALUE ZERO.  RSA280
012100 01               W-EW00-SAV     PIC X(133).                      RSA280
012200 01               W-LE01-LIGNE.                                   RSA280
012300    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
012400    05            FILLER         PIC X(22) VALUE                  RSA280
012500                  'GROUPAMA - RENTES'.                            RSA280
012600    05            FILLER         PIC X(32) VALUE                  RSA280
012700                  'VALIDATION DES ORDRES EN ATTENTE'.             RSA280
012800    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA280
012900    05            W-LE01-DATE    PIC X(10).                       RSA280
013000    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA280
013100    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA280
013200    05            FILLER         PIC X(43) VALUE SPACES.          RSA280
013300 01               W-LE02-LIGNE.                                   RSA280
013400    05            FILLER         PIC X(24) VALUE SPACES.          RSA280
013500    05            FILLER         PIC X(32) VALUE ALL '='.         RSA280
013600    05            FILLER         PIC X(77) VALUE SPACES.          RSA280
013700 01               W-LE04-LIGNE.                                   RSA280
013800    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
013900    05            FILLER         PIC X(17) VALUE 'RENTE'.         RSA280
014000    05            FILLER         PIC X(10) VALUE 'ECHEANCE'.      RSA280
014100    05            FILLER         PIC X(17) VALUE                  RSA280
014200                  '  MONTANT BRUT'.                               RSA280
014300    05            FILLER         PIC X(05) VALUE 'MOT'.           RSA280
014400    05            FILLER         PIC X(21) VALUE 'LANCEUR'.       RSA280
014500    05            FILLER         PIC X(22) VALUE 'VALIDEUR'.      RSA280
014600    05            FILLER         PIC X(30) VALUE 'DECISION'.      RSA280
014700    05            FILLER         PIC X(10) VALUE SPACES.          RSA280
014800 01               W-LE05-LIGNE.                                   RSA280
014900    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
015000    05            W-LE05-CNREN   PIC XX.                          RSA280
015100    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
015200    05            W-LE05-NORER   PIC X(6).                        RSA280
015300    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
015400    05            W-LE05-IDRPL   PIC X(5).                        RSA280
015500    05            FILLER         PIC X(02) VALUE SPACES.          RSA280
015600    05            W-LE05-DTECH   PIC X(8).                        RSA280
015700    05            FILLER         PIC X(02) VALUE SPACES.          RSA280
015800    05            W-LE05-MTBRUT  PIC ZZZ.ZZZ.ZZ9,99.              RSA280
015900    05            FILLER         PIC X(03) VALUE SPACES.          RSA280
016000    05            W-LE05-CDMOT   PIC XX.                          RSA280
016100    05            FILLER         PIC X(03) VALUE SPACES.          RSA280
016200    05            W-LE05-USRLC   PIC X(20).                       RSA280
016300    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
016400    05            W-LE05-USRAP   PIC X(20).                       RSA280
016500    05            FILLER         PIC X(02) VALUE SPACES.          RSA280
016600    05            W-LE05-LIB     PIC X(30).                       RSA280
016700    05            FILLER         PIC X(10) VALUE SPACES.          RSA280
016800 01               W-LE06-LIGNE.                                   RSA280
016900    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
017000    05            W-LE06-LIB     PIC X(26).                       RSA280
017100    05            W-LE06-MT      PIC -(12)9,99.                   RSA280
017200    05            FILLER         PIC X(90) VALUE SPACES.          RSA280
017300 01               W-LE07-LIGNE.                                   RSA280
017400    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
017500    05            W-LE07-LIB     PIC X(26).                       RSA280
017600    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA280
017700    05            FILLER         PIC X(97) VALUE SPACES.          RSA280
017800 01               W-LE09-LIGNE.                                   RSA280
017900    05            FILLER         PIC X(01) VALUE SPACE.           RSA280
018000    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA280
018100    05            W-LE09-LIB     PIC X(40).                       RSA280
018200    05            FILLER         PIC X(81) VALUE SPACES.          RSA280
018300 77                 XA00-XRC      VALUE ZERO                      7XA015
018400                  PICTURE 9(4).                                   7XA015
018500 77                 XA00-8TMES    VALUE ZERO                      7XA055
018600                  PICTURE X(01).                                  7XA055
018700 77                 XAIN-XDATRT                                   7XA110
018800                  PICTURE X(8).                                   7XA110
018900 77                 XAIN-XHETRT                                   7XA120
019000                  PICTURE X(6).                                   7XA120
019100 77                 XAED-XDATRT                                   7XA160
019200                  PICTURE X(10).                                  7XA160
019300 77                 XAED-XHETRT                                   7XA170
019400                  PICTURE X(8).                                   7XA170
019500 77                 XA30-ENVNAM   PIC X(080).                     7XA310
019600 77                 XA30-ENVVAL   PIC X(080).                     7XA320
019700 01                 XA60.                                         7XA610
019800   05               XA60-L1.                                      7XA620
019900     10             FILLER PIC X  VALUE 'F'.                      7XA625
020000     10             XA60-XCDFSF   VALUE SPACE                     7XA630
020100                  PICTURE X(4).                                   7XA630
020200     10             FILLER PIC X  VALUE ':'.                      7XA635
020300     10             XA60-XLISUI   VALUE SPACE                     7XA640
020400                  PICTURE X(30).                                  7XA640
020500   05               XA60-ZX67A    VALUE SPACE                     7XA650
020600                  PICTURE X(67).                                  7XA650
020700   05               XA60-ZX67B    VALUE SPACE                     7XA660
020800                  PICTURE X(67).                                  7XA660
020900   05               XA60-ZX67C    VALUE SPACE                     7XA670
021000                  PICTURE X(67).                                  7XA670
021100 01                 XA80.                                         7XA810
021200   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
021300   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
021400   05               XA80-XCOSD                                    7XA820
021500                  PICTURE XX.                                     7XA820
021600   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
021700   05               XA80-STATUS.                                  7XA830
021800    07              XA80-STATUS1  PIC X.                          7XA831
021900    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
022000    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
022100   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
022200   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
022300   05               XA80-XQNENR                                   7XA840
022400                  PICTURE Z(8)9.                                  7XA840
022500 01                 XA81-STATUS.                                  7XA900
022600    07              XA81-STATUS1  PIC X.                          7XA905
022700    07              FILLER        PIC X      VALUE '/'.           7XA910
022800    07              XA81-STATUS2  PIC 999.                        7XA915
022900 01  CODE-ABORT    PIC X(2).                                      RSA280
023000 01   DEBUT-WSS.                                                  RSA280
023100      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA280
023200      05   IK     PICTURE X.                                      RSA280
023300 01  CONSTANTES-PAC.                                              RSA280
023400     05  FILLER  PICTURE X(50)   VALUE                            RSA280
023500     '6315ARSA15/10/26RSA280LEBLANC 17:21:44RSA280  UNIX'.        RSA280
023600     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA280
023700 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA280
023800     05  NUGNA   PICTURE X(5).                                    RSA280
023900     05  APPLI   PICTURE X(3).                                    RSA280
024000     05  DATGN   PICTURE X(8).                                    RSA280
024100     05  PROGR   PICTURE X(6).                                    RSA280
024200     05  CODUTI  PICTURE X(8).                                    RSA280
024300     05  TIMGN   PICTURE X(8).                                    RSA280
024400     05  PROGE   PICTURE X(8).                                    RSA280
024500     05  COBASE  PICTURE X(4).                                    RSA280
024600     05  DATGNC  PICTURE X(10).                                   RSA280
024700 01  DATCE.                                                       RSA280
024800   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA280
024900   05  DATOR.                                                     RSA280
025000     10  DATOA  PICTURE XX.                                       RSA280
025100     10  DATOM  PICTURE XX.                                       RSA280
025200     10  DATOJ  PICTURE XX.                                       RSA280
025300 01  DAT6.                                                        RSA280
025400      10 DAT61   PICTURE XX.                                      RSA280
025500      10 DAT62   PICTURE XX.                                      RSA280
025600      10 DAT63   PICTURE XX.                                      RSA280
025700 01  DAT8.                                                        RSA280
025800      10 DAT81   PICTURE XX.                                      RSA280
025900      10 DAT8S1  PICTURE X.                                       RSA280
026000      10 DAT82   PICTURE XX.                                      RSA280
026100      10 DAT8S2  PICTURE X.                                       RSA280
026200      10 DAT83   PICTURE XX.                                      RSA280
026300 01  DAT8E    REDEFINES    DAT8.                                  RSA280
026400      10 DAT81E  PICTURE X(4).                                    RSA280
026500      10 DAT82E  PICTURE XX.                                      RSA280
026600      10 DAT83E  PICTURE XX.                                      RSA280
026700 01  DAT6C.                                                       RSA280
026800      10  DAT61C PICTURE XX.                                      RSA280
026900      10  DAT62C PICTURE XX.                                      RSA280
027000      10  DAT63C.                                                 RSA280
027100       15 DAT63CC PICTURE XX.                                     RSA280
027200       15 DAT64C  PICTURE XX.                                     RSA280
027300 01  DAT8C.                                                       RSA280
027400      10  DAT81C  PICTURE XX.                                     RSA280
027500      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA280
027600      10  DAT82C  PICTURE XX.                                     RSA280
027700      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA280
027800      10  DAT83C.                                                 RSA280
027900       15 DAT83CC PICTURE XX.                                     RSA280
028000       15 DAT84C  PICTURE XX.                                     RSA280
028100 01  TIMCO.                                                       RSA280
028200   05  TIMCOH   PICTURE XX.                                       RSA280
028300   05  TIMCOM   PICTURE XX.                                       RSA280
028400   05  TIMCOS   PICTURE XX.                                       RSA280
028500   05  TIMOC.                                                     RSA280
028600    10 TIMCOC   PICTURE XX.                                       RSA280
028700 01  TIMDAY.                                                      RSA280
028800   05  TIMHOU   PICTURE XX.                                       RSA280
028900   05  TIMS1    PICTURE X  VALUE ':'.                             RSA280
029000   05  TIMMIN   PICTURE XX.                                       RSA280
029100   05  TIMS2    PICTURE X  VALUE ':'.                             RSA280
029200   05  TIMSEC   PICTURE XX.                                       RSA280
029300 01  DATSEP     PICTURE X VALUE '/'.                              RSA280
029400 01   VARIABLES-CONDITIONNELLES.                                  RSA280
029500      05                  FT      PICTURE X VALUE '0'.            RSA280
029600 01   INDICES  COMPUTATIONAL  SYNC.                               RSA280
029700      05        J00       PICTURE S9(4) VALUE +1.                 RSA280
029800      05        J01       PICTURE S9(4) VALUE +1.                 RSA280
029900 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA280
030000      05       5-HO00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA280
030100      05       5-AP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA280
030200      05       5-LB00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA280
030300      05       5-HN00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA280
030400      05       5-CT00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA280
030500 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA280
030600      05         COMPTEURS     COMPUTATIONAL-3.                   RSA280
030700      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA280
030800      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA280
030900      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA280
031000 01  ZONES-STATUS.                                                RSA280
031100      05   VSAM-STATUS.                                           RSA280
031200        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA280
031300        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA280
031400        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA280
031500      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA280
031600      05          1-HO00-STATUS PICTURE XX VALUE ZERO.            RSA280
031700      05          1-AP00-STATUS PICTURE XX VALUE ZERO.            RSA280
031800      05          1-LB00-STATUS PICTURE XX VALUE ZERO.            RSA280
031900      05          1-HN00-STATUS PICTURE XX VALUE ZERO.            RSA280
032000      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA280
032100 PROCEDURE DIVISION.                                              RSA280
032200 DECLARATIVES.                                                    RSA280
032300 SECEW SECTION.                                                   RSA280
032400     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA280
032500 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA280
032600 F0AEW-A. GO TO  F0A90.                                           RSA280
032700 SECHO SECTION.                                                   RSA280
032800     USE AFTER ERROR PROCEDURE                                    RSA280
032900      ON HO-FICHIER.                                              RSA280
033000 F0AHO.                                                           RSA280
033100     MOVE        'HO' TO XA80-XCOSD                               RSA280
033200     MOVE        1-HO00-STATUS TO XA80-STATUS                     RSA280
033300     MOVE        5-HO00-CPTENR TO XA80-XQNENR                     RSA280
033400     GO TO F0A90.                                                 RSA280
033500 F0AHO-FN. EXIT.                                                  RSA280
033600 SECAP SECTION.                                                   RSA280
033700     USE AFTER ERROR PROCEDURE                                    RSA280
033800      ON AP-FICHIER.                                              RSA280
033900 F0AAP.                                                           RSA280
034000     MOVE        'AP' TO XA80-XCOSD                               RSA280
034100     MOVE        1-AP00-STATUS TO XA80-STATUS                     RSA280
034200     MOVE        5-AP00-CPTENR TO XA80-XQNENR                     RSA280
034300     GO TO F0A90.                                                 RSA280
034400 F0AAP-FN. EXIT.                                                  RSA280
034500 SECLB SECTION.                                                   RSA280
034600     USE AFTER ERROR PROCEDURE                                    RSA280
034700      ON LB-FICHIER.                                              RSA280
034800 F0ALB.                                                           RSA280
034900     MOVE        'LB' TO XA80-XCOSD                               RSA280
035000     MOVE        1-LB00-STATUS TO XA80-STATUS                     RSA280
035100     MOVE        5-LB00-CPTENR TO XA80-XQNENR                     RSA280
035200     GO TO F0A90.                                                 RSA280
035300 F0ALB-FN. EXIT.                                                  RSA280
035400 SECHN SECTION.                                                   RSA280
035500     USE AFTER ERROR PROCEDURE                                    RSA280
035600      ON HN-FICHIER.                                              RSA280
035700 F0AHN.                                                           RSA280
035800     MOVE        'HN' TO XA80-XCOSD                               RSA280
035900     MOVE        1-HN00-STATUS TO XA80-STATUS                     RSA280
036000     MOVE        5-HN00-CPTENR TO XA80-XQNENR                     RSA280
036100     GO TO F0A90.                                                 RSA280
036200 F0AHN-FN. EXIT.                                                  RSA280
036300 SECCT SECTION.                                                   RSA280
036400     USE AFTER ERROR PROCEDURE                                    RSA280
036500      ON CT-FICHIER.                                              RSA280
036600 F0ACT.                                                           RSA280
036700     MOVE        'CT' TO XA80-XCOSD                               RSA280
036800     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA280
036900     MOVE        5-CT00-CPTENR TO XA80-XQNENR                     RSA280
037000     GO TO F0A90.                                                 RSA280
037100 F0ACT-FN. EXIT.                                                  RSA280
037200 F0A90.                                                           RSA280
037300     MOVE        '0A90' TO XA60-XCDFSF                            RSA280
037400     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA280
037500           IF    XA80-STATUS1 = '9'                               RSA280
037600     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA280
037700     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA280
037800     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA280
037900     MOVE        XA80 TO XA60-ZX67A                               RSA280
038000     MOVE        SPACE TO XA60-ZX67B.                             RSA280
038100     PERFORM     F9900 THRU F9900-FN.                             RSA280
038200 F0A90-FN. EXIT.                                                  RSA280
038300 END DECLARATIVES.                                                RSA280
038400 SEC00 SECTION.                                                   RSA280
038500 F0B.           EXIT.                                             RSA280
038600 F0BBA.                                                           P000
038700     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
038800     PERFORM     F99VE THRU F99VE-FN.                             P060
038900           IF    IK = ZERO                                        P070
039000     MOVE        XA30-ENVVAL TO DATCE                             P070
039100           ELSE                                                   P100
039200     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
039300       TO DATCE.                                                  P110
039400     ACCEPT TIMCO FROM TIME.                                      P120
039500     MOVE        DATCE TO XAIN-XDATRT                             P210
039600     MOVE        TIMCO TO XAIN-XHETRT.                            P220
039700     MOVE        DATCE                                            P310
039800     TO DAT8E DAT6C                                               P310
039900     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
040000     MOVE DAT82E TO DAT62C                                        P310
040100     MOVE   DAT6C TO  XAED-XDATRT                                 P310
040200     MOVE        XAED-XDATRT                                      P315
040300     TO DAT8E DAT6C                                               P315
040400     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
040500     MOVE DAT63C TO DAT83C                                        P315
040600     MOVE   DAT8C TO XAED-XDATRT                                  P315
040700     MOVE        TIMCO                                            P320
040800     TO DAT8E DAT6C                                               P320
040900     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
041000     MOVE DAT82E TO TIMSEC                                        P320
041100     MOVE TIMDAY TO   XAED-XHETRT.                                P320
041200 F0BBA-FN. EXIT.                                                  P320
041300 F0BBE.                                                           P000
041400     PERFORM     F98-D THRU F98-D-FN.                             P100
041500 F0BBE-FN. EXIT.                                                  P100
041600 F0B-FN.   EXIT.                                                  RSA280
041700 F01.      EXIT.                                                  RSA280
041800 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA280
041900        IF        1-EW00-STATUS  NOT  = ZERO                      RSA280
042000             AND  1-EW00-STATUS  NOT  = '97'                      RSA280
042100        PERFORM    F0AEW                                          RSA280
042200        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
042300 F01EW-FN. EXIT.                                                  RSA280
042400 F01HO.    OPEN INPUT                    HO-FICHIER.              RSA280
042500        IF        1-HO00-STATUS  NOT  = ZERO                      RSA280
042600             AND  1-HO00-STATUS  NOT  = '05'                      RSA280
042700             AND  1-HO00-STATUS  NOT  = '97'                      RSA280
042800        PERFORM    F0AHO                                          RSA280
042900        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
043000 F01HO-FN. EXIT.                                                  RSA280
043100 F01AP.    OPEN INPUT                    AP-FICHIER.              RSA280
043200        IF        1-AP00-STATUS  NOT  = ZERO                      RSA280
043300             AND  1-AP00-STATUS  NOT  = '05'                      RSA280
043400             AND  1-AP00-STATUS  NOT  = '97'                      RSA280
043500        PERFORM    F0AAP                                          RSA280
043600        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
043700 F01AP-FN. EXIT.                                                  RSA280
043800 F01LB.    PERFORM     F66CS THRU F66CS-FN.                       RSA280
043900           IF    W-CS00-ETAT = 'D'                                RSA280
044000     OPEN OUTPUT LB-FICHIER                                       RSA280
044100     DISPLAY     '- ouverture fichier LB    : OUTPUT'             RSA280
044200           ELSE                                                   RSA280
044300     OPEN EXTEND LB-FICHIER                                       RSA280
044312     DISPLAY     '- ouverture fichier LB    : EXTEND'.            RSA280
044324        IF        1-LB00-STATUS  NOT  = ZERO                      RSA280
044336             AND  1-LB00-STATUS  NOT  = '05'                      RSA280
044348             AND  1-LB00-STATUS  NOT  = '97'                      RSA280
044360        PERFORM    F0ALB                                          RSA280
044372        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
044384 F01LB-FN. EXIT.                                                  RSA280
044400 F01HN.    OPEN OUTPUT                   HN-FICHIER.              RSA280
044500        IF        1-HN00-STATUS  NOT  = ZERO                      RSA280
044600             AND  1-HN00-STATUS  NOT  = '97'                      RSA280
044700        PERFORM    F0AHN                                          RSA280
044800        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
044900 F01HN-FN. EXIT.                                                  RSA280
045000 F01ZZ.                                                           RSA280
045100     MOVE        ZERO TO W-AP10-NB.                               RSA280
045200 F01ZZ-FN. EXIT.                                                  RSA280
045300 F01-FN.   EXIT.                                                  RSA280
045400*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA280
045500 F05.           EXIT.                                             RSA280
045600 F20.      IF FT =            ALL '1'                             RSA280
045700           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA280
045800 F20AD.                                                           RSA280
045900     PERFORM     F0BBA THRU F0BBA-FN.                             RSA280
046000 F20AD-FN. EXIT.                                                  RSA280
046100 F20EW.    CLOSE    EW-FICHIER.                                   RSA280
046200 F20EW-FN. EXIT.                                                  RSA280
046300 F20HO.    CLOSE    HO-FICHIER.                                   RSA280
046400 F20HO-FN. EXIT.                                                  RSA280
046500 F20AP.    CLOSE    AP-FICHIER.                                   RSA280
046600 F20AP-FN. EXIT.                                                  RSA280
046700 F20LB.    CLOSE    LB-FICHIER.                                   RSA280
046800 F20LB-FN. EXIT.                                                  RSA280
046900 F20HN.    CLOSE    HN-FICHIER.                                   RSA280
047000 F20HN-FN. EXIT.                                                  RSA280
047100 F20RC.    IF    XA00-XRC = ZERO                                  RSA280
047200           AND   W-WA00-CPTAN > ZERO                              RSA280
047300     MOVE        4 TO XA00-XRC.                                   RSA280
047400 F20RC-FN. EXIT.                                                  RSA280
047500*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA280
047600 F20CT.                                                           RSA280
047700     OPEN EXTEND CT-FICHIER.                                      RSA280
047800           IF    1-CT00-STATUS NOT = ZERO                         RSA280
047900           AND   1-CT00-STATUS NOT = '05'                         RSA280
048000           AND   1-CT00-STATUS NOT = '97'                         RSA280
048100        PERFORM    F0ACT                                          RSA280
048200        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
048300     MOVE        SPACE TO W-CT00-ENR                              RSA280
048400     MOVE        PROGE TO W-CT00-PROGR                            RSA280
048500     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA280
048600     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA280
048700     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA280
048800     MOVE        'HQ' TO W-CT00-FICID (1)                         RSA280
048900     MOVE        'I' TO W-CT00-SENS (1)                           RSA280
049000     MOVE        5-HO00-CPTENR TO W-CT00-NBENR (1)                RSA280
049100     MOVE        'AP' TO W-CT00-FICID (2)                         RSA280
049200     MOVE        'I' TO W-CT00-SENS (2)                           RSA280
049300     MOVE        5-AP00-CPTENR TO W-CT00-NBENR (2)                RSA280
049400     MOVE        'LB' TO W-CT00-FICID (3)                         RSA280
049500     MOVE        'O' TO W-CT00-SENS (3)                           RSA280
049600     MOVE        5-LB00-CPTENR TO W-CT00-NBENR (3)                RSA280
049700     MOVE        'HN' TO W-CT00-FICID (4)                         RSA280
049800     MOVE        'O' TO W-CT00-SENS (4)                           RSA280
049900     MOVE        5-HN00-CPTENR TO W-CT00-NBENR (4)                RSA280
050000     MOVE        'EW' TO W-CT00-FICID (5)                         RSA280
050100     MOVE        'O' TO W-CT00-SENS (5)                           RSA280
050200     MOVE        5-EW00-CPAG TO W-CT00-NBENR (5)                  RSA280
050300     MOVE        W-CT00-ENR TO CT00                               RSA280
050400     WRITE       CT00                                             RSA280
050500     ADD         1 TO 5-CT00-CPTENR                               RSA280
050600     CLOSE       CT-FICHIER.                                      RSA280
050700 F20CT-FN. EXIT.                                                  RSA280
050800 F2090.                                                           RSA280
050900     PERFORM     F98-Z THRU F98-Z-FN.                             RSA280
051000 F2090-FN. EXIT.                                                  RSA280
051100 F2095.                                                           RSA280
051200     MOVE        XA00-XRC TO RETURN-CODE.                         RSA280
051300 F2095-FN. EXIT.                                                  RSA280
051400 F2099.     GOBACK.                                               RSA280
051500 F2099-FN. EXIT.                                                  RSA280
051600 F20-FN.   EXIT.                                                  RSA280
051700 F50.           EXIT.                                             RSA280
051800*          NOTE *  CHARGEMENT DES DECISIONS         *.            RSA280
051900 F50AA.                                                           RSA280
052000           IF    1-AP00-STATUS = '05'                             RSA280
052100     GO TO F50AA-FN.                                              RSA280
052200 F50AA-A.                                                         RSA280
052300     READ        AP-FICHIER                                       RSA280
052400     AT END      MOVE       '1' TO W-AP00-EOF                     RSA280
052500     NOT AT END  ADD        1 TO 5-AP00-CPTENR.                   RSA280
052600           IF    W-AP00-EOF = '1'                                 RSA280
052700     GO TO F50AA-FN.                                              RSA280
052800           IF    AP00-LIGNE = SPACE                               RSA280
052900     GO TO F50AA-A.                                               RSA280
053000     MOVE        AP00 TO W-AP00-ENR                               RSA280
053100     PERFORM     F60AP THRU F60AP-FN                              RSA280
053200     GO TO F50AA-A.                                               RSA280
053300 F50AA-FN. EXIT.                                                  RSA280
053400*          NOTE *  TRAITEMENT DES ORDRES EN ATTENTE *.            RSA280
053500 F50BB.                                                           RSA280
053600           IF    1-HO00-STATUS = '05'                             RSA280
053700     GO TO F50BB-FN.                                              RSA280
053800 F50BB-A.                                                         RSA280
053900     READ        HO-FICHIER                                       RSA280
054000     AT END      MOVE       '1' TO W-HO00-EOF                     RSA280
054100     NOT AT END  ADD        1 TO 5-HO00-CPTENR.                   RSA280
054200           IF    W-HO00-EOF = '1'                                 RSA280
054300     GO TO F50BB-FN.                                              RSA280
054400     MOVE        HO00 TO W-HO00-ENR                               RSA280
054500     PERFORM     F60HO THRU F60HO-FN                              RSA280
054600     GO TO F50BB-A.                                               RSA280
054700 F50BB-FN. EXIT.                                                  RSA280
054800 F50CC.                                                           RSA280
054900     PERFORM     F64AP THRU F64AP-FN                              RSA280
055000     PERFORM     F84TO THRU F84TO-FN.                             RSA280
055100 F50CC-FN. EXIT.                                                  RSA280
055200 F50XX.                                                           RSA280
055300     MOVE                     ALL '1' TO FT GO TO F20.            RSA280
055400 F50XX-FN. EXIT.                                                  RSA280
055500 F50-FN.   EXIT.                                                  RSA280
055600*          NOTE *  STOCKAGE D UNE DECISION          *.            RSA280
055700 F60AP.                                                           RSA280
055800     MOVE        1 TO J01.                                        RSA280
055900 F60AP-A.                                                         RSA280
056000           IF    J01 > W-AP10-NB                                  RSA280
056100     GO TO F60AP-B.                                               RSA280
056200           IF    W-AP10-CLE (J01) = W-AP00-CLE                    RSA280
056300           AND   W-AP10-DTECH (J01) = W-AP00-DTECH                RSA280
056400     MOVE        '1' TO W-AP10-DBL (J01)                          RSA280
056500     MOVE        SPACE TO W-HO00-ENR                              RSA280
056600     MOVE        W-AP00-CLE TO W-HO00-CLE                         RSA280
056700     MOVE        W-AP00-DTECH TO W-HO00-DTECH                     RSA280
056800     MOVE        W-AP00-USRAP TO W-LE05-USRAP                     RSA280
056900     MOVE        'DECISION EN DOUBLE' TO W-LE05-LIB               RSA280
057000     PERFORM     F70AN THRU F70AN-FN                              RSA280
057100     GO TO F60AP-FN.                                              RSA280
057200     ADD         1 TO J01                                         RSA280
057300     GO TO F60AP-A.                                               RSA280
057400 F60AP-B.                                                         RSA280
057500           IF    W-AP10-NB NOT < 2000                             RSA280
057600     MOVE        '60AP' TO XA60-XCDFSF                            RSA280
057700     MOVE        'TABLE DES DECISIONS SATUREE   '                 RSA280
057800                 TO XA60-XLISUI                                   RSA280
057900     MOVE        'PLUS DE 2000 DECISIONS DANS LE FICHIER AP'      RSA280
058000                 TO XA60-ZX67A                                    RSA280
058100     MOVE        SPACE TO XA60-ZX67B                              RSA280
058200     PERFORM     F9900 THRU F9900-FN.                             RSA280
058300     ADD         1 TO W-AP10-NB                                   RSA280
058400     MOVE        W-AP10-NB TO J01                                 RSA280
058500     MOVE        W-AP00-CLE TO W-AP10-CLE (J01)                   RSA280
058600     MOVE        W-AP00-DTECH TO W-AP10-DTECH (J01)               RSA280
058700     MOVE        W-AP00-CDDEC TO W-AP10-CDDEC (J01)               RSA280
058800     MOVE        W-AP00-USRAP TO W-AP10-USRAP (J01)               RSA280
058900     MOVE        '0' TO W-AP10-TRT (J01)                          RSA280
059000     MOVE        '0' TO W-AP10-DBL (J01).                         RSA280
059100 F60AP-FN. EXIT.                                                  RSA280
059200*          NOTE *  DECISION SUR UN ORDRE EN ATTENTE *.            RSA280
059300 F60HO.                                                           RSA280
059400     MOVE        SPACE TO W-LE05-USRAP                            RSA280
059500     MOVE        '0' TO W-WA00-TROUVE                             RSA280
059600     MOVE        1 TO J01.                                        RSA280
059700 F60HO-A.                                                         RSA280
059800           IF    J01 > W-AP10-NB                                  RSA280
059900     GO TO F60HO-B.                                               RSA280
060000           IF    W-AP10-CLE (J01) = W-HO00-CLE                    RSA280
060100           AND   W-AP10-DTECH (J01) = W-HO00-DTECH                RSA280
060200     MOVE        '1' TO W-WA00-TROUVE                             RSA280
060300     MOVE        '1' TO W-AP10-TRT (J01)                          RSA280
060400     GO TO F60HO-B.                                               RSA280
060500     ADD         1 TO J01                                         RSA280
060600     GO TO F60HO-A.                                               RSA280
060700 F60HO-B.                                                         RSA280
060800           IF    W-WA00-TROUVE = '0'                              RSA280
060900     MOVE        'MAINTENU : SANS DECISION' TO W-LE05-LIB         RSA280
061000     ADD         1 TO W-WA00-CPTSD                                RSA280
061100     PERFORM     F70HN THRU F70HN-FN                              RSA280
061200     GO TO F60HO-FN.                                              RSA280
061300     MOVE        W-AP10-USRAP (J01) TO W-LE05-USRAP               RSA280
061400     MOVE        W-AP10-USRAP (J01) TO W-WA00-USRAP               RSA280
061500     MOVE        W-HO00-USRLC TO W-WA00-USRLC                     RSA280
061600     INSPECT     W-WA00-USRAP CONVERTING                          RSA280
061700                 'abcdefghijklmnopqrstuvwxyz'                     RSA280
061800              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                     RSA280
061900     INSPECT     W-WA00-USRLC CONVERTING                          RSA280
062000                 'abcdefghijklmnopqrstuvwxyz'                     RSA280
062100              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                    RSA280
062200           IF    W-AP10-DBL (J01) = '1'                           RSA280
062300     MOVE        'MAINTENU : DECISION EN DOUBLE'                  RSA280
062400                 TO W-LE05-LIB                                    RSA280
062500     GO TO F60HO-C.                                               RSA280
062600           IF    W-WA00-USRAP = SPACE                             RSA280
062700     MOVE        'MAINTENU : VALIDEUR ABSENT' TO W-LE05-LIB       RSA280
062800     GO TO F60HO-C.                                               RSA280
062900           IF    W-WA00-USRAP = W-WA00-USRLC                      RSA280
063000     MOVE        'REFUSE : VALIDEUR = LANCEUR'                    RSA280
063100                 TO W-LE05-LIB                                    RSA280
063200     GO TO F60HO-C.                                               RSA280
063300           IF    W-AP10-CDDEC (J01) = 'L'                         RSA280
063400     MOVE        'ORDRE LIBERE' TO W-LE05-LIB                     RSA280
063500     MOVE        W-HO00-ORDRE TO LB00                             RSA280
063600     WRITE       LB00                                             RSA280
063700     ADD         1 TO 5-LB00-CPTENR                               RSA280
063800     ADD         1 TO W-WA00-CPTLB                                RSA280
063900     ADD         W-HO00-MTBRUT TO W-TO00-MTLIB                    RSA280
064000     PERFORM     F70LI THRU F70LI-FN                              RSA280
064100     GO TO F60HO-FN.                                              RSA280
064200           IF    W-AP10-CDDEC (J01) = 'R'                         RSA280
064300     MOVE        'ORDRE REJETE' TO W-LE05-LIB                     RSA280
064400     ADD         1 TO W-WA00-CPTRJ                                RSA280
064500     ADD         W-HO00-MTBRUT TO W-TO00-MTRJ                     RSA280
064600     PERFORM     F70LI THRU F70LI-FN                              RSA280
064700     GO TO F60HO-FN.                                              RSA280
064800           IF    W-AP10-CDDEC (J01) = 'A'                         RSA280
064900     MOVE        'ORDRE AJOURNE' TO W-LE05-LIB                    RSA280
065000     ADD         1 TO W-WA00-CPTAJ                                RSA280
065100     PERFORM     F70HN THRU F70HN-FN                              RSA280
065200     GO TO F60HO-FN.                                              RSA280
065300     MOVE        'MAINTENU : CODE DECISION FAUX'                  RSA280
065400                 TO W-LE05-LIB.                                   RSA280
065500 F60HO-C.                                                         RSA280
065600     PERFORM     F70AN THRU F70AN-FN                              RSA280
065700     MOVE        W-HO00-ENR TO HN00                               RSA280
065800     WRITE       HN00                                             RSA280
065900     ADD         1 TO 5-HN00-CPTENR.                              RSA280
066000 F60HO-FN. EXIT.                                                  RSA280
066100*          NOTE *  DECISIONS SANS ORDRE EN ATTENTE  *.            RSA280
066200 F64AP.                                                           RSA280
066300     MOVE        1 TO J01.                                        RSA280
066400 F64AP-A.                                                         RSA280
066500           IF    J01 > W-AP10-NB                                  RSA280
066600     GO TO F64AP-FN.                                              RSA280
066700           IF    W-AP10-TRT (J01) = '0'                           RSA280
066800     MOVE        SPACE TO W-HO00-ENR                              RSA280
066900     MOVE        W-AP10-CLE (J01) TO W-HO00-CLE                   RSA280
067000     MOVE        W-AP10-DTECH (J01) TO W-HO00-DTECH               RSA280
067100     MOVE        W-AP10-USRAP (J01) TO W-LE05-USRAP               RSA280
067200     MOVE        'DECISION SANS ORDRE EN ATTENTE'                 RSA280
067300                 TO W-LE05-LIB                                    RSA280
067400     PERFORM     F70AN THRU F70AN-FN.                             RSA280
067500     ADD         1 TO J01                                         RSA280
067600     GO TO F64AP-A.                                               RSA280
067700 F64AP-FN. EXIT.                                                  RSA280
067703*          NOTE *  FICHIER LB DEJA CONSOMME ?       *.            RSA280
067706 F66CS.                                                           RSA280
067709     MOVE        'P' TO W-CS00-ETAT                               RSA280
067712     MOVE        '0' TO W-CS00-EOF                                RSA280
067715     OPEN INPUT  CT-FICHIER.                                      RSA280
067718           IF    1-CT00-STATUS NOT = ZERO                         RSA280
067721           AND   1-CT00-STATUS NOT = '05'                         RSA280
067724           AND   1-CT00-STATUS NOT = '97'                         RSA280
067727        PERFORM    F0ACT                                          RSA280
067730        PERFORM    F0A90         THRU F0A90-FN.                   RSA280
067733 F66CS-A.                                                         RSA280
067736     READ        CT-FICHIER                                       RSA280
067739     AT END      MOVE       '1' TO W-CS00-EOF.                    RSA280
067742           IF    W-CS00-EOF = '1'                                 RSA280
067745     GO TO F66CS-B.                                               RSA280
067748     MOVE        CT00 TO W-CT00-ENR.                              RSA280
067751           IF    W-CT00-CDETAT NOT < 8                            RSA280
067754     GO TO F66CS-A.                                               RSA280
067757           IF    W-CT00-PROGR = PROGE                             RSA280
067760     MOVE        'P' TO W-CS00-ETAT                               RSA280
067763     GO TO F66CS-A.                                               RSA280
067766           IF    W-CT00-PROGR = 'RSA120'                          RSA280
067769           AND   W-CS00-ETAT = 'P'                                RSA280
067772     MOVE        'C' TO W-CS00-ETAT                               RSA280
067775     GO TO F66CS-A.                                               RSA280
067778           IF    W-CT00-PROGR = 'RSA230'                          RSA280
067781           AND   W-CS00-ETAT = 'C'                                RSA280
067784     MOVE        'D' TO W-CS00-ETAT.                              RSA280
067787     GO TO F66CS-A.                                               RSA280
067790 F66CS-B.                                                         RSA280
067793     CLOSE       CT-FICHIER.                                      RSA280
067796 F66CS-FN. EXIT.                                                  RSA280
067800*          NOTE *  ORDRE CONSERVE EN ATTENTE        *.            RSA280
067900 F70HN.                                                           RSA280
068000     MOVE        W-HO00-ENR TO HN00                               RSA280
068100     WRITE       HN00                                             RSA280
068200     ADD         1 TO 5-HN00-CPTENR                               RSA280
068300     PERFORM     F70LI THRU F70LI-FN.                             RSA280
068400 F70HN-FN. EXIT.                                                  RSA280
068500 F70LI.                                                           RSA280
068600     MOVE        W-HO00-CNREN TO W-LE05-CNREN                     RSA280
068700     MOVE        W-HO00-NORER TO W-LE05-NORER                     RSA280
068800     MOVE        W-HO00-IDRPL TO W-LE05-IDRPL                     RSA280
068900     MOVE        W-HO00-DTECH TO W-LE05-DTECH                     RSA280
069000     MOVE        W-HO00-CDMOT TO W-LE05-CDMOT                     RSA280
069100     MOVE        W-HO00-USRLC TO W-LE05-USRLC.                    RSA280
069200           IF    W-HO00-MTBRUT NUMERIC                            RSA280
069300     MOVE        W-HO00-MTBRUT TO W-LE05-MTBRUT                   RSA280
069400           ELSE                                                   RSA280
069500     MOVE        ZERO TO W-LE05-MTBRUT.                           RSA280
069600     MOVE        W-LE05-LIGNE TO EW00                             RSA280
069700     PERFORM     F80LI THRU F80LI-FN.                             RSA280
069800 F70LI-FN. EXIT.                                                  RSA280
069900 F70AN.                                                           RSA280
070000     PERFORM     F70LI THRU F70LI-FN                              RSA280
070100     ADD         1 TO W-WA00-CPTAN.                               RSA280
070200 F70AN-FN. EXIT.                                                  RSA280
070300*          NOTE *  EDITION DU BILAN                 *.            RSA280
070400 F84TO.                                                           RSA280
070500     MOVE        SPACE TO EW00                                    RSA280
070600     PERFORM     F80LI THRU F80LI-FN                              RSA280
070700     MOVE        'ORDRES EN ATTENTE LUS  : ' TO W-LE07-LIB        RSA280
070800     MOVE        5-HO00-CPTENR TO W-LE07-NB                       RSA280
070900     MOVE        W-LE07-LIGNE TO EW00                             RSA280
071000     PERFORM     F80LI THRU F80LI-FN                              RSA280
071100     MOVE        'DECISIONS LUES         : ' TO W-LE07-LIB        RSA280
071200     MOVE        5-AP00-CPTENR TO W-LE07-NB                       RSA280
071300     MOVE        W-LE07-LIGNE TO EW00                             RSA280
071400     PERFORM     F80LI THRU F80LI-FN                              RSA280
071500     MOVE        'ORDRES LIBERES         : ' TO W-LE07-LIB        RSA280
071600     MOVE        W-WA00-CPTLB TO W-LE07-NB                        RSA280
071700     MOVE        W-LE07-LIGNE TO EW00                             RSA280
071800     PERFORM     F80LI THRU F80LI-FN                              RSA280
071900     MOVE        'ORDRES REJETES         : ' TO W-LE07-LIB        RSA280
072000     MOVE        W-WA00-CPTRJ TO W-LE07-NB                        RSA280
072100     MOVE        W-LE07-LIGNE TO EW00                             RSA280
072200     PERFORM     F80LI THRU F80LI-FN                              RSA280
072300     MOVE        'ORDRES AJOURNES        : ' TO W-LE07-LIB        RSA280
072400     MOVE        W-WA00-CPTAJ TO W-LE07-NB                        RSA280
072500     MOVE        W-LE07-LIGNE TO EW00                             RSA280
072600     PERFORM     F80LI THRU F80LI-FN                              RSA280
072700     MOVE        'ORDRES SANS DECISION   : ' TO W-LE07-LIB        RSA280
072800     MOVE        W-WA00-CPTSD TO W-LE07-NB                        RSA280
072900     MOVE        W-LE07-LIGNE TO EW00                             RSA280
073000     PERFORM     F80LI THRU F80LI-FN                              RSA280
073100     MOVE        'ORDRES RESTANT EN ATT. : ' TO W-LE07-LIB        RSA280
073200     MOVE        5-HN00-CPTENR TO W-LE07-NB                       RSA280
073300     MOVE        W-LE07-LIGNE TO EW00                             RSA280
073400     PERFORM     F80LI THRU F80LI-FN                              RSA280
073500     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA280
073600     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA280
073700     MOVE        W-LE07-LIGNE TO EW00                             RSA280
073800     PERFORM     F80LI THRU F80LI-FN                              RSA280
073900     MOVE        'MONTANT BRUT LIBERE    : ' TO W-LE06-LIB        RSA280
074000     MOVE        W-TO00-MTLIB TO W-LE06-MT                        RSA280
074100     MOVE        W-LE06-LIGNE TO EW00                             RSA280
074200     PERFORM     F80LI THRU F80LI-FN                              RSA280
074300     MOVE        'MONTANT BRUT REJETE    : ' TO W-LE06-LIB        RSA280
074400     MOVE        W-TO00-MTRJ TO W-LE06-MT                         RSA280
074500     MOVE        W-LE06-LIGNE TO EW00                             RSA280
074600     PERFORM     F80LI THRU F80LI-FN                              RSA280
074700     MOVE        SPACE TO EW00                                    RSA280
074800     PERFORM     F80LI THRU F80LI-FN.                             RSA280
074900           IF    W-WA00-CPTAN = ZERO                              RSA280
075000     MOVE        'DECISIONS TOUTES APPLIQUEES'                    RSA280
075100                 TO W-LE09-LIB                                    RSA280
075200           ELSE                                                   RSA280
075300     MOVE        'DECISIONS EN ANOMALIE NON APPLIQUEES'           RSA280
075400                 TO W-LE09-LIB.                                   RSA280
075500     MOVE        W-LE09-LIGNE TO EW00                             RSA280
075600     PERFORM     F80LI THRU F80LI-FN.                             RSA280
075700 F84TO-FN. EXIT.                                                  RSA280
075800 F80TE.                                                           RSA280
075900     ADD         1 TO 5-EW00-CPAG                                 RSA280
076000     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA280
076100     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA280
076200     MOVE        W-LE01-LIGNE TO EW00                             RSA280
076300     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA280
076400     MOVE        W-LE02-LIGNE TO EW00                             RSA280
076500     WRITE       EW00 AFTER ADVANCING 1                           RSA280
076600     MOVE        SPACE TO EW00                                    RSA280
076700     WRITE       EW00 AFTER ADVANCING 1                           RSA280
076800     MOVE        W-LE04-LIGNE TO EW00                             RSA280
076900     WRITE       EW00 AFTER ADVANCING 1                           RSA280
077000     MOVE        SPACE TO EW00                                    RSA280
077100     WRITE       EW00 AFTER ADVANCING 1                           RSA280
077200     MOVE        5 TO 5-EW00-CLIG.                                RSA280
077300 F80TE-FN. EXIT.                                                  RSA280
077400 F80LI.                                                           RSA280
077500     MOVE        EW00 TO W-EW00-SAV.                              RSA280
077600           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA280
077700     PERFORM     F80TE THRU F80TE-FN.                             RSA280
077800     MOVE        W-EW00-SAV TO EW00                               RSA280
077900     WRITE       EW00 AFTER ADVANCING 1                           RSA280
078000     ADD         1 TO 5-EW00-CLIG.                                RSA280
078100 F80LI-FN. EXIT.                                                  RSA280
078200 F98.           EXIT.                                             RSA280
078300 F98-D.         EXIT.                                             RSA280
078400 F98-H.                                                           RSA280
078500     DISPLAY     '------------------------------'                 RSA280
078600     '------------------------------'                             RSA280
078700     '-------------'                                              RSA280
078800     DISPLAY     '- Programme ' PROGE ' : '                       RSA280
078900     'VALIDATION ORDRES EN ATTENTE  '.                            RSA280
079000     DISPLAY     '-   version ' NUGNA ' generee '                 RSA280
079100     'le ' DATGN ' a ' TIMGN ' en '                               RSA280
079200     'bibliotheque ' APPLI.                                       RSA280
079300     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA280
079400     XAED-XHETRT.                                                 RSA280
079500     DISPLAY     '------------------------------'                 RSA280
079600     '------------------------------'                             RSA280
079700     '-------------'.                                             RSA280
079800 F98-H-FN. EXIT.                                                  RSA280
079900 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
080000           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
080100     DISPLAY                      '- Attention ! La date du jour aP100
080200-                                 ' ete forcee par la variable GCAP110
080300-                '_DATCE'.                                        P120
080400     DISPLAY     '------------------------------'                 P500
080500     '------------------------------'                             P520
080600     '-------------'.                                             P530
080700 F98-L-FN. EXIT.                                                  P530
080800 F98-D-FN. EXIT.                                                  RSA280
080900 F98-Z.                                                           RSA280
081000     DISPLAY     '-'.                                             RSA280
081100 F98HO.                                                           RSA280
081200     MOVE        5-HO00-CPTENR TO XA80-XQNENR.                    RSA280
081300     DISPLAY     '- fichier ' 'HO   '                             RSA280
081400     XA80-XQNENR ' ordres en attente lus'                         RSA280
081500     ' assignation: ' 'HO'                                        RSA280
081600     ' ouverture: ' 'I'.                                          RSA280
081700 F98HO-FN. EXIT.                                                  RSA280
081800 F98AP.                                                           RSA280
081900     MOVE        5-AP00-CPTENR TO XA80-XQNENR.                    RSA280
082000     DISPLAY     '- fichier ' 'AP   '                             RSA280
082100     XA80-XQNENR ' decisions lues'                                RSA280
082200     ' assignation: ' 'AP'                                        RSA280
082300     ' ouverture: ' 'I'.                                          RSA280
082400 F98AP-FN. EXIT.                                                  RSA280
082500 F98LB.                                                           RSA280
082600     MOVE        5-LB00-CPTENR TO XA80-XQNENR.                    RSA280
082700     DISPLAY     '- fichier ' 'LB   '                             RSA280
082800     XA80-XQNENR ' ordres liberes ecrits'                         RSA280
082900     ' assignation: ' 'LB'                                        RSA280
083000     ' ouverture: ' 'O'.                                          RSA280
083100 F98LB-FN. EXIT.                                                  RSA280
083200 F98HN.                                                           RSA280
083300     MOVE        5-HN00-CPTENR TO XA80-XQNENR.                    RSA280
083400     DISPLAY     '- fichier ' 'HN   '                             RSA280
083500     XA80-XQNENR ' ordres restant en attente'                     RSA280
083600     ' assignation: ' 'HN'                                        RSA280
083700     ' ouverture: ' 'O'.                                          RSA280
083800     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA280
083900     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA280
084000 F98HN-FN. EXIT.                                                  RSA280
084100 F98EW.                                                           RSA280
084200     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA280
084300     DISPLAY     '- fichier ' 'EW   '                             RSA280
084400     XA80-XQNENR ' pages editees'                                 RSA280
084500     ' assignation: ' 'EW'                                        RSA280
084600     ' ouverture: ' 'O'.                                          RSA280
084700 F98EW-FN. EXIT.                                                  RSA280
084800 F9899.                                                           RSA280
084900     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA280
085000     XAED-XHETRT.                                                 RSA280
085100     DISPLAY     '------------------------------'                 RSA280
085200     '------------------------------'                             RSA280
085300     '-------------'.                                             RSA280
085400 F9899-FN. EXIT.                                                  RSA280
085500 F98-Z-FN. EXIT.                                                  RSA280
085600 F98-FN.   EXIT.                                                  RSA280
085700 F99VE.                                                           RSA280
085800     MOVE        ZERO TO IK                                       RSA280
085900     DISPLAY     XA30-ENVNAM                                      RSA280
086000     UPON ENVIRONMENT-NAME                                        RSA280
086100     ACCEPT      XA30-ENVVAL                                      RSA280
086200     FROM ENVIRONMENT-VALUE                                       RSA280
086300     ON EXCEPTION                                                 RSA280
086400     MOVE        '1' TO IK                                        RSA280
086500     MOVE        SPACE TO XA30-ENVVAL.                            RSA280
086600 F99VE-FN. EXIT.                                                  RSA280
086700 F9900.         EXIT.                                             RSA280
086800 F9910.                                                           RSA280
086900     DISPLAY     '***'                                            RSA280
087000     DISPLAY     '***' XA60-L1                                    RSA280
087100     DISPLAY     '***' XA60-ZX67A.                                RSA280
087200           IF    XA60-ZX67B NOT = SPACE                           RSA280
087300     DISPLAY     '***' XA60-ZX67B.                                RSA280
087400           IF    XA60-ZX67C NOT = SPACE                           RSA280
087500     DISPLAY     '***' XA60-ZX67C                                 RSA280
087600     DISPLAY     '***'.                                           RSA280
087700 F9910-FN. EXIT.                                                  RSA280
087800 F9920.                                                           RSA280
087900     PERFORM     F98-Z THRU F98-Z-FN.                             RSA280
088000 F9980.                                                           RSA280
088100     MOVE        4 TO XA00-XRC.                                   RSA280
088200 F9980-FN. EXIT.                                                  RSA280
088300 F9990.                                                           RSA280
088400     MOVE        XA00-XRC TO RETURN-CODE                          RSA280
088500     STOP RUN.                                                    RSA280
088600 F9990-FN. EXIT.                                                  RSA280
088700 F9920-FN. EXIT.                                                  RSA280
088800 F9900-FN. EXIT.                                                  RSA280
088900 F9999.                                                           RSA280
089000     DISPLAY     '******* ABORT PROVOQUE *******'                 RSA280
089100     ' ' XA60-XCDFSF                                              RSA280
089200     PERFORM     F9920 THRU F9920-FN.                             RSA280
089300 F9999-FN. EXIT.                                                  RSA280
