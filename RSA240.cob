000100 IDENTIFICATION DIVISION.                                         RSA240
000200 PROGRAM-ID.  RSA240.                                             RSA240
000300 ENVIRONMENT DIVISION.                                            RSA240
000400 CONFIGURATION SECTION.                                           RSA240
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA240
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA240
000700 SPECIAL-NAMES.                                                   RSA240
000800      C01 IS SAUTP                                                RSA240
000900      CSP IS SAUT0                                                RSA240
001000      DECIMAL-POINT IS COMMA.                                     RSA240
001100 INPUT-OUTPUT SECTION.                                            RSA240
001200 FILE-CONTROL.                                                    RSA240
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA240
001400      FILE STATUS IS                   1-EW00-STATUS              RSA240
001500                                       VSAM-STATUS.               RSA240
001600      SELECT OPTIONAL PS-FICHIER ASSIGN AS-SOPS                   RSA240
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA240
001800             FILE STATUS     1-PS00-STATUS.                       RSA240
001900      SELECT OPTIONAL CN-FICHIER ASSIGN AS-SOCN                   RSA240
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA240
002100             FILE STATUS     1-CN00-STATUS.                       RSA240
002200      SELECT OPTIONAL RI-FICHIER ASSIGN AS-SORI                   RSA240
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA240
002400             FILE STATUS     1-RI00-STATUS.                       RSA240
002500      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA240
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA240
002700             FILE STATUS     1-CT00-STATUS.                       RSA240
002800 DATA DIVISION.                                                   RSA240
002900 FILE SECTION.                                                    RSA240
003000 FD                 EW-FICHIER                                    RSA240
003100      BLOCK              00000 RECORDS.                           RSA240
003200 01                 EW00.                                         RSA240
003300      10       FILLER         PICTURE  X(133).                    RSA240
003400 FD                 PS-FICHIER                                    RSA240
003500      BLOCK              00000 RECORDS.                           RSA240
003600 01                 PS00.                                         RSA240
003700      10            PS00-LIGNE  PICTURE  X(256).                  RSA240
003800 FD                 CN-FICHIER                                    RSA240
003900      BLOCK              00000 RECORDS.                           RSA240
004000 01                 CN00.                                         RSA240
004100      10            CN00-LIGNE  PICTURE  X(256).                  RSA240
004200 FD                 RI-FICHIER                                    RSA240
004300      BLOCK              00000 RECORDS.                           RSA240
004400 01                 RI00.                                         RSA240
004500      10            RI00-LIGNE  PICTURE  X(80).                   RSA240
004600 FD                 CT-FICHIER                                    RSA240
004700      BLOCK              00000 RECORDS.                           RSA240
004800 01                 CT00.                                         RSA240
004900      10            CT00-LIGNE  PICTURE  X(150).                  RSA240
005000 WORKING-STORAGE SECTION.                                         RSA240
005100          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA240
005200          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA240
005300 01                 RS19.                                         RSA240
005400      10            RS19-CNREN  PICTURE  XX.                      RSA240
005500      10            RS19-NORER  PICTURE  X(6).                    RSA240
005600      10            RS19-IDRPL  PICTURE  X(5).                    RSA240
005700      10            RS19-NOPAI  PICTURE  S999                     RSA240
005800                    COMPUTATIONAL-3.                              RSA240
005900      10            RS19-DHPAI  PICTURE  X(8).                    RSA240
006000      10            RS19-MTPAI  PICTURE  S9(09)V99                RSA240
006100                    COMPUTATIONAL-3.                              RSA240
006200      10            RS19-MTREF  PICTURE  S9(09)V99                RSA240
006300                    COMPUTATIONAL-3.                              RSA240
006400      10            RS19-NOTIE  PICTURE  X(6).                    RSA240
006500      10            RS19-CDPAS  PICTURE  X.                       RSA240
006600 01                 RS04.                                         RSA240
006700      10            RS04-CDPAF  PICTURE  X.                       RSA240
006800      10            RS04-CTPAT  PICTURE  X.                       RSA240
006900      10            RS04-LIPAOD PICTURE  X(31).                   RSA240
007000 77               W-WA00-CDPAMV   PIC X.                          RSA240
007100 77               W-WA00-CDPAMX   PIC X.                          RSA240
007200 77               W-WA00-DATJ     PIC X(8).                       RSA240
007300 77               W-WA00-CDPASR   PIC X VALUE 'R'.                RSA240
007400 77               W-WA00-CDPASE   PIC X VALUE 'E'.                RSA240
007500 77               W-PA00-NBRS05 PIC S9(9) COMP-3.                 RSA240
007600          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA240
007700 77               W-WA00-CPTTR  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
007800 77               W-WA00-CPTAC  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
007900 77               W-WA00-CPTRJ  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008000 77               W-WA00-CPTDJ  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008100 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008200 77               W-WA00-CPTNB  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008300 77               W-WA00-CPTGR  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008400 77               W-WA00-CPTRE  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008500 77               W-WA00-CPTAT  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008600 77               W-WA00-CPTHT  PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008700 77               W-PS00-EOF    PIC X VALUE '0'.                  RSA240
008800 77               W-CN00-EOF    PIC X VALUE '0'.                  RSA240
008808 77               W-CS00-EOF    PIC X VALUE '0'.                  RSA240
008816 77               W-CS00-ETAT   PIC X VALUE 'P'.                  RSA240
008825 77               W-LI00-GRRJ   PIC X VALUE '0'.                  RSA240
008850 77               W-LI00-MOGR   PIC X(4) VALUE SPACE.             RSA240
008875 77               W-LI00-NBGR   PIC S9(9) COMP-3 VALUE ZERO.      RSA240
008900 77               W-LI00-NBBL   PIC S9(4) COMP VALUE ZERO.        RSA240
009000 01               W-LI00-LIGNE   PIC X(256).                      RSA240
009100 01               W-LI00-BAL     PIC X(256).                      RSA240
009200 01               W-LI00-AVT     PIC X(256).                      RSA240
009300 01               W-LI00-APR     PIC X(256).                      RSA240
009400 01               W-TR00-TRANS.                                   RSA240
009500    05            W-TR00-E2E.                                     RSA240
009600      10          W-TR00-CNREN   PIC XX.                          RSA240
009700      10          W-TR00-NORER   PIC X(6).                        RSA240
009800      10          W-TR00-IDRPL   PIC X(5).                        RSA240
009900      10          W-TR00-DTECH   PIC X(8).                        RSA240
010000    05            W-TR00-STS     PIC X(4).                        RSA240
010100    05            W-TR00-MOTIF   PIC X(4).                        RSA240
010200    05            W-TR00-RSN     PIC X.                           RSA240
010300 77               W-MI00-LIBMO  PIC X(30).                        RSA240
010400 01               W-MI00-TABLET.                                  RSA240
010500    05            FILLER         PIC X(04) VALUE 'AC01'.          RSA240
010600    05            FILLER         PIC X(30) VALUE                  RSA240
010700                  'NUMERO DE COMPTE ERRONE'.                      RSA240
010800    05            FILLER         PIC X(04) VALUE 'AC04'.          RSA240
010900    05            FILLER         PIC X(30) VALUE                  RSA240
011000                  'COMPTE CLOTURE'.                               RSA240
011100    05            FILLER         PIC X(04) VALUE 'AC06'.          RSA240
011200    05            FILLER         PIC X(30) VALUE                  RSA240
011300                  'COMPTE BLOQUE'.                                RSA240
011400    05            FILLER         PIC X(04) VALUE 'AC13'.          RSA240
011500    05            FILLER         PIC X(30) VALUE                  RSA240
011600                  'TYPE DE COMPTE INVALIDE'.                      RSA240
011700    05            FILLER         PIC X(04) VALUE 'AG01'.          RSA240
011800    05            FILLER         PIC X(30) VALUE                  RSA240
011900                  'OPERATION INTERDITE SUR COMPTE'.               RSA240
012000    05            FILLER         PIC X(04) VALUE 'AG02'.          RSA240
012100    05            FILLER         PIC X(30) VALUE                  RSA240
012200                  'CODE OPERATION INVALIDE'.                      RSA240
012300    05            FILLER         PIC X(04) VALUE 'AM05'.          RSA240
012400    05            FILLER         PIC X(30) VALUE                  RSA240
012500                  'OPERATION EN DOUBLE'.                          RSA240
012600    05            FILLER         PIC X(04) VALUE 'BE05'.          RSA240
012700    05            FILLER         PIC X(30) VALUE                  RSA240
012800                  'EMETTEUR NON RECONNU'.                         RSA240
012900    05            FILLER         PIC X(04) VALUE 'FF01'.          RSA240
013000    05            FILLER         PIC X(30) VALUE                  RSA240
013100                  'FORMAT DE FICHIER INVALIDE'.                   RSA240
013200    05            FILLER         PIC X(04) VALUE 'MD07'.          RSA240
013300    05            FILLER         PIC X(30) VALUE                  RSA240
013400                  'TITULAIRE DECEDE'.                             RSA240
013500    05            FILLER         PIC X(04) VALUE 'MS02'.          RSA240
013600    05            FILLER         PIC X(30) VALUE                  RSA240
013700                  'REFUS DU BENEFICIAIRE'.                        RSA240
013800    05            FILLER         PIC X(04) VALUE 'MS03'.          RSA240
013900    05            FILLER         PIC X(30) VALUE                  RSA240
014000                  'MOTIF NON COMMUNIQUE'.                         RSA240
014100    05            FILLER         PIC X(04) VALUE 'RC01'.          RSA240
014200    05            FILLER         PIC X(30) VALUE                  RSA240
014300                  'BIC INVALIDE'.                                 RSA240
014400    05            FILLER         PIC X(04) VALUE 'RR04'.          RSA240
014500    05            FILLER         PIC X(30) VALUE                  RSA240
014600                  'MOTIF REGLEMENTAIRE'.                          RSA240
014700 01               W-MI00-TABLER REDEFINES W-MI00-TABLET.          RSA240
014800    05            W-MI00-POSTE   OCCURS 14.                       RSA240
014900      10          W-MI00-CODE    PIC X(4).                        RSA240
015000      10          W-MI00-LIB     PIC X(30).                       RSA240
015100 01               W-MO00-TAB.                                     RSA240
015200    05            W-MO00-NB      PIC S9(4) COMP VALUE ZERO.       RSA240
015300    05            W-MO00-POSTE   OCCURS 30.                       RSA240
015400      10          W-MO00-MOTIF   PIC X(4).                        RSA240
015500      10          W-MO00-NBRJ    PIC S9(9) COMP-3.                RSA240
015600      10          W-MO00-MTRJ    PIC S9(11)V99 COMP-3.            RSA240
015700 01               W-RG00-TAB.                                     RSA240
015800    05            W-RG00-NB      PIC S9(4) COMP VALUE ZERO.       RSA240
015900    05            W-RG00-POSTE   OCCURS 20.                       RSA240
016000      10          W-RG00-NIREG   PIC XX.                          RSA240
016100      10          W-RG00-NBRJ    PIC S9(9) COMP-3.                RSA240
016200      10          W-RG00-MTRJ    PIC S9(11)V99 COMP-3.            RSA240
016300 01               W-TO00-CUMULS COMPUTATIONAL-3.                  RSA240
016400    05            W-TO00-NBRJ    PIC S9(9) VALUE ZERO.            RSA240
016500    05            W-TO00-MTRJ    PIC S9(11)V99 VALUE ZERO.        RSA240
016600 01               W-OP00-ENR.                                     RSA240
016700    05            W-OP00-CNREN   PIC XX.                          RSA240
016800    05            W-OP00-NORER   PIC X(6).                        RSA240
016900    05            W-OP00-IDRPL   PIC X(5).                        RSA240
017000    05            W-OP00-NOTIE   PIC X(6).                        RSA240
017100    05            W-OP00-NIREG   PIC XX.                          RSA240
017200    05            W-OP00-DTECH   PIC X(8).                        RSA240
017300    05            W-OP00-CDPAF   PIC X.                           RSA240
017400    05            W-OP00-CTPAT   PIC X.                           RSA240
017500    05            W-OP00-MTBRUT  PIC 9(9)V99.                     RSA240
017600    05            W-OP00-MTOPPO  PIC 9(9)V99.                     RSA240
017700    05            W-OP00-MTNET   PIC 9(9)V99.                     RSA240
017800    05            W-OP00-CDORD   PIC X.                           RSA240
017866    05            W-OP00-TXPAS   PIC 99V99.                       RSA240
017932    05            W-OP00-MTPAS   PIC 9(9)V99.                     RSA240
018000 01               W-EW00-SAV     PIC X(133).                      RSA240
018100 01               W-EW00-ENTET   PIC X(133).                      RSA240
018200 01               W-LE01-LIGNE.                                   RSA240
018300    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
018400    05            FILLER         PIC X(22) VALUE                  RSA240
018500                  'GROUPAMA - RENTES'.                            RSA240
018600    05            FILLER         PIC X(32) VALUE                  RSA240
018700                  'TRAITEMENT DES REJETS SEPA'.                   RSA240
018800    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA240
018900    05            W-LE01-DATE    PIC X(10).                       RSA240
019000    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA240
019100    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA240
019200    05            FILLER         PIC X(43) VALUE SPACES.          RSA240
019300 01               W-LE02-LIGNE.                                   RSA240
019400    05            FILLER         PIC X(24) VALUE SPACES.          RSA240
019500    05            FILLER         PIC X(26) VALUE ALL '='.         RSA240
019600    05            FILLER         PIC X(83) VALUE SPACES.          RSA240
019700 01               W-LE03-LIGNE.                                   RSA240
019800    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
019900    05            W-LE03-CODE    PIC X(06).                       RSA240
020000    05            FILLER         PIC X(32) VALUE 'LIBELLE'.       RSA240
020100    05            FILLER         PIC X(12) VALUE '    REJETS'.    RSA240
020200    05            FILLER         PIC X(17) VALUE '       MONTANT'.RSA240
020300    05            FILLER         PIC X(65) VALUE SPACES.          RSA240
020400 01               W-LE04-LIGNE.                                   RSA240
020500    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
020600    05            FILLER         PIC X(15) VALUE 'RENTE'.         RSA240
020700    05            FILLER         PIC X(04) VALUE 'RG'.            RSA240
020800    05            FILLER         PIC X(10) VALUE 'ECHEANCE'.      RSA240
020900    05            FILLER         PIC X(05) VALUE 'NO'.            RSA240
021000    05            FILLER         PIC X(16) VALUE '       MONTANT'.RSA240
021100    05            FILLER         PIC X(06) VALUE 'ISO'.           RSA240
021200    05            FILLER         PIC X(32) VALUE 'MOTIF'.         RSA240
021300    05            FILLER         PIC X(32) VALUE 'TRAITEMENT'.    RSA240
021400    05            FILLER         PIC X(12) VALUE SPACES.          RSA240
021500 01               W-LE05-LIGNE.                                   RSA240
021600    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
021700    05            W-LE05-CODE    PIC X(4).                        RSA240
021800    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
021900    05            W-LE05-LIB     PIC X(30).                       RSA240
022000    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
022100    05            W-LE05-NBRJ    PIC ZZZZZZZZ9.                   RSA240
022200    05            FILLER         PIC X(03) VALUE SPACES.          RSA240
022300    05            W-LE05-MTRJ    PIC -(10)9,99.                   RSA240
022400    05            FILLER         PIC X(68) VALUE SPACES.          RSA240
022500 01               W-LE06-LIGNE.                                   RSA240
022600    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
022700    05            W-LE06-NOREN.                                   RSA240
022800      10          W-LE06-CNREN   PIC XX.                          RSA240
022900      10          W-LE06-NORER   PIC X(6).                        RSA240
023000      10          W-LE06-IDRPL   PIC X(5).                        RSA240
023100    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
023200    05            W-LE06-NIREG   PIC XX.                          RSA240
023300    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
023400    05            W-LE06-DTECH   PIC X(8).                        RSA240
023500    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
023600    05            W-LE06-NOPAI   PIC ZZ9.                         RSA240
023700    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
023800    05            W-LE06-MTPAI   PIC -(10)9,99.                   RSA240
023900    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
024000    05            W-LE06-MOTIF   PIC X(4).                        RSA240
024100    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
024200    05            W-LE06-LIBMO   PIC X(30).                       RSA240
024300    05            FILLER         PIC X(02) VALUE SPACES.          RSA240
024400    05            W-LE06-LIB     PIC X(30).                       RSA240
024500    05            FILLER         PIC X(12) VALUE SPACES.          RSA240
024600 01               W-LE07-LIGNE.                                   RSA240
024700    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
024800    05            W-LE07-LIB     PIC X(26).                       RSA240
024900    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA240
025000    05            FILLER         PIC X(97) VALUE SPACES.          RSA240
025100 01               W-LE08-LIGNE.                                   RSA240
025200    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
025300    05            W-LE08-LIB     PIC X(50).                       RSA240
025400    05            FILLER         PIC X(82) VALUE SPACES.          RSA240
025500 01               W-LE09-LIGNE.                                   RSA240
025600    05            FILLER         PIC X(01) VALUE SPACE.           RSA240
025700    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA240
025800    05            W-LE09-LIB     PIC X(40).                       RSA240
025900    05            FILLER         PIC X(81) VALUE SPACES.          RSA240
026000 01               W-CT00-ENR.                                     RSA240
026100    05            W-CT00-PROGR   PIC X(8).                        RSA240
026200    05            W-CT00-DATTRT  PIC X(8).                        RSA240
026300    05            W-CT00-HETRT   PIC X(6).                        RSA240
026400    05            W-CT00-CDETAT  PIC 9(4).                        RSA240
026500    05            W-CT00-POSTE   OCCURS 10.                       RSA240
026600      10          W-CT00-FICID   PIC XX.                          RSA240
026700      10          W-CT00-SENS    PIC X.                           RSA240
026800      10          W-CT00-NBENR   PIC 9(9).                        RSA240
026900    05            FILLER         PIC X(4).                        RSA240
027000 77                 XA00-XRC      VALUE ZERO                      7XA015
027100                  PICTURE 9(4).                                   7XA015
027200 77                 XA00-8TMES    VALUE ZERO                      7XA055
027300                  PICTURE X(01).                                  7XA055
027400 77                 XAIN-XDATRT                                   7XA110
027500                  PICTURE X(8).                                   7XA110
027600 77                 XAIN-XHETRT                                   7XA120
027700                  PICTURE X(6).                                   7XA120
027800 77                 XAED-XDATRT                                   7XA160
027900                  PICTURE X(10).                                  7XA160
028000 77                 XAED-XHETRT                                   7XA170
028100                  PICTURE X(8).                                   7XA170
028200 77                 XA30-ENVNAM   PIC X(080).                     7XA310
028300 77                 XA30-ENVVAL   PIC X(080).                     7XA320
028400 01                 XA60.                                         7XA610
028500   05               XA60-L1.                                      7XA620
028600     10             FILLER PIC X  VALUE 'F'.                      7XA625
028700     10             XA60-XCDFSF   VALUE SPACE                     7XA630
028800                  PICTURE X(4).                                   7XA630
028900     10             FILLER PIC X  VALUE ':'.                      7XA635
029000     10             XA60-XLISUI   VALUE SPACE                     7XA640
029100                  PICTURE X(30).                                  7XA640
029200   05               XA60-ZX67A    VALUE SPACE                     7XA650
029300                  PICTURE X(67).                                  7XA650
029400   05               XA60-ZX67B    VALUE SPACE                     7XA660
029500                  PICTURE X(67).                                  7XA660
029600   05               XA60-ZX67C    VALUE SPACE                     7XA670
029700                  PICTURE X(67).                                  7XA670
029800 01                 XA80.                                         7XA810
029900   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
030000   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
030100   05               XA80-XCOSD                                    7XA820
030200                  PICTURE XX.                                     7XA820
030300   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
030400   05               XA80-STATUS.                                  7XA830
030500    07              XA80-STATUS1  PIC X.                          7XA831
030600    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
030700    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
030800   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
030900   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
031000   05               XA80-XQNENR                                   7XA840
031100                  PICTURE Z(8)9.                                  7XA840
031200 01                 XA81-STATUS.                                  7XA900
031300    07              XA81-STATUS1  PIC X.                          7XA905
031400    07              FILLER        PIC X      VALUE '/'.           7XA910
031500    07              XA81-STATUS2  PIC 999.                        7XA915
031600          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
031700 01               USERID          PIC X(20).                      7XBCC2
031800          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
031900 01                 XO00.                                         7XO-A0
032000   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
032100   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
032200   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
032300   05               XO00-XORAER.                                  7XO-EE
032400     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
032500     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
032600     10             XO00-XORARC   PIC 9(004).                     7XO-EK
032700     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
032800     10             XO00-XCDFSF                                   7XO-EO
032900                  PICTURE X(4).                                   7XO-EO
033000     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
033100     10             XO00-XORATY   PIC X(008).                     7XO-ES
033200     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
033300     10             XO00-XORATA                                   7XO-EW
033400                  PICTURE X(10).                                  7XO-EW
033500   05               XO00-XORAE2.                                  7XO-FE
033600     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
033700     10             XO00-XORACL.                                  7XO-FI
033800       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
033900                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
034000 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
034100                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
034200 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA240
034300 77                 XOCC-RS19-CF  PIC X(001)     VALUE ZERO.      RSA240
034400 77                 XOCC-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA240
034500 77                 XOCC-RS19-OPE PIC X(001)     VALUE ZERO.      RSA240
034600 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA240
034700 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA240
034800          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
034900 77                 XP00-XROWID                                   7XP001
035000                  PICTURE X(18).                                  7XP001
035100 77                 XP00-XCSEQ                                    7XP002
035200                  PICTURE S9(9)                                   7XP002
035300                    COMPUTATIONAL-3.                              7XP002
035400 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
035500          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
035600 01                 CODE-ABORT    PIC X(2).                       7ZA999
035700 01   DEBUT-WSS.                                                  RSA240
035800      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA240
035900      05   IK     PICTURE X.                                      RSA240
036000 01  CONSTANTES-PAC.                                              RSA240
036100     05  FILLER  PICTURE X(50)   VALUE                            RSA240
036200     '6312ARSA15/10/26RSA240LEBLANC 10:02:47RSA240  UNIX'.        RSA240
036300     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA240
036400 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA240
036500     05  NUGNA   PICTURE X(5).                                    RSA240
036600     05  APPLI   PICTURE X(3).                                    RSA240
036700     05  DATGN   PICTURE X(8).                                    RSA240
036800     05  PROGR   PICTURE X(6).                                    RSA240
036900     05  CODUTI  PICTURE X(8).                                    RSA240
037000     05  TIMGN   PICTURE X(8).                                    RSA240
037100     05  PROGE   PICTURE X(8).                                    RSA240
037200     05  COBASE  PICTURE X(4).                                    RSA240
037300     05  DATGNC  PICTURE X(10).                                   RSA240
037400 01  DATCE.                                                       RSA240
037500   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA240
037600   05  DATOR.                                                     RSA240
037700     10  DATOA  PICTURE XX.                                       RSA240
037800     10  DATOM  PICTURE XX.                                       RSA240
037900     10  DATOJ  PICTURE XX.                                       RSA240
038000 01  DAT6.                                                        RSA240
038100      10 DAT61   PICTURE XX.                                      RSA240
038200      10 DAT62   PICTURE XX.                                      RSA240
038300      10 DAT63   PICTURE XX.                                      RSA240
038400 01  DAT8.                                                        RSA240
038500      10 DAT81   PICTURE XX.                                      RSA240
038600      10 DAT8S1  PICTURE X.                                       RSA240
038700      10 DAT82   PICTURE XX.                                      RSA240
038800      10 DAT8S2  PICTURE X.                                       RSA240
038900      10 DAT83   PICTURE XX.                                      RSA240
039000 01  DAT8E    REDEFINES    DAT8.                                  RSA240
039100      10 DAT81E  PICTURE X(4).                                    RSA240
039200      10 DAT82E  PICTURE XX.                                      RSA240
039300      10 DAT83E  PICTURE XX.                                      RSA240
039400 01  DAT6C.                                                       RSA240
039500      10  DAT61C PICTURE XX.                                      RSA240
039600      10  DAT62C PICTURE XX.                                      RSA240
039700      10  DAT63C.                                                 RSA240
039800       15 DAT63CC PICTURE XX.                                     RSA240
039900       15 DAT64C  PICTURE XX.                                     RSA240
040000 01  DAT8C.                                                       RSA240
040100      10  DAT81C  PICTURE XX.                                     RSA240
040200      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA240
040300      10  DAT82C  PICTURE XX.                                     RSA240
040400      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA240
040500      10  DAT83C.                                                 RSA240
040600       15 DAT83CC PICTURE XX.                                     RSA240
040700       15 DAT84C  PICTURE XX.                                     RSA240
040800 01  TIMCO.                                                       RSA240
040900   05  TIMCOH   PICTURE XX.                                       RSA240
041000   05  TIMCOM   PICTURE XX.                                       RSA240
041100   05  TIMCOS   PICTURE XX.                                       RSA240
041200   05  TIMOC.                                                     RSA240
041300    10 TIMCOC   PICTURE XX.                                       RSA240
041400 01  TIMDAY.                                                      RSA240
041500   05  TIMHOU   PICTURE XX.                                       RSA240
041600   05  TIMS1    PICTURE X  VALUE ':'.                             RSA240
041700   05  TIMMIN   PICTURE XX.                                       RSA240
041800   05  TIMS2    PICTURE X  VALUE ':'.                             RSA240
041900   05  TIMSEC   PICTURE XX.                                       RSA240
042000 01  DATSEP     PICTURE X VALUE '/'.                              RSA240
042100 01   VARIABLES-CONDITIONNELLES.                                  RSA240
042200      05                  FT      PICTURE X VALUE '0'.            RSA240
042300 01   INDICES  COMPUTATIONAL  SYNC.                               RSA240
042400      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA240
042500      05        J00       PICTURE S9(4) VALUE +1.                 RSA240
042600      05        J01       PICTURE S9(4) VALUE +1.                 RSA240
042700      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA240
042800      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA240
042900      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA240
043000      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
043100 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA240
043200      05       5-PS00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA240
043300      05       5-CN00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA240
043400      05       5-RI00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA240
043500 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA240
043600      05         COMPTEURS     COMPUTATIONAL-3.                   RSA240
043700      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA240
043800      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA240
043900      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA240
044000 01  ZONES-STATUS.                                                RSA240
044100      05   VSAM-STATUS.                                           RSA240
044200        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA240
044300        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA240
044400        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA240
044500      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA240
044600      05          1-PS00-STATUS PICTURE XX VALUE ZERO.            RSA240
044700      05          1-CN00-STATUS PICTURE XX VALUE ZERO.            RSA240
044800      05          1-RI00-STATUS PICTURE XX VALUE ZERO.            RSA240
044900      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA240
045000 PROCEDURE DIVISION.                                              RSA240
045100 DECLARATIVES.                                                    RSA240
045200 SECEW SECTION.                                                   RSA240
045300     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA240
045400 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA240
045500 F0AEW-A. GO TO  F0A90.                                           RSA240
045600 SECPS SECTION.                                                   RSA240
045700     USE AFTER ERROR PROCEDURE                                    RSA240
045800      ON PS-FICHIER.                                              RSA240
045900 F0APS.                                                           RSA240
046000     MOVE        'PS' TO XA80-XCOSD                               RSA240
046100     MOVE        1-PS00-STATUS TO XA80-STATUS                     RSA240
046200     MOVE        5-PS00-CPTENR TO XA80-XQNENR                     RSA240
046300     GO TO F0A90.                                                 RSA240
046400 F0APS-FN. EXIT.                                                  RSA240
046500 SECCN SECTION.                                                   RSA240
046600     USE AFTER ERROR PROCEDURE                                    RSA240
046700      ON CN-FICHIER.                                              RSA240
046800 F0ACN.                                                           RSA240
046900     MOVE        'CN' TO XA80-XCOSD                               RSA240
047000     MOVE        1-CN00-STATUS TO XA80-STATUS                     RSA240
047100     MOVE        5-CN00-CPTENR TO XA80-XQNENR                     RSA240
047200     GO TO F0A90.                                                 RSA240
047300 F0ACN-FN. EXIT.                                                  RSA240
047400 SECRI SECTION.                                                   RSA240
047500     USE AFTER ERROR PROCEDURE                                    RSA240
047600      ON RI-FICHIER.                                              RSA240
047700 F0ARI.                                                           RSA240
047800     MOVE        'RI' TO XA80-XCOSD                               RSA240
047900     MOVE        1-RI00-STATUS TO XA80-STATUS                     RSA240
048000     MOVE        5-RI00-CPTENR TO XA80-XQNENR                     RSA240
048100     GO TO F0A90.                                                 RSA240
048200 F0ARI-FN. EXIT.                                                  RSA240
048300 SECCT SECTION.                                                   RSA240
048400     USE AFTER ERROR PROCEDURE                                    RSA240
048500      ON CT-FICHIER.                                              RSA240
048600 F0ACT.                                                           RSA240
048700     MOVE        'CT' TO XA80-XCOSD                               RSA240
048800     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA240
048900     MOVE        ZERO TO XA80-XQNENR                              RSA240
049000     GO TO F0A90.                                                 RSA240
049100 F0ACT-FN. EXIT.                                                  RSA240
049200 F0A90.                                                           RSA240
049300     MOVE        '0A90' TO XA60-XCDFSF                            RSA240
049400     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA240
049500           IF    XA80-STATUS1 = '9'                               RSA240
049600     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA240
049700     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA240
049800     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA240
049900     MOVE        XA80 TO XA60-ZX67A                               RSA240
050000     MOVE        SPACE TO XA60-ZX67B.                             RSA240
050100     PERFORM     F9900 THRU F9900-FN.                             RSA240
050200 F0A90-FN. EXIT.                                                  RSA240
050300 END DECLARATIVES.                                                RSA240
050400 SEC00 SECTION.                                                   RSA240
050500 F0B.           EXIT.                                             RSA240
050600 F0BBA.                                                           P000
050700     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
050800     PERFORM     F99VE THRU F99VE-FN.                             P060
050900           IF    IK = ZERO                                        P070
051000     MOVE        XA30-ENVVAL TO DATCE                             P070
051100           ELSE                                                   P100
051200     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
051300       TO DATCE.                                                  P110
051400     ACCEPT TIMCO FROM TIME.                                      P120
051500     MOVE        DATCE TO XAIN-XDATRT                             P210
051600     MOVE        TIMCO TO XAIN-XHETRT.                            P220
051700     MOVE        DATCE                                            P310
051800     TO DAT8E DAT6C                                               P310
051900     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
052000     MOVE DAT82E TO DAT62C                                        P310
052100     MOVE   DAT6C TO  XAED-XDATRT                                 P310
052200     MOVE        XAED-XDATRT                                      P315
052300     TO DAT8E DAT6C                                               P315
052400     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
052500     MOVE DAT63C TO DAT83C                                        P315
052600     MOVE   DAT8C TO XAED-XDATRT                                  P315
052700     MOVE        TIMCO                                            P320
052800     TO DAT8E DAT6C                                               P320
052900     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
053000     MOVE DAT82E TO TIMSEC                                        P320
053100     MOVE TIMDAY TO   XAED-XHETRT.                                P320
053200 F0BBA-FN. EXIT.                                                  P320
053300 F0BBE.                                                           P000
053400     PERFORM     F98-D THRU F98-D-FN.                             P100
053500 F0BBE-FN. EXIT.                                                  P100
053600 F0BCA.         EXIT.                                             P000
053700 F0BCI.                                                           P000
053800     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
053900     PERFORM     F99VE THRU F99VE-FN.                             P110
054000           IF    IK = ZERO                                        P200
054100     MOVE        XA30-ENVVAL TO USERID                            P200
054200           ELSE                                                   P210
054300     MOVE        '0BCE' TO XA60-XCDFSF                            P210
054400     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
054500     XA60-XLISUI                                                  P235
054600     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
054700-                'ORT' TO XA60-ZX67A                              P245
054800     MOVE        SPACE TO XA60-ZX67B                              P250
054900     PERFORM     F9900 THRU F9900-FN.                             P260
055000 F0BCI-FN. EXIT.                                                  P260
055100 F0BCO.                                                           P000
055200     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
055300     PERFORM     F99VE THRU F99VE-FN.                             P110
055400           IF    IK = ZERO                                        P200
055500           AND   XA30-ENVVAL = 'ON'                               P210
055600     MOVE        '1' TO XO00-XORATR.                              P200
055700 F0BCO-FN. EXIT.                                                  P200
055800 F0BCU.                                                           P000
055900     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
056000     PERFORM     F99VE THRU F99VE-FN.                             P110
056100           IF    IK = ZERO                                        P200
056200           AND   XA30-ENVVAL = '1'                                P210
056300     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
056400           ELSE                                                   P220
056500     MOVE        ZERO TO XA00-8TMES.                              P220
056600 F0BCU-FN. EXIT.                                                  P220
056700 F0BCY.                                                           P000
056800     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
056900     PERFORM     F99VE THRU F99VE-FN.                             P110
057000           IF    IK = ZERO                                        P200
057100     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
057200 F0BCY-FN. EXIT.                                                  P200
057300 F0BCW.                                                           RSA240
057400     MOVE        DATCE TO W-WA00-DATJ                             RSA240
057500     MOVE        'V' TO W-WA00-CDPAMV                             RSA240
057600     MOVE        'GCA_CDPAMVIR' TO XA30-ENVNAM                    RSA240
057700     PERFORM     F99VE THRU F99VE-FN.                             RSA240
057800           IF    IK = ZERO                                        RSA240
057900           AND   XA30-ENVVAL NOT = SPACE                          RSA240
058000     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDPAMV.               RSA240
058100     MOVE        'X' TO W-WA00-CDPAMX                             RSA240
058200     MOVE        'GCA_CDPAMREJ' TO XA30-ENVNAM                    RSA240
058300     PERFORM     F99VE THRU F99VE-FN.                             RSA240
058400           IF    IK = ZERO                                        RSA240
058500           AND   XA30-ENVVAL NOT = SPACE                          RSA240
058600     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDPAMX.               RSA240
058700           IF    W-WA00-CDPAMX = W-WA00-CDPAMV                    RSA240
058800     MOVE        '0BCW' TO XA60-XCDFSF                            RSA240
058900     MOVE        'ERREUR SUR VARIABLE GCA_CDPAMR' TO              RSA240
059000     XA60-XLISUI                                                  RSA240
059100     MOVE        'MODE BLOCAGE IDENTIQUE AU MODE VIREMENT' TO     RSA240
059200     XA60-ZX67A                                                   RSA240
059300     MOVE        SPACE TO XA60-ZX67B                              RSA240
059400     PERFORM     F9900 THRU F9900-FN.                             RSA240
059500     DISPLAY     '- mode virement retenu    : ' W-WA00-CDPAMV     RSA240
059600     DISPLAY     '- mode virement bloque    : ' W-WA00-CDPAMX.    RSA240
059700 F0BCW-FN. EXIT.                                                  RSA240
059800 F0BDA.                                                           P000
059900     PERFORM     F99SX THRU F99SX-FN.                             P100
060000 F0BDA-FN. EXIT.                                                  P100
060100 F0BEA.         EXIT.                                             P000
060200 F0BEA-FN. EXIT.                                                  P000
060300 F0BCA-FN. EXIT.                                                  P000
060400 F0B-FN.   EXIT.                                                  P000
060500 F0C.           EXIT.                                             P000
060600 F0CCI.                                                           P000
060700     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
060800     MOVE        '1' TO XO00-XORACN.                              P110
060900 F0CCI-FN. EXIT.                                                  P110
061000 F0CCO.    IF    XO00-XORATR = '1'                                P000
061100           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
061200     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
061300     DISPLAY     'TRACE ORACLE IS ON'.                            P110
061400 F0CCO-FN. EXIT.                                                  P110
061500 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
061600           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
061700     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
061800     DISPLAY     'ROLLBACK SEGMENT : '                            P110
061900     XO00-XORARB.                                                 P120
062000 F0CCY-FN. EXIT.                                                  P120
062100 F0C-FN.   EXIT.                                                  P120
062200 F01.      EXIT.                                                  RSA240
062300 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA240
062400        IF        1-EW00-STATUS  NOT  = ZERO                      RSA240
062500             AND  1-EW00-STATUS  NOT  = '97'                      RSA240
062600        PERFORM    F0AEW                                          RSA240
062700        PERFORM    F0A90         THRU F0A90-FN.                   RSA240
062800 F01EW-FN. EXIT.                                                  RSA240
062900 F01PS.    OPEN INPUT                    PS-FICHIER.              RSA240
063000        IF        1-PS00-STATUS  NOT  = ZERO                      RSA240
063100             AND  1-PS00-STATUS  NOT  = '05'                      RSA240
063200             AND  1-PS00-STATUS  NOT  = '97'                      RSA240
063300        PERFORM    F0APS                                          RSA240
063400        PERFORM    F0A90         THRU F0A90-FN.                   RSA240
063500 F01PS-FN. EXIT.                                                  RSA240
063600 F01CN.    OPEN INPUT                    CN-FICHIER.              RSA240
063700        IF        1-CN00-STATUS  NOT  = ZERO                      RSA240
063800             AND  1-CN00-STATUS  NOT  = '05'                      RSA240
063900             AND  1-CN00-STATUS  NOT  = '97'                      RSA240
064000        PERFORM    F0ACN                                          RSA240
064100        PERFORM    F0A90         THRU F0A90-FN.                   RSA240
064200 F01CN-FN. EXIT.                                                  RSA240
064300 F01RI.    PERFORM     F66CS THRU F66CS-FN.                       RSA240
064400           IF    W-CS00-ETAT = 'D'                                RSA240
064500     OPEN OUTPUT RI-FICHIER                                       RSA240
064600     DISPLAY     '- ouverture fichier RI    : OUTPUT'             RSA240
064700           ELSE                                                   RSA240
064800     OPEN EXTEND RI-FICHIER                                       RSA240
064812     DISPLAY     '- ouverture fichier RI    : EXTEND'.            RSA240
064824        IF        1-RI00-STATUS  NOT  = ZERO                      RSA240
064836             AND  1-RI00-STATUS  NOT  = '05'                      RSA240
064848             AND  1-RI00-STATUS  NOT  = '97'                      RSA240
064860        PERFORM    F0ARI                                          RSA240
064872        PERFORM    F0A90         THRU F0A90-FN.                   RSA240
064884 F01RI-FN. EXIT.                                                  RSA240
064900 F01ZZ.                                                           RSA240
065000     MOVE        ZERO TO W-MO00-NB                                RSA240
065100     MOVE        ZERO TO W-RG00-NB                                RSA240
065200     MOVE        SPACE TO W-TR00-TRANS.                           RSA240
065300 F01ZZ-FN. EXIT.                                                  RSA240
065400 F01-FN.   EXIT.                                                  RSA240
065500*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA240
065600 F05.           EXIT.                                             RSA240
065700 F20.      IF FT =            ALL '1'                             RSA240
065800           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA240
065900 F20AD.                                                           RSA240
066000     PERFORM     F0BBA THRU F0BBA-FN.                             RSA240
066100 F20AD-FN. EXIT.                                                  RSA240
066200 F20EW.    CLOSE    EW-FICHIER.                                   RSA240
066300 F20EW-FN. EXIT.                                                  RSA240
066400 F20RI.    CLOSE    RI-FICHIER.                                   RSA240
066500 F20RI-FN. EXIT.                                                  RSA240
066600 F2080.    IF    XO00-XORACN = '1'                                RSA240
066700           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA240
066800     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA240
066900 F2080-FN. EXIT.                                                  RSA240
067000 F2085.                                                           RSA240
067100     PERFORM     F95-RS19-FV-CL THRU F95-RS19-FV-CL-FN            RSA240
067200           IF    XO00-XORACN = '1'                                RSA240
067300     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA240
067400     MOVE        ZERO TO XO00-XORACN.                             RSA240
067500 F2085-FN. EXIT.                                                  RSA240
067600 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA240
067700           AND   XA00-XRC = ZERO                                  RSA240
067800     MOVE        4 TO XA00-XRC.                                   RSA240
067900           IF    W-WA00-CPTHT > ZERO                              RSA240
068000           AND   XA00-XRC = ZERO                                  RSA240
068100     MOVE        4 TO XA00-XRC.                                   RSA240
068200           IF    W-WA00-CPTGR > ZERO                              RSA240
068300           AND   XA00-XRC = ZERO                                  RSA240
068400     MOVE        4 TO XA00-XRC.                                   RSA240
068500 F20RC-FN. EXIT.                                                  RSA240
068600*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA240
068700 F20CT.                                                           RSA240
068800     OPEN EXTEND CT-FICHIER.                                      RSA240
068900           IF    1-CT00-STATUS NOT = ZERO                         RSA240
069000           AND   1-CT00-STATUS NOT = '05'                         RSA240
069100           AND   1-CT00-STATUS NOT = '97'                         RSA240
069200        PERFORM    F0ACT                                          RSA240
069300        PERFORM    F0A90         THRU F0A90-FN.                   RSA240
069400     MOVE        SPACE TO W-CT00-ENR                              RSA240
069500     MOVE        PROGE TO W-CT00-PROGR                            RSA240
069600     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA240
069700     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA240
069800     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA240
069900     MOVE        'PS' TO W-CT00-FICID (1)                         RSA240
070000     MOVE        'I' TO W-CT00-SENS (1)                           RSA240
070100     MOVE        5-PS00-CPTENR TO W-CT00-NBENR (1)                RSA240
070200     MOVE        'CN' TO W-CT00-FICID (2)                         RSA240
070300     MOVE        'I' TO W-CT00-SENS (2)                           RSA240
070400     MOVE        5-CN00-CPTENR TO W-CT00-NBENR (2)                RSA240
070500     MOVE        'RI' TO W-CT00-FICID (3)                         RSA240
070600     MOVE        'O' TO W-CT00-SENS (3)                           RSA240
070700     MOVE        5-RI00-CPTENR TO W-CT00-NBENR (3)                RSA240
070800     MOVE        'EW' TO W-CT00-FICID (4)                         RSA240
070900     MOVE        'O' TO W-CT00-SENS (4)                           RSA240
071000     MOVE        5-EW00-CPAG TO W-CT00-NBENR (4)                  RSA240
071100     MOVE        W-CT00-ENR TO CT00                               RSA240
071200     WRITE       CT00                                             RSA240
071300     CLOSE       CT-FICHIER.                                      RSA240
071400 F20CT-FN. EXIT.                                                  RSA240
071500 F2090.                                                           RSA240
071600     PERFORM     F98-Z THRU F98-Z-FN.                             RSA240
071700 F2090-FN. EXIT.                                                  RSA240
071800 F2095.                                                           RSA240
071900     MOVE        XA00-XRC TO RETURN-CODE.                         RSA240
072000 F2095-FN. EXIT.                                                  RSA240
072100 F2099.     GOBACK.                                               RSA240
072200 F2099-FN. EXIT.                                                  RSA240
072300 F20-FN.   EXIT.                                                  RSA240
072400 F50.           EXIT.                                             RSA240
072500 F50AA.                                                           RSA240
072600     MOVE        W-LE04-LIGNE TO W-EW00-ENTET                     RSA240
072700     PERFORM     F80TE THRU F80TE-FN                              RSA240
072800     MOVE        'REJETS ET RETOURS RECUS DE LA BANQUE' TO        RSA240
072900     W-LE08-LIB                                                   RSA240
073000     MOVE        W-LE08-LIGNE TO EW00                             RSA240
073100     PERFORM     F80LI THRU F80LI-FN                              RSA240
073200     MOVE        SPACE TO EW00                                    RSA240
073300     PERFORM     F80LI THRU F80LI-FN.                             RSA240
073400 F50AA-FN. EXIT.                                                  RSA240
073500*          NOTE *  COMPTE RENDU DE STATUT PAIN.002  *.            RSA240
073600 F50BB.                                                           RSA240
073700     READ        PS-FICHIER                                       RSA240
073800     AT END      MOVE       '1' TO W-PS00-EOF                     RSA240
073900     NOT AT END  ADD        1 TO 5-PS00-CPTENR.                   RSA240
073925           IF    W-PS00-EOF = '1'                                 RSA240
073950           AND   W-LI00-GRRJ = '1'                                RSA240
073975     PERFORM     F62GR THRU F62GR-FN.                             RSA240
074000           IF    W-PS00-EOF = '1'                                 RSA240
074100     CLOSE       PS-FICHIER                                       RSA240
074200     MOVE        SPACE TO W-TR00-TRANS                            RSA240
074300     GO TO F50BB-FN.                                              RSA240
074400     MOVE        PS00 TO W-LI00-LIGNE                             RSA240
074500     PERFORM     F62LI THRU F62LI-FN                              RSA240
074600     GO TO F50BB.                                                 RSA240
074700 F50BB-FN. EXIT.                                                  RSA240
074800*          NOTE *  AVIS DE RETOUR CAMT.054          *.            RSA240
074900 F50CC.                                                           RSA240
075000     READ        CN-FICHIER                                       RSA240
075100     AT END      MOVE       '1' TO W-CN00-EOF                     RSA240
075200     NOT AT END  ADD        1 TO 5-CN00-CPTENR.                   RSA240
075300           IF    W-CN00-EOF = '1'                                 RSA240
075400     CLOSE       CN-FICHIER                                       RSA240
075500     MOVE        SPACE TO W-TR00-TRANS                            RSA240
075600     GO TO F50CC-FN.                                              RSA240
075700     MOVE        CN00 TO W-LI00-LIGNE                             RSA240
075800     PERFORM     F62LI THRU F62LI-FN                              RSA240
075900     GO TO F50CC.                                                 RSA240
076000 F50CC-FN. EXIT.                                                  RSA240
076100*          NOTE *  LISTE DE REEMISSION              *.            RSA240
076200 F50DD.                                                           RSA240
076300     MOVE        W-LE04-LIGNE TO W-EW00-ENTET                     RSA240
076400     PERFORM     F80TE THRU F80TE-FN                              RSA240
076500     MOVE        'LISTE DE REEMISSION DES PAIEMENTS REJETES' TO   RSA240
076600     W-LE08-LIB                                                   RSA240
076700     MOVE        W-LE08-LIGNE TO EW00                             RSA240
076800     PERFORM     F80LI THRU F80LI-FN                              RSA240
076900     MOVE        SPACE TO EW00                                    RSA240
077000     PERFORM     F80LI THRU F80LI-FN                              RSA240
077100     MOVE        '0' TO IK.                                       RSA240
077200 F50DD-A.                                                         RSA240
077300     PERFORM     F95-RS19-FV THRU F95-RS19-FV-FN.                 RSA240
077400           IF    IK NOT = '0'                                     RSA240
077500     MOVE        '0' TO IK                                        RSA240
077600     GO TO F50DD-FN.                                              RSA240
077700     PERFORM     F66RE THRU F66RE-FN                              RSA240
077800     GO TO F50DD-A.                                               RSA240
077900 F50DD-FN. EXIT.                                                  RSA240
078000 F50EE.                                                           RSA240
078100     PERFORM     F84TO THRU F84TO-FN.                             RSA240
078200 F50EE-FN. EXIT.                                                  RSA240
078300 F50XX.                                                           RSA240
078400     MOVE                     ALL '1' TO FT GO TO F20.            RSA240
078500 F50XX-FN. EXIT.                                                  RSA240
078600 F50-FN.   EXIT.                                                  RSA240
078700*          NOTE *  ANALYSE D UNE LIGNE XML          *.            RSA240
078800 F62LI.                                                           RSA240
078900     MOVE        ZERO TO W-LI00-NBBL                              RSA240
079000     INSPECT     W-LI00-LIGNE TALLYING W-LI00-NBBL                RSA240
079100                 FOR LEADING SPACE.                               RSA240
079200           IF    W-LI00-NBBL NOT < 256                            RSA240
079300     GO TO F62LI-FN.                                              RSA240
079400     MOVE        W-LI00-LIGNE(W-LI00-NBBL + 1:) TO W-LI00-BAL     RSA240
079500     MOVE        ZERO TO TALLI                                    RSA240
079600     INSPECT     W-LI00-BAL TALLYING TALLI FOR ALL '<GrpSts>RJCT'.RSA240
079700           IF    TALLI > ZERO                                     RSA240
079800     MOVE        '1' TO W-LI00-GRRJ                               RSA240
079805     MOVE        SPACE TO W-LI00-MOGR                             RSA240
079810     MOVE        ZERO TO W-LI00-NBGR                              RSA240
079815     ADD         1 TO W-WA00-CPTGR.                               RSA240
079820     MOVE        ZERO TO TALLI                                    RSA240
079825     INSPECT     W-LI00-BAL TALLYING TALLI                        RSA240
079830                 FOR ALL '</OrgnlGrpInfAndSts>'.                  RSA240
079835           IF    TALLI > ZERO                                     RSA240
079840           AND   W-LI00-GRRJ = '1'                                RSA240
079845     MOVE        W-TR00-MOTIF TO W-LI00-MOGR                      RSA240
079850     MOVE        SPACE TO W-TR00-TRANS.                           RSA240
079855     MOVE        ZERO TO TALLI                                    RSA240
079860     INSPECT     W-LI00-BAL TALLYING TALLI                        RSA240
079865                 FOR ALL '</CstmrPmtStsRpt>'.                     RSA240
079870           IF    TALLI > ZERO                                     RSA240
079875           AND   W-LI00-GRRJ = '1'                                RSA240
079880     PERFORM     F62GR THRU F62GR-FN.                             RSA240
079900 F62LI-A.                                                         RSA240
080000     MOVE        ZERO TO TALLI                                    RSA240
080100     INSPECT     W-LI00-BAL TALLYING TALLI FOR ALL 'EndToEndId>'. RSA240
080200           IF    TALLI = ZERO                                     RSA240
080300     GO TO F62LI-B.                                               RSA240
080400     MOVE        SPACE TO W-LI00-APR                              RSA240
080500     UNSTRING    W-LI00-BAL DELIMITED BY '<OrgnlEndToEndId>'      RSA240
080600                 OR '<EndToEndId>' INTO W-LI00-AVT W-LI00-APR.    RSA240
080700           IF    W-LI00-APR NOT = SPACE                           RSA240
080800     MOVE        W-LI00-APR(1:21) TO W-TR00-E2E.                  RSA240
080900 F62LI-B.                                                         RSA240
081000     MOVE        ZERO TO TALLI                                    RSA240
081100     INSPECT     W-LI00-BAL TALLYING TALLI FOR ALL '<TxSts>'.     RSA240
081200           IF    TALLI = ZERO                                     RSA240
081300     GO TO F62LI-C.                                               RSA240
081400     MOVE        SPACE TO W-LI00-APR                              RSA240
081500     UNSTRING    W-LI00-BAL DELIMITED BY '<TxSts>'                RSA240
081600                 INTO W-LI00-AVT W-LI00-APR                       RSA240
081700     MOVE        W-LI00-APR(1:4) TO W-TR00-STS.                   RSA240
081800 F62LI-C.                                                         RSA240
081900     MOVE        ZERO TO TALLI                                    RSA240
082000     INSPECT     W-LI00-BAL TALLYING TALLI FOR ALL '<Rsn>'.       RSA240
082100           IF    TALLI > ZERO                                     RSA240
082200     MOVE        '1' TO W-TR00-RSN.                               RSA240
082300           IF    W-TR00-RSN NOT = '1'                             RSA240
082400     GO TO F62LI-D.                                               RSA240
082500     MOVE        ZERO TO TALLI                                    RSA240
082600     INSPECT     W-LI00-BAL TALLYING TALLI FOR ALL '<Cd>'.        RSA240
082700           IF    TALLI > ZERO                                     RSA240
082800           AND   W-TR00-MOTIF = SPACE                             RSA240
082900     MOVE        SPACE TO W-LI00-APR                              RSA240
083000     UNSTRING    W-LI00-BAL DELIMITED BY '<Cd>'                   RSA240
083100                 INTO W-LI00-AVT W-LI00-APR                       RSA240
083200     MOVE        W-LI00-APR(1:4) TO W-TR00-MOTIF.                 RSA240
083300     MOVE        ZERO TO TALLI                                    RSA240
083400     INSPECT     W-LI00-BAL TALLYING TALLI FOR ALL '</Rsn>'.      RSA240
083500           IF    TALLI > ZERO                                     RSA240
083600     MOVE        '0' TO W-TR00-RSN.                               RSA240
083700 F62LI-D.                                                         RSA240
083800     MOVE        ZERO TO TALLI                                    RSA240
083900     INSPECT     W-LI00-BAL TALLYING TALLI                        RSA240
084000                 FOR ALL '</TxInfAndSts>' ALL '</TxDtls>'.        RSA240
084100           IF    TALLI = ZERO                                     RSA240
084200     GO TO F62LI-FN.                                              RSA240
084300           IF    W-TR00-E2E NOT = SPACE                           RSA240
084400     PERFORM     F64TR THRU F64TR-FN.                             RSA240
084500     MOVE        SPACE TO W-TR00-TRANS.                           RSA240
084600 F62LI-FN. EXIT.                                                  RSA240
084606*          NOTE *  FIN D UN LOT REJETE EN TOTALITE  *.            RSA240
084612 F62GR.                                                           RSA240
084618           IF    W-LI00-NBGR > ZERO                               RSA240
084624     MOVE        '0' TO W-LI00-GRRJ                               RSA240
084630     MOVE        SPACE TO W-LI00-MOGR                             RSA240
084636     GO TO F62GR-FN.                                              RSA240
084642     MOVE        '62GR' TO XA60-XCDFSF                            RSA240
084648     MOVE        'LOT REJETE SANS TRANSACTIONS  ' TO XA60-XLISUI  RSA240
084654     MOVE        'REJET GLOBAL DU LOT SANS DETAIL DES PAIEMENTS'  RSA240
084660                 TO XA60-ZX67A                                    RSA240
084666     MOVE        'REJETS A SAISIR D APRES LE FICHIER OP DU LOT'   RSA240
084672                 TO XA60-ZX67B                                    RSA240
084678     PERFORM     F9900 THRU F9900-FN.                             RSA240
084684 F62GR-FN. EXIT.                                                  RSA240
084700*          NOTE *  TRAITEMENT D UNE TRANSACTION     *.            RSA240
084800 F64TR.                                                           RSA240
084900     ADD         1 TO W-WA00-CPTTR.                               RSA240
084914           IF    W-LI00-GRRJ = '1'                                RSA240
084928     MOVE        'RJCT' TO W-TR00-STS                             RSA240
084942     ADD         1 TO W-LI00-NBGR.                                RSA240
084956           IF    W-LI00-GRRJ = '1'                                RSA240
084970           AND   W-TR00-MOTIF = SPACE                             RSA240
084984     MOVE        W-LI00-MOGR TO W-TR00-MOTIF.                     RSA240
085000           IF    W-TR00-STS = 'RJCT'                              RSA240
085100           AND   W-TR00-MOTIF = SPACE                             RSA240
085200     MOVE        'MS03' TO W-TR00-MOTIF.                          RSA240
085300           IF    W-TR00-STS NOT = SPACE                           RSA240
085400           AND   W-TR00-STS NOT = 'RJCT'                          RSA240
085500     ADD         1 TO W-WA00-CPTAC                                RSA240
085600     GO TO F64TR-FN.                                              RSA240
085700           IF    W-TR00-MOTIF = SPACE                             RSA240
085800     ADD         1 TO W-WA00-CPTAC                                RSA240
085900     GO TO F64TR-FN.                                              RSA240
086000     PERFORM     F68MO THRU F68MO-FN                              RSA240
086100     MOVE        W-TR00-CNREN TO RS19-CNREN                       RSA240
086200     MOVE        W-TR00-NORER TO RS19-NORER                       RSA240
086300     MOVE        W-TR00-IDRPL TO RS19-IDRPL                       RSA240
086400     MOVE        W-TR00-DTECH TO RS19-DHPAI                       RSA240
086500     MOVE        ZERO TO RS19-NOPAI                               RSA240
086600     MOVE        ZERO TO RS19-MTPAI.                              RSA240
086700           IF    W-TR00-DTECH NOT NUMERIC                         RSA240
086800     MOVE        'REFERENCE DE BOUT EN BOUT KO  ' TO W-LE06-LIB   RSA240
086900     PERFORM     F70AN THRU F70AN-FN                              RSA240
087000     GO TO F64TR-FN.                                              RSA240
087100     PERFORM     F95-RS19-FU THRU F95-RS19-FU-FN.                 RSA240
087200           IF    IK NOT = '0'                                     RSA240
087300     MOVE        '0' TO IK                                        RSA240
087400     MOVE        ZERO TO RS19-NOPAI                               RSA240
087500     MOVE        ZERO TO RS19-MTPAI                               RSA240
087600     MOVE        'PAIEMENT ABSENT DE RS19       ' TO W-LE06-LIB   RSA240
087700     PERFORM     F70AN THRU F70AN-FN                              RSA240
087800     GO TO F64TR-FN.                                              RSA240
087900           IF    RS19-CDPAS = W-WA00-CDPASR                       RSA240
088000           OR    RS19-CDPAS = W-WA00-CDPASE                       RSA240
088100     MOVE        'REJET DEJA ENREGISTRE         ' TO W-LE06-LIB   RSA240
088200     ADD         1 TO W-WA00-CPTDJ                                RSA240
088300     PERFORM     F70ED THRU F70ED-FN                              RSA240
088400     GO TO F64TR-FN.                                              RSA240
088500     PERFORM     F95-RS19-MJ THRU F95-RS19-MJ-FN                  RSA240
088600     MOVE        SPACE TO RS04-LIPAOD                             RSA240
088700     STRING      'REJET SEPA ' W-TR00-MOTIF ' ECH ' W-TR00-DTECH  RSA240
088800                 DELIMITED BY SIZE INTO RS04-LIPAOD               RSA240
088900     PERFORM     F95-RS04-MJ THRU F95-RS04-MJ-FN                  RSA240
089000     PERFORM     F95-RS05-CT THRU F95-RS05-CT-FN.                 RSA240
089100           IF    W-PA00-NBRS05 > ZERO                             RSA240
089200     PERFORM     F95-RS05-MJ THRU F95-RS05-MJ-FN                  RSA240
089300     MOVE        'REJETE - COORDONNEES BLOQUEES ' TO W-LE06-LIB   RSA240
089400           ELSE                                                   RSA240
089500     MOVE        'REJETE - AUCUN RIB A BLOQUER  ' TO W-LE06-LIB   RSA240
089600     ADD         1 TO W-WA00-CPTNB.                               RSA240
089700     ADD         1 TO W-WA00-CPTRJ                                RSA240
089800     PERFORM     F64MO THRU F64MO-FN                              RSA240
089900     PERFORM     F64RG THRU F64RG-FN                              RSA240
090000     PERFORM     F70ED THRU F70ED-FN.                             RSA240
090100 F64TR-FN. EXIT.                                                  RSA240
090200*          NOTE *  CUMUL PAR MOTIF ISO              *.            RSA240
090300 F64MO.                                                           RSA240
090400     ADD         1 TO W-TO00-NBRJ                                 RSA240
090500     ADD         RS19-MTPAI TO W-TO00-MTRJ                        RSA240
090600     MOVE        1 TO J00.                                        RSA240
090700 F64MO-A.                                                         RSA240
090800           IF    J00 > W-MO00-NB                                  RSA240
090900     GO TO F64MO-B.                                               RSA240
091000           IF    W-MO00-MOTIF (J00) = W-TR00-MOTIF                RSA240
091100     GO TO F64MO-C.                                               RSA240
091200     ADD         1 TO J00                                         RSA240
091300     GO TO F64MO-A.                                               RSA240
091400 F64MO-B.                                                         RSA240
091500           IF    W-MO00-NB < 30                                   RSA240
091600     ADD         1 TO W-MO00-NB                                   RSA240
091700     MOVE        W-MO00-NB TO J00                                 RSA240
091800     MOVE        W-TR00-MOTIF TO W-MO00-MOTIF (J00)               RSA240
091900     MOVE        ZERO TO W-MO00-NBRJ (J00)                        RSA240
092000     MOVE        ZERO TO W-MO00-MTRJ (J00)                        RSA240
092100           ELSE                                                   RSA240
092200     ADD         1 TO W-WA00-CPTHT                                RSA240
092300     GO TO F64MO-FN.                                              RSA240
092400 F64MO-C.                                                         RSA240
092500     ADD         1 TO W-MO00-NBRJ (J00)                           RSA240
092600     ADD         RS19-MTPAI TO W-MO00-MTRJ (J00).                 RSA240
092700 F64MO-FN. EXIT.                                                  RSA240
092800*          NOTE *  CUMUL PAR REGIME                 *.            RSA240
092900 F64RG.                                                           RSA240
093000     MOVE        1 TO J00.                                        RSA240
093100 F64RG-A.                                                         RSA240
093200           IF    J00 > W-RG00-NB                                  RSA240
093300     GO TO F64RG-B.                                               RSA240
093400           IF    W-RG00-NIREG (J00) = W-TR00-IDRPL(1:2)           RSA240
093500     GO TO F64RG-C.                                               RSA240
093600     ADD         1 TO J00                                         RSA240
093700     GO TO F64RG-A.                                               RSA240
093800 F64RG-B.                                                         RSA240
093900           IF    W-RG00-NB < 20                                   RSA240
094000     ADD         1 TO W-RG00-NB                                   RSA240
094100     MOVE        W-RG00-NB TO J00                                 RSA240
094200     MOVE        W-TR00-IDRPL(1:2) TO W-RG00-NIREG (J00)          RSA240
094300     MOVE        ZERO TO W-RG00-NBRJ (J00)                        RSA240
094400     MOVE        ZERO TO W-RG00-MTRJ (J00)                        RSA240
094500           ELSE                                                   RSA240
094600     ADD         1 TO W-WA00-CPTHT                                RSA240
094700     GO TO F64RG-FN.                                              RSA240
094800 F64RG-C.                                                         RSA240
094900     ADD         1 TO W-RG00-NBRJ (J00)                           RSA240
095000     ADD         RS19-MTPAI TO W-RG00-MTRJ (J00).                 RSA240
095100 F64RG-FN. EXIT.                                                  RSA240
095200*          NOTE *  REEMISSION D UN PAIEMENT REJETE  *.            RSA240
095300 F66RE.                                                           RSA240
095400     MOVE        RS19-CNREN TO W-TR00-CNREN                       RSA240
095500     MOVE        RS19-NORER TO W-TR00-NORER                       RSA240
095600     MOVE        RS19-IDRPL TO W-TR00-IDRPL                       RSA240
095700     MOVE        RS19-DHPAI TO W-TR00-DTECH                       RSA240
095800     PERFORM     F95-RS04-FU THRU F95-RS04-FU-FN                  RSA240
095900     MOVE        '0' TO IK                                        RSA240
096000     MOVE        SPACE TO W-TR00-MOTIF.                           RSA240
096100           IF    RS04-LIPAOD(1:11) = 'REJET SEPA '                RSA240
096200     MOVE        RS04-LIPAOD(12:4) TO W-TR00-MOTIF.               RSA240
096300     PERFORM     F68MO THRU F68MO-FN                              RSA240
096400     PERFORM     F95-RS05-CT THRU F95-RS05-CT-FN.                 RSA240
096500           IF    W-PA00-NBRS05 = ZERO                             RSA240
096600     MOVE        'EN ATTENTE DE COORDONNEES     ' TO W-LE06-LIB   RSA240
096700     ADD         1 TO W-WA00-CPTAT                                RSA240
096800     PERFORM     F70ED THRU F70ED-FN                              RSA240
096900     GO TO F66RE-FN.                                              RSA240
097000     MOVE        SPACE TO W-OP00-ENR                              RSA240
097100     MOVE        RS19-CNREN TO W-OP00-CNREN                       RSA240
097200     MOVE        RS19-NORER TO W-OP00-NORER                       RSA240
097300     MOVE        RS19-IDRPL TO W-OP00-IDRPL                       RSA240
097400     MOVE        RS19-NOTIE TO W-OP00-NOTIE                       RSA240
097500     MOVE        RS19-IDRPL(1:2) TO W-OP00-NIREG                  RSA240
097600     MOVE        RS19-DHPAI TO W-OP00-DTECH                       RSA240
097700     MOVE        RS04-CDPAF TO W-OP00-CDPAF                       RSA240
097800     MOVE        RS04-CTPAT TO W-OP00-CTPAT                       RSA240
097900     COMPUTE     W-OP00-MTBRUT = RS19-MTPAI + RS19-MTREF          RSA240
098000     MOVE        RS19-MTREF TO W-OP00-MTOPPO                      RSA240
098100     MOVE        RS19-MTPAI TO W-OP00-MTNET                       RSA240
098200     MOVE        'R' TO W-OP00-CDORD                              RSA240
098233     MOVE        ZERO TO W-OP00-TXPAS                             RSA240
098266     MOVE        ZERO TO W-OP00-MTPAS                             RSA240
098300     MOVE        W-OP00-ENR TO RI00                               RSA240
098400     WRITE       RI00                                             RSA240
098500     ADD         1 TO 5-RI00-CPTENR                               RSA240
098600     PERFORM     F95-RS19-ME THRU F95-RS19-ME-FN                  RSA240
098700     ADD         1 TO W-WA00-CPTRE                                RSA240
098800     MOVE        'REEMIS AU PROCHAIN PAIEMENT   ' TO W-LE06-LIB   RSA240
098900     PERFORM     F70ED THRU F70ED-FN.                             RSA240
099000 F66RE-FN. EXIT.                                                  RSA240
099003*          NOTE *  FICHIER RI DEJA CONSOMME ?       *.            RSA240
099006 F66CS.                                                           RSA240
099009     MOVE        'P' TO W-CS00-ETAT                               RSA240
099012     MOVE        '0' TO W-CS00-EOF                                RSA240
099015     OPEN INPUT  CT-FICHIER.                                      RSA240
099018           IF    1-CT00-STATUS NOT = ZERO                         RSA240
099021           AND   1-CT00-STATUS NOT = '05'                         RSA240
099024           AND   1-CT00-STATUS NOT = '97'                         RSA240
099027        PERFORM    F0ACT                                          RSA240
099030        PERFORM    F0A90         THRU F0A90-FN.                   RSA240
099033 F66CS-A.                                                         RSA240
099036     READ        CT-FICHIER                                       RSA240
099039     AT END      MOVE       '1' TO W-CS00-EOF.                    RSA240
099042           IF    W-CS00-EOF = '1'                                 RSA240
099045     GO TO F66CS-B.                                               RSA240
099048     MOVE        CT00 TO W-CT00-ENR.                              RSA240
099051           IF    W-CT00-CDETAT NOT < 8                            RSA240
099054     GO TO F66CS-A.                                               RSA240
099057           IF    W-CT00-PROGR = PROGE                             RSA240
099060     MOVE        'P' TO W-CS00-ETAT                               RSA240
099063     GO TO F66CS-A.                                               RSA240
099066           IF    W-CT00-PROGR = 'RSA120'                          RSA240
099069           AND   W-CS00-ETAT = 'P'                                RSA240
099072     MOVE        'C' TO W-CS00-ETAT                               RSA240
099075     GO TO F66CS-A.                                               RSA240
099078           IF    W-CT00-PROGR = 'RSA230'                          RSA240
099081           AND   W-CS00-ETAT = 'C'                                RSA240
099084     MOVE        'D' TO W-CS00-ETAT.                              RSA240
099087     GO TO F66CS-A.                                               RSA240
099090 F66CS-B.                                                         RSA240
099093     CLOSE       CT-FICHIER.                                      RSA240
099096 F66CS-FN. EXIT.                                                  RSA240
099100*          NOTE *  LIBELLE DU MOTIF ISO             *.            RSA240
099200 F68MO.                                                           RSA240
099300     MOVE        'MOTIF ISO NON REFERENCE       ' TO W-MI00-LIBMO RSA240
099400     MOVE        1 TO J01.                                        RSA240
099500 F68MO-A.                                                         RSA240
099600           IF    J01 > 14                                         RSA240
099700     GO TO F68MO-FN.                                              RSA240
099800           IF    W-MI00-CODE (J01) = W-TR00-MOTIF                 RSA240
099900     MOVE        W-MI00-LIB (J01) TO W-MI00-LIBMO                 RSA240
100000     GO TO F68MO-FN.                                              RSA240
100100     ADD         1 TO J01                                         RSA240
100200     GO TO F68MO-A.                                               RSA240
100300 F68MO-FN. EXIT.                                                  RSA240
100400*          NOTE *  LIGNE DU COMPTE RENDU DE REJETS  *.            RSA240
100500 F70ED.                                                           RSA240
100600     MOVE        W-TR00-CNREN TO W-LE06-CNREN                     RSA240
100700     MOVE        W-TR00-NORER TO W-LE06-NORER                     RSA240
100800     MOVE        W-TR00-IDRPL TO W-LE06-IDRPL                     RSA240
100900     MOVE        W-TR00-IDRPL(1:2) TO W-LE06-NIREG                RSA240
101000     MOVE        W-TR00-DTECH TO W-LE06-DTECH                     RSA240
101100     MOVE        RS19-NOPAI TO W-LE06-NOPAI                       RSA240
101200     MOVE        RS19-MTPAI TO W-LE06-MTPAI                       RSA240
101300     MOVE        W-TR00-MOTIF TO W-LE06-MOTIF                     RSA240
101400     MOVE        W-MI00-LIBMO TO W-LE06-LIBMO                     RSA240
101500     MOVE        W-LE06-LIGNE TO EW00                             RSA240
101600     PERFORM     F80LI THRU F80LI-FN.                             RSA240
101700 F70ED-FN. EXIT.                                                  RSA240
101800*          NOTE *  REJET NON RAPPROCHE              *.            RSA240
101900 F70AN.                                                           RSA240
102000     PERFORM     F70ED THRU F70ED-FN                              RSA240
102100     ADD         1 TO W-WA00-CPTAN.                               RSA240
102200 F70AN-FN. EXIT.                                                  RSA240
102300*          NOTE *  EDITION DU BILAN                 *.            RSA240
102400 F84TO.                                                           RSA240
102500     MOVE        'MOTIF' TO W-LE03-CODE                           RSA240
102600     MOVE        W-LE03-LIGNE TO W-EW00-ENTET                     RSA240
102700     PERFORM     F80TE THRU F80TE-FN                              RSA240
102800     MOVE        'REJETS ENREGISTRES PAR MOTIF ISO' TO W-LE08-LIB RSA240
102900     MOVE        W-LE08-LIGNE TO EW00                             RSA240
103000     PERFORM     F80LI THRU F80LI-FN                              RSA240
103100     MOVE        SPACE TO EW00                                    RSA240
103200     PERFORM     F80LI THRU F80LI-FN                              RSA240
103300     MOVE        1 TO J01.                                        RSA240
103400 F84TO-A.                                                         RSA240
103500           IF    J01 > W-MO00-NB                                  RSA240
103600     GO TO F84TO-B.                                               RSA240
103700     MOVE        W-MO00-MOTIF (J01) TO W-TR00-MOTIF               RSA240
103800     PERFORM     F68MO THRU F68MO-FN                              RSA240
103900     MOVE        W-MO00-MOTIF (J01) TO W-LE05-CODE                RSA240
104000     MOVE        W-MI00-LIBMO TO W-LE05-LIB                       RSA240
104100     MOVE        W-MO00-NBRJ (J01) TO W-LE05-NBRJ                 RSA240
104200     MOVE        W-MO00-MTRJ (J01) TO W-LE05-MTRJ                 RSA240
104300     MOVE        W-LE05-LIGNE TO EW00                             RSA240
104400     PERFORM     F80LI THRU F80LI-FN                              RSA240
104500     ADD         1 TO J01                                         RSA240
104600     GO TO F84TO-A.                                               RSA240
104700 F84TO-B.                                                         RSA240
104800     PERFORM     F84TT THRU F84TT-FN                              RSA240
104900     MOVE        'REGIME' TO W-LE03-CODE                          RSA240
105000     MOVE        W-LE03-LIGNE TO W-EW00-ENTET                     RSA240
105100     MOVE        W-LE03-LIGNE TO EW00                             RSA240
105200     PERFORM     F80LI THRU F80LI-FN                              RSA240
105300     MOVE        SPACE TO EW00                                    RSA240
105400     PERFORM     F80LI THRU F80LI-FN                              RSA240
105500     MOVE        1 TO J01.                                        RSA240
105600 F84TO-C.                                                         RSA240
105700           IF    J01 > W-RG00-NB                                  RSA240
105800     GO TO F84TO-D.                                               RSA240
105900     MOVE        W-RG00-NIREG (J01) TO W-LE05-CODE                RSA240
106000     MOVE        SPACE TO W-LE05-LIB                              RSA240
106100     MOVE        W-RG00-NBRJ (J01) TO W-LE05-NBRJ                 RSA240
106200     MOVE        W-RG00-MTRJ (J01) TO W-LE05-MTRJ                 RSA240
106300     MOVE        W-LE05-LIGNE TO EW00                             RSA240
106400     PERFORM     F80LI THRU F80LI-FN                              RSA240
106500     ADD         1 TO J01                                         RSA240
106600     GO TO F84TO-C.                                               RSA240
106700 F84TO-D.                                                         RSA240
106800     PERFORM     F84TT THRU F84TT-FN                              RSA240
106900     MOVE        'TRANSACTIONS BANCAIRES : ' TO W-LE07-LIB        RSA240
107000     MOVE        W-WA00-CPTTR TO W-LE07-NB                        RSA240
107100     MOVE        W-LE07-LIGNE TO EW00                             RSA240
107200     PERFORM     F80LI THRU F80LI-FN                              RSA240
107300     MOVE        'TRANSACTIONS NON REJETEES: ' TO W-LE07-LIB      RSA240
107400     MOVE        W-WA00-CPTAC TO W-LE07-NB                        RSA240
107500     MOVE        W-LE07-LIGNE TO EW00                             RSA240
107600     PERFORM     F80LI THRU F80LI-FN                              RSA240
107700     MOVE        'REJETS ENREGISTRES     : ' TO W-LE07-LIB        RSA240
107800     MOVE        W-WA00-CPTRJ TO W-LE07-NB                        RSA240
107900     MOVE        W-LE07-LIGNE TO EW00                             RSA240
108000     PERFORM     F80LI THRU F80LI-FN                              RSA240
108100     MOVE        'DONT SANS RIB A BLOQUER: ' TO W-LE07-LIB        RSA240
108200     MOVE        W-WA00-CPTNB TO W-LE07-NB                        RSA240
108300     MOVE        W-LE07-LIGNE TO EW00                             RSA240
108400     PERFORM     F80LI THRU F80LI-FN                              RSA240
108500     MOVE        'REJETS DEJA ENREGISTRES: ' TO W-LE07-LIB        RSA240
108600     MOVE        W-WA00-CPTDJ TO W-LE07-NB                        RSA240
108700     MOVE        W-LE07-LIGNE TO EW00                             RSA240
108800     PERFORM     F80LI THRU F80LI-FN                              RSA240
108900     MOVE        'REJETS NON RAPPROCHES  : ' TO W-LE07-LIB        RSA240
109000     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA240
109100     MOVE        W-LE07-LIGNE TO EW00                             RSA240
109200     PERFORM     F80LI THRU F80LI-FN                              RSA240
109300     MOVE        'LOTS REJETES EN TOTALITE:' TO W-LE07-LIB        RSA240
109400     MOVE        W-WA00-CPTGR TO W-LE07-NB                        RSA240
109500     MOVE        W-LE07-LIGNE TO EW00                             RSA240
109600     PERFORM     F80LI THRU F80LI-FN                              RSA240
109700     MOVE        'PAIEMENTS A REEMETTRE  : ' TO W-LE07-LIB        RSA240
109800     MOVE        W-WA00-CPTRE TO W-LE07-NB                        RSA240
109900     MOVE        W-LE07-LIGNE TO EW00                             RSA240
110000     PERFORM     F80LI THRU F80LI-FN                              RSA240
110100     MOVE        'EN ATTENTE DE RIB      : ' TO W-LE07-LIB        RSA240
110200     MOVE        W-WA00-CPTAT TO W-LE07-NB                        RSA240
110300     MOVE        W-LE07-LIGNE TO EW00                             RSA240
110400     PERFORM     F80LI THRU F80LI-FN                              RSA240
110500     MOVE        'MOTIFS/REGIMES HORS TAB: ' TO W-LE07-LIB        RSA240
110600     MOVE        W-WA00-CPTHT TO W-LE07-NB                        RSA240
110700     MOVE        W-LE07-LIGNE TO EW00                             RSA240
110800     PERFORM     F80LI THRU F80LI-FN                              RSA240
110900     MOVE        SPACE TO EW00                                    RSA240
111000     PERFORM     F80LI THRU F80LI-FN.                             RSA240
111100           IF    W-WA00-CPTGR > ZERO                              RSA240
111200     MOVE        'LOT REJETE EN TOTALITE PAR LA BANQUE' TO        RSA240
111300     W-LE09-LIB                                                   RSA240
111400           ELSE                                                   RSA240
111500           IF    W-WA00-CPTAN > ZERO                              RSA240
111600     MOVE        'REJETS NON RAPPROCHES A EXAMINER' TO W-LE09-LIB RSA240
111700           ELSE                                                   RSA240
111800     MOVE        'TOUS LES REJETS SONT RAPPROCHES' TO W-LE09-LIB. RSA240
111900     MOVE        W-LE09-LIGNE TO EW00                             RSA240
112000     PERFORM     F80LI THRU F80LI-FN.                             RSA240
112100 F84TO-FN. EXIT.                                                  RSA240
112200 F84TT.                                                           RSA240
112300     MOVE        '**' TO W-LE05-CODE                              RSA240
112400     MOVE        SPACE TO W-LE05-LIB                              RSA240
112500     MOVE        W-TO00-NBRJ TO W-LE05-NBRJ                       RSA240
112600     MOVE        W-TO00-MTRJ TO W-LE05-MTRJ                       RSA240
112700     MOVE        W-LE05-LIGNE TO EW00                             RSA240
112800     PERFORM     F80LI THRU F80LI-FN                              RSA240
112900     MOVE        SPACE TO EW00                                    RSA240
113000     PERFORM     F80LI THRU F80LI-FN.                             RSA240
113100 F84TT-FN. EXIT.                                                  RSA240
113200 F80TE.                                                           RSA240
113300     ADD         1 TO 5-EW00-CPAG                                 RSA240
113400     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA240
113500     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA240
113600     MOVE        W-LE01-LIGNE TO EW00                             RSA240
113700     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA240
113800     MOVE        W-LE02-LIGNE TO EW00                             RSA240
113900     WRITE       EW00 AFTER ADVANCING 1                           RSA240
114000     MOVE        SPACE TO EW00                                    RSA240
114100     WRITE       EW00 AFTER ADVANCING 1                           RSA240
114200     MOVE        W-EW00-ENTET TO EW00                             RSA240
114300     WRITE       EW00 AFTER ADVANCING 1                           RSA240
114400     MOVE        SPACE TO EW00                                    RSA240
114500     WRITE       EW00 AFTER ADVANCING 1                           RSA240
114600     MOVE        5 TO 5-EW00-CLIG.                                RSA240
114700 F80TE-FN. EXIT.                                                  RSA240
114800 F80LI.                                                           RSA240
114900     MOVE        EW00 TO W-EW00-SAV.                              RSA240
115000           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA240
115100     PERFORM     F80TE THRU F80TE-FN.                             RSA240
115200     MOVE        W-EW00-SAV TO EW00                               RSA240
115300     WRITE       EW00 AFTER ADVANCING 1                           RSA240
115400     ADD         1 TO 5-EW00-CLIG.                                RSA240
115500 F80LI-FN. EXIT.                                                  RSA240
115600 F95-A.                                                           P000
115700     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
115800     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
115900     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
116000 F95-A-FN. EXIT.                                                  P300
116100 F95BB.         EXIT.                                             RSA240
116200 F95-RS19-FU.                                                     RSA240
116300     MOVE        'SELECT' TO XO00-XORATY                          RSA240
116400     MOVE        '95BB' TO XO00-XCDFSF                            RSA240
116500     MOVE        'RS19' TO XO00-XORATA                            RSA240
116600     MOVE        RS19 TO XO00-XORACL                              RSA240
116700     EXEC SQL                                                     RSA240
116800                 SELECT  NOPAI                                    RSA240
116900                      ,  nvl(MTPAI , 0)                           RSA240
117000                      ,  nvl(MTREF , 0)                           RSA240
117100                      ,  nvl(NOTIE ,' ')                          RSA240
117200                      ,  nvl(CDPAS ,' ')                          RSA240
117300                   INTO :RS19-NOPAI                               RSA240
117400                      , :RS19-MTPAI                               RSA240
117500                      , :RS19-MTREF                               RSA240
117600                      , :RS19-NOTIE                               RSA240
117700                      , :RS19-CDPAS                               RSA240
117800                   FROM  RS19                                     RSA240
117900                  WHERE  CNREN  = :RS19-CNREN                     RSA240
118000                    AND  NORER  = :RS19-NORER                     RSA240
118100                    AND  IDRPL  = :RS19-IDRPL                     RSA240
118200                    AND  DHPAI  = :RS19-DHPAI                     RSA240
118300                    AND  ROWNUM = 1                  END-EXEC.    RSA240
118400     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA240
118500           IF    IK = ZERO                                        RSA240
118600     ADD         1 TO XOBB-COUNT.                                 RSA240
118700 F95-RS19-FU-FN. EXIT.                                            RSA240
118800 F95-RS19-MJ.                                                     RSA240
118900     MOVE        'UPDATE' TO XO00-XORATY                          RSA240
119000     MOVE        '95BB' TO XO00-XCDFSF                            RSA240
119100     MOVE        'RS19' TO XO00-XORATA                            RSA240
119200     MOVE        RS19 TO XO00-XORACL                              RSA240
119300     EXEC SQL                                                     RSA240
119400                 UPDATE  RS19                                     RSA240
119500                    SET  CDPAS  = :W-WA00-CDPASR                  RSA240
119600                  WHERE  CNREN  = :RS19-CNREN                     RSA240
119700                    AND  NORER  = :RS19-NORER                     RSA240
119800                    AND  IDRPL  = :RS19-IDRPL                     RSA240
119900                    AND  DHPAI  = :RS19-DHPAI                     RSA240
120000                    AND  NOPAI  = :RS19-NOPAI      END-EXEC.      RSA240
120100     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA240
120200     MOVE        '0' TO IK.                                       RSA240
120300 F95-RS19-MJ-FN. EXIT.                                            RSA240
120400 F95BB-FN. EXIT.                                                  RSA240
120500 F95CC.                                                           RSA240
120600     EXEC SQL                                                     RSA240
120700                 DECLARE C_CC_RS19 CURSOR FOR                     RSA240
120800                 SELECT  CNREN                                    RSA240
120900                      ,  NORER                                    RSA240
121000                      ,  IDRPL                                    RSA240
121100                      ,  NOPAI                                    RSA240
121200                      ,  nvl(DHPAI ,' ')                          RSA240
121300                      ,  nvl(MTPAI , 0)                           RSA240
121400                      ,  nvl(MTREF , 0)                           RSA240
121500                      ,  nvl(NOTIE ,' ')                          RSA240
121600                   FROM  RS19                                     RSA240
121700                  WHERE  CDPAS  = :W-WA00-CDPASR                  RSA240
121800                  ORDER  BY NORER                                 RSA240
121900                       ,  CNREN                                   RSA240
122000                       ,  IDRPL                                   RSA240
122100                       ,  DHPAI                                   RSA240
122200                    FOR  UPDATE                      END-EXEC.    RSA240
122300 F95-RS19-FV.                                                     RSA240
122400           IF    XOCC-RS19-OPE = ZERO                             RSA240
122500     MOVE        'OPEN' TO XO00-XORATY                            RSA240
122600     MOVE        '95CC' TO XO00-XCDFSF                            RSA240
122700     MOVE        'RS19' TO XO00-XORATA                            RSA240
122800     MOVE        SPACE TO XO00-XORACL                             RSA240
122900     EXEC SQL    OPEN    C_CC_RS19                   END-EXEC     RSA240
123000     MOVE        '1' TO XOCC-RS19-OPE.                            RSA240
123100     MOVE        'FETCH' TO XO00-XORATY                           RSA240
123200     MOVE        '95CC' TO XO00-XCDFSF                            RSA240
123300     MOVE        'RS19' TO XO00-XORATA                            RSA240
123400     MOVE        RS19 TO XO00-XORACL                              RSA240
123500     MOVE        ZERO TO XOCC-RS19-CF                             RSA240
123600     EXEC SQL    FETCH   C_CC_RS19                                RSA240
123700                   INTO :RS19-CNREN                               RSA240
123800                      , :RS19-NORER                               RSA240
123900                      , :RS19-IDRPL                               RSA240
124000                      , :RS19-NOPAI                               RSA240
124100                      , :RS19-DHPAI                               RSA240
124200                      , :RS19-MTPAI                               RSA240
124300                      , :RS19-MTREF                               RSA240
124400                      , :RS19-NOTIE                END-EXEC.      RSA240
124500     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA240
124600           IF    IK = ZERO                                        RSA240
124700     MOVE        '1' TO XOCC-RS19-CF                              RSA240
124800     ADD         1 TO XOCC-COUNT                                  RSA240
124900           ELSE                                                   RSA240
125000     PERFORM     F95-RS19-FV-CL THRU F95-RS19-FV-CL-FN.           RSA240
125100 F95-RS19-FV-FN. EXIT.                                            RSA240
125200 F95-RS19-FV-CL.                                                  RSA240
125300           IF    XOCC-RS19-OPE = ZERO                             RSA240
125400     GO TO F95-RS19-FV-CL-FN.                                     RSA240
125500     MOVE        'CLOSE CC' TO XO00-XORATY                        RSA240
125600     MOVE        '95CC' TO XO00-XCDFSF                            RSA240
125700     MOVE        'RS19' TO XO00-XORATA                            RSA240
125800     EXEC SQL    CLOSE   C_CC_RS19                   END-EXEC.    RSA240
125900     MOVE        ZERO TO XOCC-RS19-OPE.                           RSA240
126000 F95-RS19-FV-CL-FN. EXIT.                                         RSA240
126100 F95-RS19-ME.                                                     RSA240
126200     MOVE        'UPDATE' TO XO00-XORATY                          RSA240
126300     MOVE        '95CC' TO XO00-XCDFSF                            RSA240
126400     MOVE        'RS19' TO XO00-XORATA                            RSA240
126500     MOVE        RS19 TO XO00-XORACL                              RSA240
126600     EXEC SQL                                                     RSA240
126700                 UPDATE  RS19                                     RSA240
126800                    SET  CDPAS  = :W-WA00-CDPASE                  RSA240
126900                  WHERE  CURRENT OF C_CC_RS19        END-EXEC.    RSA240
127000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA240
127100     MOVE        '0' TO IK.                                       RSA240
127200 F95-RS19-ME-FN. EXIT.                                            RSA240
127300 F95CC-FN. EXIT.                                                  RSA240
127400 F95DD.         EXIT.                                             RSA240
127500 F95-RS04-FU.                                                     RSA240
127600     MOVE        'SELECT' TO XO00-XORATY                          RSA240
127700     MOVE        '95DD' TO XO00-XCDFSF                            RSA240
127800     MOVE        'RS04' TO XO00-XORATA                            RSA240
127900     MOVE        RS19 TO XO00-XORACL                              RSA240
128000     MOVE        SPACE TO RS04                                    RSA240
128100     EXEC SQL                                                     RSA240
128200                 SELECT  nvl(CDPAF ,' ')                          RSA240
128300                      ,  nvl(CTPAT ,' ')                          RSA240
128400                      ,  nvl(LIPAOD,' ')                          RSA240
128500                   INTO :RS04-CDPAF                               RSA240
128600                      , :RS04-CTPAT                               RSA240
128700                      , :RS04-LIPAOD                              RSA240
128800                   FROM  RS04                                     RSA240
128900                  WHERE  CNREN  = :RS19-CNREN                     RSA240
129000                    AND  NORER  = :RS19-NORER                     RSA240
129100                    AND  IDRPL  = :RS19-IDRPL      END-EXEC.      RSA240
129200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA240
129300 F95-RS04-FU-FN. EXIT.                                            RSA240
129400 F95-RS04-MJ.                                                     RSA240
129500     MOVE        'UPDATE' TO XO00-XORATY                          RSA240
129600     MOVE        '95DD' TO XO00-XCDFSF                            RSA240
129700     MOVE        'RS04' TO XO00-XORATA                            RSA240
129800     MOVE        RS19 TO XO00-XORACL                              RSA240
129900     EXEC SQL                                                     RSA240
130000                 UPDATE  RS04                                     RSA240
130100                    SET  MCPAP  = nvl(MCPAP,0) - :RS19-MTPAI      RSA240
130200                      ,  LIPAOD = :RS04-LIPAOD                    RSA240
130300                  WHERE  CNREN  = :RS19-CNREN                     RSA240
130400                    AND  NORER  = :RS19-NORER                     RSA240
130500                    AND  IDRPL  = :RS19-IDRPL      END-EXEC.      RSA240
130600     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA240
130700     MOVE        '0' TO IK                                        RSA240
130800     ADD         1 TO XODD-COUNT.                                 RSA240
130900 F95-RS04-MJ-FN. EXIT.                                            RSA240
131000 F95DD-FN. EXIT.                                                  RSA240
131100 F95EE.         EXIT.                                             RSA240
131200 F95-RS05-CT.                                                     RSA240
131300     MOVE        'SELECT' TO XO00-XORATY                          RSA240
131400     MOVE        '95EE' TO XO00-XCDFSF                            RSA240
131500     MOVE        'RS05' TO XO00-XORATA                            RSA240
131600     MOVE        RS19 TO XO00-XORACL                              RSA240
131700     MOVE        ZERO TO W-PA00-NBRS05                            RSA240
131800     EXEC SQL                                                     RSA240
131900                 SELECT  count(*)                                 RSA240
132000                   INTO :W-PA00-NBRS05                            RSA240
132100                   FROM  RS05                                     RSA240
132200                  WHERE  CNREN  = :RS19-CNREN                     RSA240
132300                    AND  NORER  = :RS19-NORER                     RSA240
132400                    AND  IDRPL  = :RS19-IDRPL                     RSA240
132500                    AND  CDPAMR = :W-WA00-CDPAMV   END-EXEC.      RSA240
132600     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA240
132700     MOVE        '0' TO IK.                                       RSA240
132800 F95-RS05-CT-FN. EXIT.                                            RSA240
132900 F95-RS05-MJ.                                                     RSA240
133000     MOVE        'UPDATE' TO XO00-XORATY                          RSA240
133100     MOVE        '95EE' TO XO00-XCDFSF                            RSA240
133200     MOVE        'RS05' TO XO00-XORATA                            RSA240
133300     MOVE        RS19 TO XO00-XORACL                              RSA240
133400     EXEC SQL                                                     RSA240
133500                 UPDATE  RS05                                     RSA240
133600                    SET  CDPAMR = :W-WA00-CDPAMX                  RSA240
133700                      ,  DMRENB = :W-WA00-DATJ                    RSA240
133800                  WHERE  CNREN  = :RS19-CNREN                     RSA240
133900                    AND  NORER  = :RS19-NORER                     RSA240
134000                    AND  IDRPL  = :RS19-IDRPL                     RSA240
134100                    AND  CDPAMR = :W-WA00-CDPAMV   END-EXEC.      RSA240
134200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA240
134300     MOVE        '0' TO IK                                        RSA240
134400     ADD         1 TO XOEE-COUNT.                                 RSA240
134500 F95-RS05-MJ-FN. EXIT.                                            RSA240
134600 F95EE-FN. EXIT.                                                  RSA240
134700 F9590.         EXIT.                                             P000
134800 F95-WORK-CN.                                                     P100
134900     MOVE        '9590' TO XO00-XCDFSF                            P110
135000     MOVE        'CONNECT' TO XO00-XORATY                         P120
135100     MOVE        SPACE TO XO00-XORATA                             P130
135200     MOVE        USERID TO XO00-XORACL                            P140
135300     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
135400 F95-WORK-CN-FN.                                                  P199
135500 F9590-FN. EXIT.                                                  P199
135600 F9591.         EXIT.                                             P000
135700 F95-WORK-RBS.                                                    P100
135800     MOVE        '9591' TO XO00-XCDFSF                            P110
135900     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
136000     MOVE        SPACE TO XO00-XORATA                             P130
136100     MOVE        XO00-XORARB TO XO00-XORACL                       P140
136200     EXEC SQL    SET TRANSACTION USE                              P150
136300                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
136400 F95-WORK-RBS-FN.                                                 P199
136500 F9591-FN. EXIT.                                                  P199
136600 F9592.         EXIT.                                             P000
136700 F95-WORK-CO.                                                     P100
136800     MOVE        '9592' TO XO00-XCDFSF                            P110
136900     MOVE        'COMMIT' TO XO00-XORATY                          P120
137000     MOVE        SPACE TO XO00-XORATA                             P130
137100     MOVE        SPACE TO XO00-XORACL                             P140
137200     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
137300     MOVE        '1' TO XO00-XORACO.                              P155
137400           IF    XO00-XORARB NOT = SPACE                          P160
137500     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
137600 F95-WORK-CO-FN.                                                  P199
137700 F9592-FN. EXIT.                                                  P199
137800 F9594.         EXIT.                                             P000
137900 F95-WORK-RO.                                                     P100
138000     MOVE        '9594' TO XO00-XCDFSF                            P110
138100     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
138200     MOVE        SPACE TO XO00-XORATA                             P130
138300     MOVE        SPACE TO XO00-XORACL                             P140
138400     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
138500 F95-WORK-RO-FN.                                                  P199
138600 F9594-FN. EXIT.                                                  P199
138700 F9596.         EXIT.                                             P000
138800 F95-WORK-RR.                                                     P100
138900     MOVE        '9596' TO XO00-XCDFSF                            P110
139000     MOVE        'RELEASE' TO XO00-XORATY                         P120
139100     MOVE        SPACE TO XO00-XORATA                             P130
139200     MOVE        SPACE TO XO00-XORACL                             P140
139300     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
139400 F95-WORK-RR-FN.                                                  P199
139500 F9596-FN. EXIT.                                                  P199
139600 F9598.         EXIT.                                             P000
139700 F95-WORK-TR.                                                     P100
139800     MOVE        '9598' TO XO00-XCDFSF                            P110
139900     MOVE        'TRACE' TO XO00-XORATY                           P120
140000     MOVE        SPACE TO XO00-XORATA                             P130
140100     MOVE        SPACE TO XO00-XORACL                             P140
140200     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
140300 F95-WORK-TR-FN.                                                  P199
140400 F9598-FN. EXIT.                                                  P199
140500 F9599.         EXIT.                                             P000
140600 F95-WORK-OK.                                                     RSA240
140700           IF    SQLCODE = ZERO                                   RSA240
140800     MOVE        ZERO TO IK                                       RSA240
140900           ELSE                                                   RSA240
141000     MOVE        '1' TO IK.                                       RSA240
141100     MOVE        SQLCODE TO XO00-XORARC.                          RSA240
141200 F95-WORK-OK-FN.                                                  RSA240
141300 F9599-FN. EXIT.                                                  RSA240
141400 F98.           EXIT.                                             RSA240
141500 F98-D.         EXIT.                                             RSA240
141600 F98-H.                                                           RSA240
141700     DISPLAY     '------------------------------'                 RSA240
141800     '------------------------------'                             RSA240
141900     '-------------'                                              RSA240
142000     DISPLAY     '- Programme ' PROGE ' : '                       RSA240
142100     'TRAITEMENT DES REJETS SEPA    '.                            RSA240
142200     DISPLAY     '-   version ' NUGNA ' generee '                 RSA240
142300     'le ' DATGN ' a ' TIMGN ' en '                               RSA240
142400     'bibliotheque ' APPLI.                                       RSA240
142500     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA240
142600     XAED-XHETRT.                                                 RSA240
142700     DISPLAY     '------------------------------'                 RSA240
142800     '------------------------------'                             RSA240
142900     '-------------'.                                             RSA240
143000 F98-H-FN. EXIT.                                                  RSA240
143100 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
143200           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
143300     DISPLAY                      '- Attention ! La date du jour aP100
143400-                                 ' ete forcee par la variable GCAP110
143500-                '_DATCE'.                                        P120
143600     DISPLAY     '------------------------------'                 P500
143700     '------------------------------'                             P520
143800     '-------------'.                                             P530
143900 F98-L-FN. EXIT.                                                  P530
144000 F98-D-FN. EXIT.                                                  RSA240
144100 F98-Z.                                                           RSA240
144200     DISPLAY     '-'.                                             RSA240
144300 F98BB.                                                           RSA240
144400     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA240
144500     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA240
144600     ' paiements rejetes lus'                                     RSA240
144700     ' dans RS19'.                                                RSA240
144800 F98BB-FN. EXIT.                                                  RSA240
144900 F98CC.                                                           RSA240
145000     MOVE        XOCC-COUNT TO XA80-XQNENR.                       RSA240
145100     DISPLAY     '- oracle F95CC ' XA80-XQNENR                    RSA240
145200     ' rejets en instance lus'                                    RSA240
145300     ' dans RS19'.                                                RSA240
145400 F98CC-FN. EXIT.                                                  RSA240
145500 F98DD.                                                           RSA240
145600     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA240
145700     DISPLAY     '- oracle F95DD ' XA80-XQNENR                    RSA240
145800     ' rentes mises a jour'                                       RSA240
145900     ' dans RS04'.                                                RSA240
146000 F98DD-FN. EXIT.                                                  RSA240
146100 F98EE.                                                           RSA240
146200     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA240
146300     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA240
146400     ' coordonnees bloquees'                                      RSA240
146500     ' dans RS05'.                                                RSA240
146600 F98EE-FN. EXIT.                                                  RSA240
146700 F98PS.                                                           RSA240
146800     MOVE        5-PS00-CPTENR TO XA80-XQNENR.                    RSA240
146900     DISPLAY     '- fichier ' 'PS   '                             RSA240
147000     XA80-XQNENR ' lignes de statut lues'                         RSA240
147100     ' assignation: ' 'PS'                                        RSA240
147200     ' ouverture: ' 'I'.                                          RSA240
147300 F98PS-FN. EXIT.                                                  RSA240
147400 F98CN.                                                           RSA240
147500     MOVE        5-CN00-CPTENR TO XA80-XQNENR.                    RSA240
147600     DISPLAY     '- fichier ' 'CN   '                             RSA240
147700     XA80-XQNENR ' lignes de retour lues'                         RSA240
147800     ' assignation: ' 'CN'                                        RSA240
147900     ' ouverture: ' 'I'.                                          RSA240
148000 F98CN-FN. EXIT.                                                  RSA240
148100 F98RI.                                                           RSA240
148200     MOVE        5-RI00-CPTENR TO XA80-XQNENR.                    RSA240
148300     DISPLAY     '- fichier ' 'RI   '                             RSA240
148400     XA80-XQNENR ' ordres a reemettre'                            RSA240
148500     ' assignation: ' 'RI'                                        RSA240
148600     ' ouverture: ' 'O'.                                          RSA240
148700 F98RI-FN. EXIT.                                                  RSA240
148800 F98EW.                                                           RSA240
148900     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA240
149000     DISPLAY     '- fichier ' 'EW   '                             RSA240
149100     XA80-XQNENR ' pages editees'                                 RSA240
149200     ' assignation: ' 'EW'                                        RSA240
149300     ' ouverture: ' 'O'.                                          RSA240
149400     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA240
149500     DISPLAY     '-   dont rejets non rapproches : ' XA80-XQNENR. RSA240
149600 F98EW-FN. EXIT.                                                  RSA240
149700 F9899.                                                           RSA240
149800     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA240
149900     XAED-XHETRT.                                                 RSA240
150000     DISPLAY     '------------------------------'                 RSA240
150100     '------------------------------'                             RSA240
150200     '-------------'.                                             RSA240
150300 F9899-FN. EXIT.                                                  RSA240
150400 F98-Z-FN. EXIT.                                                  RSA240
150500 F98-FN.   EXIT.                                                  RSA240
150600 F99OR.                                                           P000
150700     PERFORM     F0BBA THRU F0BBA-FN.                             P100
150800 F99OV.                                                           P000
150900     MOVE        001                      TO J99OVR.              P000
151000                              GO TO     F99OV-B.                  P000
151100 F99OV-A.                                                         P000
151200     ADD         1                        TO J99OVR.              P000
151300 F99OV-B.                                                         P000
151400     IF          IXO00M                   <  J99OVR               P000
151500                              GO TO     F99OV-FN.                 P000
151600           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
151700           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
151800     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
151900 F99OV-900. GO TO F99OV-A.                                        P100
152000 F99OV-FN. EXIT.                                                  P100
152100 F99OZ.                                                           P000
152200     MOVE        '99OR' TO XA60-XCDFSF                            P100
152300     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
152400     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
152500     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
152600     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
152700     PERFORM     F9900 THRU F9900-FN.                             P210
152800 F99OZ-FN. EXIT.                                                  P210
152900 F99OR-FN. EXIT.                                                  P210
153000 F99SW.         EXIT.                                             P000
153100 F99SW-FN. EXIT.                                                  P000
153200 F99SX.         EXIT.                                             P000
153300 F99SX-FN. EXIT.                                                  P000
153400 F99VE.                                                           P000
153500     MOVE        ZERO TO IK                                       P100
153600     DISPLAY     XA30-ENVNAM                                      P110
153700     UPON ENVIRONMENT-NAME                                        P120
153800     ACCEPT      XA30-ENVVAL                                      P200
153900     FROM ENVIRONMENT-VALUE                                       P210
154000     ON EXCEPTION                                                 P220
154100     MOVE        '1' TO IK                                        P230
154200     MOVE        SPACE TO XA30-ENVVAL.                            P240
154300 F99VE-FN. EXIT.                                                  P240
154400 F9900.         EXIT.                                             P000
154500 F9910.                                                           P000
154600     DISPLAY     '***'                                            P100
154700     DISPLAY     '***' XA60-L1                                    P200
154800     DISPLAY     '***' XA60-ZX67A.                                P300
154900           IF    XA60-ZX67B NOT = SPACE                           P400
155000     DISPLAY     '***' XA60-ZX67B.                                P400
155100           IF    XA60-ZX67C NOT = SPACE                           P500
155200     DISPLAY     '***' XA60-ZX67C                                 P500
155300     DISPLAY     '***'.                                           P600
155400 F9910-FN. EXIT.                                                  P600
155500 F9920.                                                           P000
155600     PERFORM     F98-Z THRU F98-Z-FN.                             P100
155700 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
155800           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
155900     MOVE        ZERO TO XO00-XORACN                              P100
156000     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
156100 F9950-FN. EXIT.                                                  P110
156200 F9980.                                                           P000
156300     MOVE        4 TO XA00-XRC.                                   P100
156400           IF    XO00-XORACO NOT = ZERO                           P500
156500     MOVE        8 TO XA00-XRC.                                   P500
156600 F9980-FN. EXIT.                                                  P500
156700 F9990.                                                           P000
156800     MOVE        XA00-XRC TO RETURN-CODE                          P100
156900     STOP RUN.                                                    P500
157000 F9990-FN. EXIT.                                                  P500
157100 F9920-FN. EXIT.                                                  P500
157200 F9900-FN. EXIT.                                                  P500
157300 F9999.                                                           P000
157400     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
157500     ' ' XA60-XCDFSF                                              P150
157600     PERFORM     F9920 THRU F9920-FN.                             P200
157700 F9999-FN. EXIT.                                                  P200
