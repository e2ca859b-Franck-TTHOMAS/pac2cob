000100 IDENTIFICATION DIVISION.                                         RSA300
000200 PROGRAM-ID.  RSA300.                                             RSA300
000300 ENVIRONMENT DIVISION.                                            RSA300
000400 CONFIGURATION SECTION.                                           RSA300
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA300
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA300
000700 SPECIAL-NAMES.                                                   RSA300
000800      C01 IS SAUTP                                                RSA300
000900      CSP IS SAUT0                                                RSA300
001000      DECIMAL-POINT IS COMMA.                                     RSA300
001100 INPUT-OUTPUT SECTION.                                            RSA300
001200 FILE-CONTROL.                                                    RSA300
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA300
001400      FILE STATUS IS                   1-EW00-STATUS              RSA300
001500                                       VSAM-STATUS.               RSA300
001600      SELECT     LV-FICHIER    ASSIGN      AS-LV                  RSA300
001700      FILE STATUS IS                   1-LV00-STATUS              RSA300
001800                                       VSAM-STATUS.               RSA300
001900      SELECT OPTIONAL CE-FICHIER ASSIGN AS-SOCE                   RSA300
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA300
002100             FILE STATUS     1-CE00-STATUS.                       RSA300
002200      SELECT CS-FICHIER      ASSIGN AS-SOCS                       RSA300
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA300
002400             FILE STATUS     1-CS00-STATUS.                       RSA300
002500      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA300
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA300
002700             FILE STATUS     1-CT00-STATUS.                       RSA300
002800 DATA DIVISION.                                                   RSA300
002900 FILE SECTION.                                                    RSA300
003000 FD                 EW-FICHIER                                    RSA300
003100      BLOCK              00000 RECORDS.                           RSA300
003200 01                 EW00.                                         RSA300
003300      10       FILLER         PICTURE  X(133).                    RSA300
003400 FD                 LV-FICHIER                                    RSA300
003500      BLOCK              00000 RECORDS.                           RSA300
003600 01                 LV00.                                         RSA300
003700      10       FILLER         PICTURE  X(133).                    RSA300
003800 FD                 CE-FICHIER                                    RSA300
003900      BLOCK              00000 RECORDS.                           RSA300
004000 01                 CE00.                                         RSA300
004100      10            CE00-LIGNE  PICTURE  X(80).                   RSA300
004200 FD                 CS-FICHIER                                    RSA300
004300      BLOCK              00000 RECORDS.                           RSA300
004400 01                 CS00.                                         RSA300
004500      10            CS00-LIGNE  PICTURE  X(80).                   RSA300
004600 FD                 CT-FICHIER                                    RSA300
004700      BLOCK              00000 RECORDS.                           RSA300
004800 01                 CT00.                                         RSA300
004900      10            CT00-LIGNE  PICTURE  X(150).                  RSA300
005000 WORKING-STORAGE SECTION.                                         RSA300
005100          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA300
005200          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA300
005300 01                 RS04.                                         RSA300
005400      10            RS04-NOREN.                                   RSA300
005500      11            RS04-CNREN  PICTURE  XX.                      RSA300
005600      11            RS04-NORER  PICTURE  X(6).                    RSA300
005700      11            RS04-IDRPL  PICTURE  X(5).                    RSA300
005800      11            RS04-IDRPLG                                   RSA300
005900                    REDEFINES            RS04-IDRPL.              RSA300
006000      12            RS04-NIREG  PICTURE  XX.                      RSA300
006100      12            RS04-CDRETP PICTURE  X.                       RSA300
006200      12            RS04-NIPOL  PICTURE  XX.                      RSA300
006300 01                 RS02.                                         RSA300
006400      10            RS02-NORER  PICTURE  X(6).                    RSA300
006500      10            RS02-LNRENR PICTURE  X(20).                   RSA300
006600      10            RS02-LNREPR PICTURE  X(12).                   RSA300
006700 01                 RS03.                                         RSA300
006800      10            RS03-NORER  PICTURE  X(6).                    RSA300
006900      10            RS03-LRRE1R PICTURE  X(36).                   RSA300
007000      10            RS03-LRRE2R PICTURE  X(32).                   RSA300
007100      10            RS03-LVRER  PICTURE  X(31).                   RSA300
007200      10            RS03-CPRENR PICTURE  X(5).                    RSA300
007300      10            RS03-CDREPR PICTURE  XXX.                     RSA300
007400 77               W-WA00-CDREAA   PIC X.                          RSA300
007500          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA300
007600 77               W-WA00-DATJ   PIC X(8).                         RSA300
007700 77               W-WA00-ANCAM  PIC X(4).                         RSA300
007800 77               W-WA00-DELAI  PIC 99 VALUE 3.                   RSA300
007900 77               W-WA00-DTLIM  PIC X(8).                         RSA300
008000 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008100 77               W-WA00-CPTRT  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008200 77               W-WA00-CPTET  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008300 77               W-WA00-CPTDJ  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008400 77               W-WA00-CPTLT  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008500 77               W-WA00-CPTRE  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008600 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA300
008700 77               W-CE00-EOF    PIC X VALUE '0'.                  RSA300
008800 77               W-AN00-LIB    PIC X(30).                        RSA300
008900 77               W-LV00-SAUT   PIC 9 VALUE 1.                    RSA300
009000 01               W-RT00-RENTIER.                                 RSA300
009100    05            W-RT00-NORER   PIC X(6) VALUE SPACE.            RSA300
009200    05            W-RT00-RETENU  PIC X VALUE '0'.                 RSA300
009300    05            W-RT00-NBREN   PIC S9(4) COMP VALUE ZERO.       RSA300
009400 01               W-CE00-ENR.                                     RSA300
009500    05            W-CE00-XREFC.                                   RSA300
009600      10          W-CE00-CDREF   PIC XX.                          RSA300
009700      10          W-CE00-ANCAM   PIC X(4).                        RSA300
009800      10          W-CE00-NOREF   PIC X(6).                        RSA300
009900    05            W-CE00-NORER   PIC X(6).                        RSA300
010000    05            W-CE00-CDREPR  PIC XXX.                         RSA300
010100    05            W-CE00-NBREN   PIC 9(3).                        RSA300
010200    05            W-CE00-DTEMI   PIC X(8).                        RSA300
010300    05            W-CE00-DTLIM   PIC X(8).                        RSA300
010400    05            W-CE00-CDSTA   PIC X.                           RSA300
010500    05            W-CE00-DTREL   PIC X(8).                        RSA300
010600    05            W-CE00-DTREC   PIC X(8).                        RSA300
010700    05            W-CE00-CDORI   PIC X.                           RSA300
010800    05            W-CE00-DTSUS   PIC X(8).                        RSA300
010900    05            FILLER         PIC X(14).                       RSA300
011000 01               W-CA10-TAB.                                     RSA300
011100    05            W-CA10-NB      PIC S9(4) COMP VALUE ZERO.       RSA300
011200    05            W-CA10-NORER   PIC X(6) OCCURS 5000.            RSA300
011300 01               W-DA00-DATE.                                    RSA300
011400    05            W-DA00-AAAA    PIC 9(4).                        RSA300
011500    05            W-DA00-MM      PIC 99.                          RSA300
011600    05            W-DA00-JJ      PIC 99.                          RSA300
011700 01               W-DA00-CALCUL COMPUTATIONAL-3.                  RSA300
011800    05            W-DA00-NBM     PIC S9(5).                       RSA300
011900    05            W-DA00-Q       PIC S9(5).                       RSA300
012000    05            W-DA00-R       PIC S9(5).                       RSA300
012100 01               W-DE00-EDIT.                                    RSA300
012200    05            W-DE00-JJ      PIC XX.                          RSA300
012300    05            FILLER         PIC X VALUE '/'.                 RSA300
012400    05            W-DE00-MM      PIC XX.                          RSA300
012500    05            FILLER         PIC X VALUE '/'.                 RSA300
012600    05            W-DE00-AAAA    PIC X(4).                        RSA300
012700 01               W-LT00-TEXTE.                                   RSA300
012800    05            FILLER         PIC X(60) VALUE                  RSA300
012900     'AFIN DE POURSUIVRE LE PAIEMENT DE VOTRE OU DE VOS RENTES,'. RSA300
013000    05            FILLER         PIC X(60) VALUE                  RSA300
013100     'NOUS VOUS REMERCIONS DE NOUS RETOURNER LE CERTIFICAT DE'.   RSA300
013200    05            FILLER         PIC X(60) VALUE                  RSA300
013300     'VIE CI-JOINT, COMPLETE, DATE ET VISE PAR L AUTORITE LOCALE'.RSA300
013400    05            FILLER         PIC X(60) VALUE                  RSA300
013500     'DE VOTRE LIEU DE RESIDENCE, EN RAPPELANT LA REFERENCE'.     RSA300
013600    05            FILLER         PIC X(60) VALUE                  RSA300
013700     'PORTEE EN TETE DE CE COURRIER.'.                            RSA300
013800    05            FILLER         PIC X(60) VALUE                  RSA300
013900     'A DEFAUT DE RETOUR DU CERTIFICAT AVANT LA DATE LIMITE'.     RSA300
014000    05            FILLER         PIC X(60) VALUE                  RSA300
014100     'INDIQUEE, LE PAIEMENT DE VOS RENTES POURRA ETRE SUSPENDU.'. RSA300
014200    05            FILLER         PIC X(60) VALUE SPACE.           RSA300
014300    05            FILLER         PIC X(60) VALUE                  RSA300
014400     'NOUS VOUS PRIONS D AGREER, MADAME, MONSIEUR, NOS'.          RSA300
014500    05            FILLER         PIC X(60) VALUE                  RSA300
014600     'SALUTATIONS DISTINGUEES.'.                                  RSA300
014700    05            FILLER         PIC X(60) VALUE SPACE.           RSA300
014800    05            FILLER         PIC X(60) VALUE                  RSA300
014900     'LE SERVICE GESTION DES RENTES'.                             RSA300
015000 01               W-LT00-TAB     REDEFINES W-LT00-TEXTE.          RSA300
015100    05            W-LT00-LIG     PIC X(60) OCCURS 12.             RSA300
015200 01               W-EW00-SAV     PIC X(133).                      RSA300
015300 01               W-LE01-LIGNE.                                   RSA300
015400    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
015500    05            FILLER         PIC X(22) VALUE                  RSA300
015600                  'GROUPAMA - RENTES'.                            RSA300
015700    05            FILLER         PIC X(32) VALUE                  RSA300
015800                  'CAMPAGNE DES CERTIFICATS DE VIE'.              RSA300
015900    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA300
016000    05            W-LE01-DATE    PIC X(10).                       RSA300
016100    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA300
016200    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA300
016300    05            FILLER         PIC X(43) VALUE SPACES.          RSA300
016400 01               W-LE02-LIGNE.                                   RSA300
016500    05            FILLER         PIC X(24) VALUE SPACES.          RSA300
016600    05            FILLER         PIC X(31) VALUE ALL '='.         RSA300
016700    05            FILLER         PIC X(78) VALUE SPACES.          RSA300
016800 01               W-LE03-LIGNE.                                   RSA300
016900    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
017000    05            FILLER         PIC X(11) VALUE 'CAMPAGNE : '.   RSA300
017100    05            W-LE03-ANCAM   PIC X(4).                        RSA300
017200    05            FILLER         PIC X(20) VALUE                  RSA300
017300                  '   DATE LIMITE : '.                            RSA300
017400    05            W-LE03-DTLIM   PIC X(10).                       RSA300
017500    05            FILLER         PIC X(87) VALUE SPACES.          RSA300
017600 01               W-LE04-LIGNE.                                   RSA300
017700    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
017800    05            FILLER         PIC X(08) VALUE 'RENTIER'.       RSA300
017900    05            FILLER         PIC X(34) VALUE 'NOM'.           RSA300
018000    05            FILLER         PIC X(06) VALUE 'PAYS'.          RSA300
018100    05            FILLER         PIC X(07) VALUE 'RENTES'.        RSA300
018200    05            FILLER         PIC X(14) VALUE 'REFERENCE'.     RSA300
018300    05            FILLER         PIC X(32) VALUE 'OBSERVATION'.   RSA300
018400    05            FILLER         PIC X(31) VALUE SPACES.          RSA300
018500 01               W-LE05-LIGNE.                                   RSA300
018600    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
018700    05            W-LE05-NORER   PIC X(6).                        RSA300
018800    05            FILLER         PIC X(02) VALUE SPACES.          RSA300
018900    05            W-LE05-LNRENR  PIC X(20).                       RSA300
019000    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
019100    05            W-LE05-LNREPR  PIC X(12).                       RSA300
019200    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
019300    05            W-LE05-CDREPR  PIC XXX.                         RSA300
019400    05            FILLER         PIC X(03) VALUE SPACES.          RSA300
019500    05            W-LE05-NBREN   PIC ZZZ9.                        RSA300
019600    05            FILLER         PIC X(03) VALUE SPACES.          RSA300
019700    05            W-LE05-XREFC   PIC X(12).                       RSA300
019800    05            FILLER         PIC X(02) VALUE SPACES.          RSA300
019900    05            W-LE05-LIB     PIC X(30).                       RSA300
020000    05            FILLER         PIC X(33) VALUE SPACES.          RSA300
020100 01               W-LE07-LIGNE.                                   RSA300
020200    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
020300    05            W-LE07-LIB     PIC X(26).                       RSA300
020400    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA300
020500    05            FILLER         PIC X(97) VALUE SPACES.          RSA300
020600 01               W-LL01-LIGNE.                                   RSA300
020700    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
020800    05            FILLER         PIC X(17) VALUE                  RSA300
020900                  'GROUPAMA - RENTES'.                            RSA300
021000    05            FILLER         PIC X(115) VALUE SPACES.         RSA300
021100 01               W-LL02-LIGNE.                                   RSA300
021200    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
021300    05            FILLER         PIC X(29) VALUE                  RSA300
021400                  'SERVICE GESTION DES RENTES'.                   RSA300
021500    05            FILLER         PIC X(103) VALUE SPACES.         RSA300
021600 01               W-LL03-LIGNE.                                   RSA300
021700    05            FILLER         PIC X(60) VALUE SPACES.          RSA300
021800    05            W-LL03-ADRES   PIC X(40).                       RSA300
021900    05            FILLER         PIC X(33) VALUE SPACES.          RSA300
022000 01               W-LL04-LIGNE.                                   RSA300
022100    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
022200    05            FILLER         PIC X(12) VALUE 'REFERENCE : '.  RSA300
022300    05            W-LL04-XREFC   PIC X(12).                       RSA300
022400    05            FILLER         PIC X(35) VALUE SPACES.          RSA300
022500    05            FILLER         PIC X(03) VALUE 'LE '.           RSA300
022600    05            W-LL04-DATE    PIC X(10).                       RSA300
022700    05            FILLER         PIC X(60) VALUE SPACES.          RSA300
022800 01               W-LL05-LIGNE.                                   RSA300
022900    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
023000    05            W-LL05-OBJET   PIC X(70).                       RSA300
023100    05            FILLER         PIC X(62) VALUE SPACES.          RSA300
023200 01               W-LL06-LIGNE.                                   RSA300
023300    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
023400    05            W-LL06-TEXTE   PIC X(60).                       RSA300
023500    05            FILLER         PIC X(72) VALUE SPACES.          RSA300
023600 01               W-LL07-LIGNE.                                   RSA300
023700    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
023800    05            FILLER         PIC X(39) VALUE                  RSA300
023900                  'DATE LIMITE DE RETOUR DU CERTIFICAT : '.       RSA300
024000    05            W-LL07-DTLIM   PIC X(10).                       RSA300
024100    05            FILLER         PIC X(83) VALUE SPACES.          RSA300
024200 01               W-LL08-LIGNE.                                   RSA300
024300    05            FILLER         PIC X(05) VALUE SPACES.          RSA300
024400    05            FILLER         PIC X(06) VALUE 'RENTE '.        RSA300
024500    05            W-LL08-CNREN   PIC XX.                          RSA300
024600    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
024700    05            W-LL08-NORER   PIC X(6).                        RSA300
024800    05            FILLER         PIC X(01) VALUE SPACE.           RSA300
024900    05            W-LL08-IDRPL   PIC X(5).                        RSA300
025000    05            FILLER         PIC X(10) VALUE '  REGIME '.     RSA300
025100    05            W-LL08-NIREG   PIC XX.                          RSA300
025200    05            FILLER         PIC X(95) VALUE SPACES.          RSA300
025300 01               W-CT00-ENR.                                     RSA300
025400    05            W-CT00-PROGR   PIC X(8).                        RSA300
025500    05            W-CT00-DATTRT  PIC X(8).                        RSA300
025600    05            W-CT00-HETRT   PIC X(6).                        RSA300
025700    05            W-CT00-CDETAT  PIC 9(4).                        RSA300
025800    05            W-CT00-POSTE   OCCURS 10.                       RSA300
025900      10          W-CT00-FICID   PIC XX.                          RSA300
026000      10          W-CT00-SENS    PIC X.                           RSA300
026100      10          W-CT00-NBENR   PIC 9(9).                        RSA300
026200    05            FILLER         PIC X(4).                        RSA300
026300 77                 XA00-XRC      VALUE ZERO                      7XA015
026400                  PICTURE 9(4).                                   7XA015
026500 77                 XA00-8TMES    VALUE ZERO                      7XA055
026600                  PICTURE X(01).                                  7XA055
026700 77                 XAIN-XDATRT                                   7XA110
026800                  PICTURE X(8).                                   7XA110
026900 77                 XAIN-XHETRT                                   7XA120
027000                  PICTURE X(6).                                   7XA120
027100 77                 XAED-XDATRT                                   7XA160
027200                  PICTURE X(10).                                  7XA160
027300 77                 XAED-XHETRT                                   7XA170
027400                  PICTURE X(8).                                   7XA170
027500 77                 XA30-ENVNAM   PIC X(080).                     7XA310
027600 77                 XA30-ENVVAL   PIC X(080).                     7XA320
027700 01                 XA60.                                         7XA610
027800   05               XA60-L1.                                      7XA620
027900     10             FILLER PIC X  VALUE 'F'.                      7XA625
028000     10             XA60-XCDFSF   VALUE SPACE                     7XA630
028100                  PICTURE X(4).                                   7XA630
028200     10             FILLER PIC X  VALUE ':'.                      7XA635
028300     10             XA60-XLISUI   VALUE SPACE                     7XA640
028400                  PICTURE X(30).                                  7XA640
028500   05               XA60-ZX67A    VALUE SPACE                     7XA650
028600                  PICTURE X(67).                                  7XA650
028700   05               XA60-ZX67B    VALUE SPACE                     7XA660
028800                  PICTURE X(67).                                  7XA660
028900   05               XA60-ZX67C    VALUE SPACE                     7XA670
029000                  PICTURE X(67).                                  7XA670
029100 01                 XA80.                                         7XA810
029200   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
029300   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
029400   05               XA80-XCOSD                                    7XA820
029500                  PICTURE XX.                                     7XA820
029600   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
029700   05               XA80-STATUS.                                  7XA830
029800    07              XA80-STATUS1  PIC X.                          7XA831
029900    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
030000    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
030100   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
030200   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
030300   05               XA80-XQNENR                                   7XA840
030400                  PICTURE Z(8)9.                                  7XA840
030500 01                 XA81-STATUS.                                  7XA900
030600    07              XA81-STATUS1  PIC X.                          7XA905
030700    07              FILLER        PIC X      VALUE '/'.           7XA910
030800    07              XA81-STATUS2  PIC 999.                        7XA915
030900          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
031000 01               USERID          PIC X(20).                      7XBCC2
031100          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
031200 01                 XO00.                                         7XO-A0
031300   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
031400   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
031500   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
031600   05               XO00-XORAER.                                  7XO-EE
031700     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
031800     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
031900     10             XO00-XORARC   PIC 9(004).                     7XO-EK
032000     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
032100     10             XO00-XCDFSF                                   7XO-EO
032200                  PICTURE X(4).                                   7XO-EO
032300     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
032400     10             XO00-XORATY   PIC X(008).                     7XO-ES
032500     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
032600     10             XO00-XORATA                                   7XO-EW
032700                  PICTURE X(10).                                  7XO-EW
032800   05               XO00-XORAE2.                                  7XO-FE
032900     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
033000     10             XO00-XORACL.                                  7XO-FI
033100       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
033200                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
033300 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
033400                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
033500 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA300
033600 77                 XOBB-RS04-CF  PIC X(001)     VALUE ZERO.      RSA300
033700 77                 XOBB-RS04-OPE PIC X(001)     VALUE ZERO.      RSA300
033800 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA300
033900 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA300
034000          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
034100 77                 XP00-XROWID                                   7XP001
034200                  PICTURE X(18).                                  7XP001
034300 77                 XP00-XCSEQ                                    7XP002
034400                  PICTURE S9(9)                                   7XP002
034500                    COMPUTATIONAL-3.                              7XP002
034600 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
034700          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
034800 01                 CODE-ABORT    PIC X(2).                       7ZA999
034900 01   DEBUT-WSS.                                                  RSA300
035000      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA300
035100      05   IK     PICTURE X.                                      RSA300
035200 01  CONSTANTES-PAC.                                              RSA300
035300     05  FILLER  PICTURE X(50)   VALUE                            RSA300
035400     '6315ARSA15/10/26RSA300LEBLANC 14:06:17RSA300  UNIX'.        RSA300
035500     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA300
035600 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA300
035700     05  NUGNA   PICTURE X(5).                                    RSA300
035800     05  APPLI   PICTURE X(3).                                    RSA300
035900     05  DATGN   PICTURE X(8).                                    RSA300
036000     05  PROGR   PICTURE X(6).                                    RSA300
036100     05  CODUTI  PICTURE X(8).                                    RSA300
036200     05  TIMGN   PICTURE X(8).                                    RSA300
036300     05  PROGE   PICTURE X(8).                                    RSA300
036400     05  COBASE  PICTURE X(4).                                    RSA300
036500     05  DATGNC  PICTURE X(10).                                   RSA300
036600 01  DATCE.                                                       RSA300
036700   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA300
036800   05  DATOR.                                                     RSA300
036900     10  DATOA  PICTURE XX.                                       RSA300
037000     10  DATOM  PICTURE XX.                                       RSA300
037100     10  DATOJ  PICTURE XX.                                       RSA300
037200 01  DAT6.                                                        RSA300
037300      10 DAT61   PICTURE XX.                                      RSA300
037400      10 DAT62   PICTURE XX.                                      RSA300
037500      10 DAT63   PICTURE XX.                                      RSA300
037600 01  DAT8.                                                        RSA300
037700      10 DAT81   PICTURE XX.                                      RSA300
037800      10 DAT8S1  PICTURE X.                                       RSA300
037900      10 DAT82   PICTURE XX.                                      RSA300
038000      10 DAT8S2  PICTURE X.                                       RSA300
038100      10 DAT83   PICTURE XX.                                      RSA300
038200 01  DAT8E    REDEFINES    DAT8.                                  RSA300
038300      10 DAT81E  PICTURE X(4).                                    RSA300
038400      10 DAT82E  PICTURE XX.                                      RSA300
038500      10 DAT83E  PICTURE XX.                                      RSA300
038600 01  DAT6C.                                                       RSA300
038700      10  DAT61C PICTURE XX.                                      RSA300
038800      10  DAT62C PICTURE XX.                                      RSA300
038900      10  DAT63C.                                                 RSA300
039000       15 DAT63CC PICTURE XX.                                     RSA300
039100       15 DAT64C  PICTURE XX.                                     RSA300
039200 01  DAT8C.                                                       RSA300
039300      10  DAT81C  PICTURE XX.                                     RSA300
039400      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA300
039500      10  DAT82C  PICTURE XX.                                     RSA300
039600      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA300
039700      10  DAT83C.                                                 RSA300
039800       15 DAT83CC PICTURE XX.                                     RSA300
039900       15 DAT84C  PICTURE XX.                                     RSA300
040000 01  TIMCO.                                                       RSA300
040100   05  TIMCOH   PICTURE XX.                                       RSA300
040200   05  TIMCOM   PICTURE XX.                                       RSA300
040300   05  TIMCOS   PICTURE XX.                                       RSA300
040400   05  TIMOC.                                                     RSA300
040500    10 TIMCOC   PICTURE XX.                                       RSA300
040600 01  TIMDAY.                                                      RSA300
040700   05  TIMHOU   PICTURE XX.                                       RSA300
040800   05  TIMS1    PICTURE X  VALUE ':'.                             RSA300
040900   05  TIMMIN   PICTURE XX.                                       RSA300
041000   05  TIMS2    PICTURE X  VALUE ':'.                             RSA300
041100   05  TIMSEC   PICTURE XX.                                       RSA300
041200 01  DATSEP     PICTURE X VALUE '/'.                              RSA300
041300 01   VARIABLES-CONDITIONNELLES.                                  RSA300
041400      05                  FT      PICTURE X VALUE '0'.            RSA300
041500 01   INDICES  COMPUTATIONAL  SYNC.                               RSA300
041600      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA300
041700      05        J00       PICTURE S9(4) VALUE +1.                 RSA300
041800      05        J01       PICTURE S9(4) VALUE +1.                 RSA300
041900      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA300
042000      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA300
042100      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA300
042200      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
042300 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA300
042400      05       5-CE00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA300
042500      05       5-CS00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA300
042600 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA300
042700      05         COMPTEURS     COMPUTATIONAL-3.                   RSA300
042800      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA300
042900      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA300
043000      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA300
043100      10       5-LV00-CPAG PICTURE S9(7) VALUE ZERO.              RSA300
043200 01  ZONES-STATUS.                                                RSA300
043300      05   VSAM-STATUS.                                           RSA300
043400        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA300
043500        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA300
043600        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA300
043700      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA300
043800      05          1-LV00-STATUS PICTURE XX VALUE ZERO.            RSA300
043900      05          1-CE00-STATUS PICTURE XX VALUE ZERO.            RSA300
044000      05          1-CS00-STATUS PICTURE XX VALUE ZERO.            RSA300
044100      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA300
044200 PROCEDURE DIVISION.                                              RSA300
044300 DECLARATIVES.                                                    RSA300
044400 SECEW SECTION.                                                   RSA300
044500     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA300
044600 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA300
044700 F0AEW-A. GO TO  F0A90.                                           RSA300
044800 SECLV SECTION.                                                   RSA300
044900     USE AFTER ERROR PROCEDURE                                    RSA300
045000      ON LV-FICHIER.                                              RSA300
045100 F0ALV.                                                           RSA300
045200     MOVE        'LV' TO XA80-XCOSD                               RSA300
045300     MOVE        1-LV00-STATUS TO XA80-STATUS                     RSA300
045400     MOVE        5-LV00-CPAG TO XA80-XQNENR                       RSA300
045500     GO TO F0A90.                                                 RSA300
045600 F0ALV-FN. EXIT.                                                  RSA300
045700 SECCE SECTION.                                                   RSA300
045800     USE AFTER ERROR PROCEDURE                                    RSA300
045900      ON CE-FICHIER.                                              RSA300
046000 F0ACE.                                                           RSA300
046100     MOVE        'CE' TO XA80-XCOSD                               RSA300
046200     MOVE        1-CE00-STATUS TO XA80-STATUS                     RSA300
046300     MOVE        5-CE00-CPTENR TO XA80-XQNENR                     RSA300
046400     GO TO F0A90.                                                 RSA300
046500 F0ACE-FN. EXIT.                                                  RSA300
046600 SECCS SECTION.                                                   RSA300
046700     USE AFTER ERROR PROCEDURE                                    RSA300
046800      ON CS-FICHIER.                                              RSA300
046900 F0ACS.                                                           RSA300
047000     MOVE        'CS' TO XA80-XCOSD                               RSA300
047100     MOVE        1-CS00-STATUS TO XA80-STATUS                     RSA300
047200     MOVE        5-CS00-CPTENR TO XA80-XQNENR                     RSA300
047300     GO TO F0A90.                                                 RSA300
047400 F0ACS-FN. EXIT.                                                  RSA300
047500 SECCT SECTION.                                                   RSA300
047600     USE AFTER ERROR PROCEDURE                                    RSA300
047700      ON CT-FICHIER.                                              RSA300
047800 F0ACT.                                                           RSA300
047900     MOVE        'CT' TO XA80-XCOSD                               RSA300
048000     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA300
048100     MOVE        ZERO TO XA80-XQNENR                              RSA300
048200     GO TO F0A90.                                                 RSA300
048300 F0ACT-FN. EXIT.                                                  RSA300
048400 F0A90.                                                           RSA300
048500     MOVE        '0A90' TO XA60-XCDFSF                            RSA300
048600     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA300
048700           IF    XA80-STATUS1 = '9'                               RSA300
048800     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA300
048900     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA300
049000     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA300
049100     MOVE        XA80 TO XA60-ZX67A                               RSA300
049200     MOVE        SPACE TO XA60-ZX67B.                             RSA300
049300     PERFORM     F9900 THRU F9900-FN.                             RSA300
049400 F0A90-FN. EXIT.                                                  RSA300
049500 END DECLARATIVES.                                                RSA300
049600 SEC00 SECTION.                                                   RSA300
049700 F0B.           EXIT.                                             RSA300
049800 F0BBA.                                                           P000
049900     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
050000     PERFORM     F99VE THRU F99VE-FN.                             P060
050100           IF    IK = ZERO                                        P070
050200     MOVE        XA30-ENVVAL TO DATCE                             P070
050300           ELSE                                                   P100
050400     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
050500       TO DATCE.                                                  P110
050600     ACCEPT TIMCO FROM TIME.                                      P120
050700     MOVE        DATCE TO XAIN-XDATRT                             P210
050800     MOVE        TIMCO TO XAIN-XHETRT.                            P220
050900     MOVE        DATCE                                            P310
051000     TO DAT8E DAT6C                                               P310
051100     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
051200     MOVE DAT82E TO DAT62C                                        P310
051300     MOVE   DAT6C TO  XAED-XDATRT                                 P310
051400     MOVE        XAED-XDATRT                                      P315
051500     TO DAT8E DAT6C                                               P315
051600     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
051700     MOVE DAT63C TO DAT83C                                        P315
051800     MOVE   DAT8C TO XAED-XDATRT                                  P315
051900     MOVE        TIMCO                                            P320
052000     TO DAT8E DAT6C                                               P320
052100     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
052200     MOVE DAT82E TO TIMSEC                                        P320
052300     MOVE TIMDAY TO   XAED-XHETRT.                                P320
052400 F0BBA-FN. EXIT.                                                  P320
052500 F0BBE.                                                           P000
052600     PERFORM     F98-D THRU F98-D-FN.                             P100
052700 F0BBE-FN. EXIT.                                                  P100
052800 F0BCA.         EXIT.                                             P000
052900 F0BCI.                                                           P000
053000     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
053100     PERFORM     F99VE THRU F99VE-FN.                             P110
053200           IF    IK = ZERO                                        P200
053300     MOVE        XA30-ENVVAL TO USERID                            P200
053400           ELSE                                                   P210
053500     MOVE        '0BCE' TO XA60-XCDFSF                            P210
053600     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
053700     XA60-XLISUI                                                  P235
053800     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
053900-                'ORT' TO XA60-ZX67A                              P245
054000     MOVE        SPACE TO XA60-ZX67B                              P250
054100     PERFORM     F9900 THRU F9900-FN.                             P260
054200 F0BCI-FN. EXIT.                                                  P260
054300 F0BCO.                                                           P000
054400     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
054500     PERFORM     F99VE THRU F99VE-FN.                             P110
054600           IF    IK = ZERO                                        P200
054700           AND   XA30-ENVVAL = 'ON'                               P210
054800     MOVE        '1' TO XO00-XORATR.                              P200
054900 F0BCO-FN. EXIT.                                                  P200
055000 F0BCU.                                                           P000
055100     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
055200     PERFORM     F99VE THRU F99VE-FN.                             P110
055300           IF    IK = ZERO                                        P200
055400           AND   XA30-ENVVAL = '1'                                P210
055500     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
055600           ELSE                                                   P220
055700     MOVE        ZERO TO XA00-8TMES.                              P220
055800 F0BCU-FN. EXIT.                                                  P220
055900 F0BCY.                                                           P000
056000     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
056100     PERFORM     F99VE THRU F99VE-FN.                             P110
056200           IF    IK = ZERO                                        P200
056300     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
056400 F0BCY-FN. EXIT.                                                  P200
056500 F0BCW.                                                           RSA300
056600     MOVE        DATCE TO W-WA00-DATJ                             RSA300
056700     MOVE        DATCE TO W-WA00-ANCAM                            RSA300
056800     MOVE        'GCA_ANCAMP' TO XA30-ENVNAM                      RSA300
056900     PERFORM     F99VE THRU F99VE-FN.                             RSA300
057000           IF    IK = ZERO                                        RSA300
057100           AND   XA30-ENVVAL NOT = SPACE                          RSA300
057200     MOVE        XA30-ENVVAL(1:4) TO W-WA00-ANCAM.                RSA300
057300           IF    W-WA00-ANCAM NOT NUMERIC                         RSA300
057400     MOVE        '0BCW' TO XA60-XCDFSF                            RSA300
057500     MOVE        'ERREUR SUR VARIABLE GCA_ANCAMP ' TO             RSA300
057600     XA60-XLISUI                                                  RSA300
057700     MOVE        'ANNEE DE CAMPAGNE ATTENDUE AU FORMAT AAAA' TO   RSA300
057800     XA60-ZX67A                                                   RSA300
057900     MOVE        W-WA00-ANCAM TO XA60-ZX67B                       RSA300
058000     PERFORM     F9900 THRU F9900-FN.                             RSA300
058100     MOVE        'GCA_DELCERT' TO XA30-ENVNAM                     RSA300
058200     PERFORM     F99VE THRU F99VE-FN.                             RSA300
058300           IF    IK = ZERO                                        RSA300
058400           AND   XA30-ENVVAL(1:2) NUMERIC                         RSA300
058500     MOVE        XA30-ENVVAL(1:2) TO W-WA00-DELAI.                RSA300
058600           IF    IK = ZERO                                        RSA300
058700           AND   XA30-ENVVAL(1:1) NUMERIC                         RSA300
058800           AND   XA30-ENVVAL(2:1) = SPACE                         RSA300
058900     MOVE        XA30-ENVVAL(1:1) TO W-WA00-DELAI.                RSA300
059000           IF    W-WA00-DELAI = ZERO                              RSA300
059100     MOVE        3 TO W-WA00-DELAI.                               RSA300
059200     MOVE        'A' TO W-WA00-CDREAA                             RSA300
059300     MOVE        'GCA_CDREAACT' TO XA30-ENVNAM                    RSA300
059400     PERFORM     F99VE THRU F99VE-FN.                             RSA300
059500           IF    IK = ZERO                                        RSA300
059600           AND   XA30-ENVVAL NOT = SPACE                          RSA300
059700     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDREAA.               RSA300
059800     MOVE        W-WA00-DATJ TO W-DA00-DATE                       RSA300
059900     MOVE        W-WA00-DELAI TO W-DA00-NBM                       RSA300
060000     PERFORM     F68AM THRU F68AM-FN                              RSA300
060100     MOVE        W-DA00-DATE TO W-WA00-DTLIM.                     RSA300
060200     DISPLAY     '- campagne                : ' W-WA00-ANCAM.     RSA300
060300     DISPLAY     '- delai de reponse (mois) : ' W-WA00-DELAI.     RSA300
060400     DISPLAY     '- date limite de retour   : ' W-WA00-DTLIM.     RSA300
060500     DISPLAY     '- code activite retenu    : ' W-WA00-CDREAA.    RSA300
060600 F0BCW-FN. EXIT.                                                  RSA300
060700 F0BDA.                                                           P000
060800     PERFORM     F99SX THRU F99SX-FN.                             P100
060900 F0BDA-FN. EXIT.                                                  P100
061000 F0BEA.         EXIT.                                             P000
061100 F0BEA-FN. EXIT.                                                  P000
061200 F0BCA-FN. EXIT.                                                  P000
061300 F0B-FN.   EXIT.                                                  P000
061400 F0C.           EXIT.                                             P000
061500 F0CCI.                                                           P000
061600     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
061700     MOVE        '1' TO XO00-XORACN.                              P110
061800 F0CCI-FN. EXIT.                                                  P110
061900 F0CCO.    IF    XO00-XORATR = '1'                                P000
062000           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
062100     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
062200     DISPLAY     'TRACE ORACLE IS ON'.                            P110
062300 F0CCO-FN. EXIT.                                                  P110
062400 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
062500           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
062600     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
062700     DISPLAY     'ROLLBACK SEGMENT : '                            P110
062800     XO00-XORARB.                                                 P120
062900 F0CCY-FN. EXIT.                                                  P120
063000 F0C-FN.   EXIT.                                                  P120
063100 F01.      EXIT.                                                  RSA300
063200 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA300
063300        IF        1-EW00-STATUS  NOT  = ZERO                      RSA300
063400             AND  1-EW00-STATUS  NOT  = '97'                      RSA300
063500        PERFORM    F0AEW                                          RSA300
063600        PERFORM    F0A90         THRU F0A90-FN.                   RSA300
063700 F01EW-FN. EXIT.                                                  RSA300
063800 F01LV.    OPEN OUTPUT                   LV-FICHIER.              RSA300
063900        IF        1-LV00-STATUS  NOT  = ZERO                      RSA300
064000             AND  1-LV00-STATUS  NOT  = '97'                      RSA300
064100        PERFORM    F0ALV                                          RSA300
064200        PERFORM    F0A90         THRU F0A90-FN.                   RSA300
064300 F01LV-FN. EXIT.                                                  RSA300
064400 F01CE.    OPEN INPUT                    CE-FICHIER.              RSA300
064500        IF        1-CE00-STATUS  NOT  = ZERO                      RSA300
064600             AND  1-CE00-STATUS  NOT  = '05'                      RSA300
064700             AND  1-CE00-STATUS  NOT  = '97'                      RSA300
064800        PERFORM    F0ACE                                          RSA300
064900        PERFORM    F0A90         THRU F0A90-FN.                   RSA300
065000 F01CE-FN. EXIT.                                                  RSA300
065100 F01CS.    OPEN OUTPUT                   CS-FICHIER.              RSA300
065200        IF        1-CS00-STATUS  NOT  = ZERO                      RSA300
065300             AND  1-CS00-STATUS  NOT  = '97'                      RSA300
065400        PERFORM    F0ACS                                          RSA300
065500        PERFORM    F0A90         THRU F0A90-FN.                   RSA300
065600 F01CS-FN. EXIT.                                                  RSA300
065700 F01ZZ.                                                           RSA300
065800     MOVE        ZERO TO W-CA10-NB.                               RSA300
065900 F01ZZ-FN. EXIT.                                                  RSA300
066000 F01-FN.   EXIT.                                                  RSA300
066100*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA300
066200 F05.           EXIT.                                             RSA300
066300 F20.      IF FT =            ALL '1'                             RSA300
066400           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA300
066500 F20AD.                                                           RSA300
066600     PERFORM     F0BBA THRU F0BBA-FN.                             RSA300
066700 F20AD-FN. EXIT.                                                  RSA300
066800 F20EW.    CLOSE    EW-FICHIER.                                   RSA300
066900 F20EW-FN. EXIT.                                                  RSA300
067000 F20LV.    CLOSE    LV-FICHIER.                                   RSA300
067100 F20LV-FN. EXIT.                                                  RSA300
067200 F20CE.    CLOSE    CE-FICHIER.                                   RSA300
067300 F20CE-FN. EXIT.                                                  RSA300
067400 F20CS.    CLOSE    CS-FICHIER.                                   RSA300
067500 F20CS-FN. EXIT.                                                  RSA300
067600 F2080.    IF    XO00-XORACN = '1'                                RSA300
067700           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA300
067800     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA300
067900 F2080-FN. EXIT.                                                  RSA300
068000 F2085.                                                           RSA300
068100     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN            RSA300
068200           IF    XO00-XORACN = '1'                                RSA300
068300     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA300
068400     MOVE        ZERO TO XO00-XORACN.                             RSA300
068500 F2085-FN. EXIT.                                                  RSA300
068600 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA300
068700           AND   XA00-XRC < 4                                     RSA300
068800     MOVE        4 TO XA00-XRC.                                   RSA300
068900 F20RC-FN. EXIT.                                                  RSA300
069000*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA300
069100 F20CT.                                                           RSA300
069200     OPEN EXTEND CT-FICHIER.                                      RSA300
069300           IF    1-CT00-STATUS NOT = ZERO                         RSA300
069400           AND   1-CT00-STATUS NOT = '05'                         RSA300
069500           AND   1-CT00-STATUS NOT = '97'                         RSA300
069600        PERFORM    F0ACT                                          RSA300
069700        PERFORM    F0A90         THRU F0A90-FN.                   RSA300
069800     MOVE        SPACE TO W-CT00-ENR                              RSA300
069900     MOVE        PROGE TO W-CT00-PROGR                            RSA300
070000     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA300
070100     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA300
070200     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA300
070300     MOVE        'CE' TO W-CT00-FICID (1)                         RSA300
070400     MOVE        'I' TO W-CT00-SENS (1)                           RSA300
070500     MOVE        5-CE00-CPTENR TO W-CT00-NBENR (1)                RSA300
070600     MOVE        'CS' TO W-CT00-FICID (2)                         RSA300
070700     MOVE        'O' TO W-CT00-SENS (2)                           RSA300
070800     MOVE        5-CS00-CPTENR TO W-CT00-NBENR (2)                RSA300
070900     MOVE        'LV' TO W-CT00-FICID (3)                         RSA300
071000     MOVE        'O' TO W-CT00-SENS (3)                           RSA300
071100     MOVE        5-LV00-CPAG TO W-CT00-NBENR (3)                  RSA300
071200     MOVE        'EW' TO W-CT00-FICID (4)                         RSA300
071300     MOVE        'O' TO W-CT00-SENS (4)                           RSA300
071400     MOVE        5-EW00-CPAG TO W-CT00-NBENR (4)                  RSA300
071500     MOVE        W-CT00-ENR TO CT00                               RSA300
071600     WRITE       CT00                                             RSA300
071700     CLOSE       CT-FICHIER.                                      RSA300
071800 F20CT-FN. EXIT.                                                  RSA300
071900 F2090.                                                           RSA300
072000     PERFORM     F98-Z THRU F98-Z-FN.                             RSA300
072100 F2090-FN. EXIT.                                                  RSA300
072200 F2095.                                                           RSA300
072300     MOVE        XA00-XRC TO RETURN-CODE.                         RSA300
072400 F2095-FN. EXIT.                                                  RSA300
072500 F2099.     GOBACK.                                               RSA300
072600 F2099-FN. EXIT.                                                  RSA300
072700 F20-FN.   EXIT.                                                  RSA300
072800 F50.           EXIT.                                             RSA300
072900 F50AA.                                                           RSA300
073000     MOVE        W-WA00-ANCAM TO W-LE03-ANCAM                     RSA300
073100     MOVE        W-WA00-DTLIM TO W-DA00-DATE                      RSA300
073200     PERFORM     F68DE THRU F68DE-FN                              RSA300
073300     MOVE        W-DE00-EDIT TO W-LE03-DTLIM                      RSA300
073400     PERFORM     F80TE THRU F80TE-FN.                             RSA300
073500 F50AA-FN. EXIT.                                                  RSA300
073600*          NOTE *  RECOPIE DU SUIVI DES CERTIFICATS *.            RSA300
073700 F50BA.                                                           RSA300
073800           IF    1-CE00-STATUS = '05'                             RSA300
073900     GO TO F50BA-FN.                                              RSA300
074000 F50BA-A.                                                         RSA300
074100     READ        CE-FICHIER                                       RSA300
074200     AT END      MOVE       '1' TO W-CE00-EOF                     RSA300
074300     NOT AT END  ADD        1 TO 5-CE00-CPTENR.                   RSA300
074400           IF    W-CE00-EOF = '1'                                 RSA300
074500     GO TO F50BA-FN.                                              RSA300
074600           IF    CE00-LIGNE = SPACE                               RSA300
074700     GO TO F50BA-A.                                               RSA300
074800     MOVE        CE00 TO W-CE00-ENR                               RSA300
074900     MOVE        W-CE00-ENR TO CS00                               RSA300
075000     WRITE       CS00                                             RSA300
075100     ADD         1 TO 5-CS00-CPTENR.                              RSA300
075200           IF    W-CE00-ANCAM NOT = W-WA00-ANCAM                  RSA300
075300     GO TO F50BA-A.                                               RSA300
075400           IF    W-CA10-NB NOT < 5000                             RSA300
075500     MOVE        '50BA' TO XA60-XCDFSF                            RSA300
075600     MOVE        'TABLE DE LA CAMPAGNE SATUREE  '                 RSA300
075700                 TO XA60-XLISUI                                   RSA300
075800     MOVE        'PLUS DE 5000 CERTIFICATS DANS LA CAMPAGNE'      RSA300
075900                 TO XA60-ZX67A                                    RSA300
076000     MOVE        W-WA00-ANCAM TO XA60-ZX67B                       RSA300
076100     PERFORM     F9900 THRU F9900-FN.                             RSA300
076200     ADD         1 TO W-CA10-NB                                   RSA300
076300     MOVE        W-CE00-NORER TO W-CA10-NORER (W-CA10-NB)         RSA300
076400     GO TO F50BA-A.                                               RSA300
076500 F50BA-FN. EXIT.                                                  RSA300
076600*          NOTE *  RENTES ACTIVES DES RENTIERS      *.            RSA300
076700 F50BB.                                                           RSA300
076800     PERFORM     F95-RS04-FV THRU F95-RS04-FV-FN.                 RSA300
076900           IF    XOBB-RS04-CF NOT = '1'                           RSA300
077000     MOVE        '0' TO IK                                        RSA300
077100     PERFORM     F64FR THRU F64FR-FN                              RSA300
077200     GO TO F50BB-FN.                                              RSA300
077300     ADD         1 TO W-WA00-CPTLU.                               RSA300
077400           IF    RS04-NORER NOT = W-RT00-NORER                    RSA300
077500     PERFORM     F64FR THRU F64FR-FN                              RSA300
077600     PERFORM     F60RT THRU F60RT-FN.                             RSA300
077700           IF    W-RT00-RETENU = '1'                              RSA300
077800     PERFORM     F66RE THRU F66RE-FN.                             RSA300
077900     GO TO F50BB.                                                 RSA300
078000 F50BB-FN. EXIT.                                                  RSA300
078100 F50CC.                                                           RSA300
078200     PERFORM     F84TO THRU F84TO-FN.                             RSA300
078300 F50CC-FN. EXIT.                                                  RSA300
078400 F50XX.                                                           RSA300
078500     MOVE                     ALL '1' TO FT GO TO F20.            RSA300
078600 F50XX-FN. EXIT.                                                  RSA300
078700 F50-FN.   EXIT.                                                  RSA300
078800*          NOTE *  DEBUT D UN RENTIER               *.            RSA300
078900 F60RT.                                                           RSA300
079000     MOVE        RS04-NORER TO W-RT00-NORER                       RSA300
079100     MOVE        '0' TO W-RT00-RETENU                             RSA300
079200     MOVE        ZERO TO W-RT00-NBREN                             RSA300
079300     ADD         1 TO W-WA00-CPTRT                                RSA300
079400     MOVE        RS04-NORER TO RS03-NORER                         RSA300
079500     PERFORM     F95-RS03-FU THRU F95-RS03-FU-FN.                 RSA300
079600           IF    IK NOT = '0'                                     RSA300
079700     MOVE        '0' TO IK                                        RSA300
079800     GO TO F60RT-FN.                                              RSA300
079900           IF    RS03-CDREPR = SPACE                              RSA300
080000           OR    RS03-CDREPR = 'FRA'                              RSA300
080100     GO TO F60RT-FN.                                              RSA300
080200     ADD         1 TO W-WA00-CPTET                                RSA300
080300     MOVE        RS04-NORER TO RS02-NORER                         RSA300
080400     PERFORM     F95-RS02-FU THRU F95-RS02-FU-FN.                 RSA300
080500           IF    IK NOT = '0'                                     RSA300
080600     MOVE        '0' TO IK                                        RSA300
080700     MOVE        SPACE TO RS02-LNRENR                             RSA300
080800     MOVE        SPACE TO RS02-LNREPR.                            RSA300
080900     MOVE        SPACE TO W-CE00-ENR                              RSA300
081000     MOVE        'CV' TO W-CE00-CDREF                             RSA300
081100     MOVE        W-WA00-ANCAM TO W-CE00-ANCAM                     RSA300
081200     MOVE        RS04-NORER TO W-CE00-NOREF                       RSA300
081300     MOVE        RS04-NORER TO W-CE00-NORER                       RSA300
081400     MOVE        RS03-CDREPR TO W-CE00-CDREPR                     RSA300
081500     MOVE        1 TO J01.                                        RSA300
081600 F60RT-A.                                                         RSA300
081700           IF    J01 > W-CA10-NB                                  RSA300
081800     GO TO F60RT-B.                                               RSA300
081900           IF    W-CA10-NORER (J01) = RS04-NORER                  RSA300
082000     ADD         1 TO W-WA00-CPTDJ                                RSA300
082100     MOVE        'DEJA DANS LA CAMPAGNE' TO W-LE05-LIB            RSA300
082200     PERFORM     F84LI THRU F84LI-FN                              RSA300
082300     GO TO F60RT-FN.                                              RSA300
082400     ADD         1 TO J01                                         RSA300
082500     GO TO F60RT-A.                                               RSA300
082600 F60RT-B.                                                         RSA300
082700           IF    RS02-LNRENR = SPACE                              RSA300
082800     MOVE        'RENTIER ABSENT DE RS02        ' TO W-AN00-LIB   RSA300
082900     PERFORM     F70AN THRU F70AN-FN                              RSA300
083000     GO TO F60RT-FN.                                              RSA300
083100           IF   (RS03-LRRE1R = SPACE                              RSA300
083200           AND   RS03-LRRE2R = SPACE)                             RSA300
083300           OR    RS03-LVRER = SPACE                               RSA300
083400     MOVE        'ADRESSE INCOMPLETE            ' TO W-AN00-LIB   RSA300
083500     PERFORM     F70AN THRU F70AN-FN                              RSA300
083600     GO TO F60RT-FN.                                              RSA300
083700     MOVE        '1' TO W-RT00-RETENU                             RSA300
083800     PERFORM     F82LV THRU F82LV-FN.                             RSA300
083900 F60RT-FN. EXIT.                                                  RSA300
084000*          NOTE *  FIN D UN RENTIER                 *.            RSA300
084100 F64FR.                                                           RSA300
084200           IF    W-RT00-RETENU NOT = '1'                          RSA300
084300     GO TO F64FR-FN.                                              RSA300
084400     PERFORM     F82LF THRU F82LF-FN                              RSA300
084500     MOVE        W-RT00-NBREN TO W-CE00-NBREN                     RSA300
084600     MOVE        W-WA00-DATJ TO W-CE00-DTEMI                      RSA300
084700     MOVE        W-WA00-DTLIM TO W-CE00-DTLIM                     RSA300
084800     MOVE        'E' TO W-CE00-CDSTA                              RSA300
084900     MOVE        W-CE00-ENR TO CS00                               RSA300
085000     WRITE       CS00                                             RSA300
085100     ADD         1 TO 5-CS00-CPTENR                               RSA300
085200     ADD         1 TO W-WA00-CPTLT                                RSA300
085300     MOVE        'DEMANDE EMISE' TO W-LE05-LIB                    RSA300
085400     PERFORM     F84LI THRU F84LI-FN                              RSA300
085500     MOVE        '0' TO W-RT00-RETENU.                            RSA300
085600 F64FR-FN. EXIT.                                                  RSA300
085700*          NOTE *  RENTE CITEE DANS LA DEMANDE      *.            RSA300
085800 F66RE.                                                           RSA300
085900     ADD         1 TO W-RT00-NBREN                                RSA300
086000     ADD         1 TO W-WA00-CPTRE                                RSA300
086100     MOVE        RS04-CNREN TO W-LL08-CNREN                       RSA300
086200     MOVE        RS04-NORER TO W-LL08-NORER                       RSA300
086300     MOVE        RS04-IDRPL TO W-LL08-IDRPL                       RSA300
086400     MOVE        RS04-NIREG TO W-LL08-NIREG                       RSA300
086500     MOVE        W-LL08-LIGNE TO LV00                             RSA300
086600     MOVE        1 TO W-LV00-SAUT                                 RSA300
086700     PERFORM     F81LV THRU F81LV-FN.                             RSA300
086800 F66RE-FN. EXIT.                                                  RSA300
086900*          NOTE *  AJOUT DE MOIS A UNE DATE         *.            RSA300
087000 F68AM.                                                           RSA300
087100     COMPUTE     W-DA00-Q = W-DA00-MM - 1 + W-DA00-NBM            RSA300
087200     DIVIDE      W-DA00-Q BY 12 GIVING W-DA00-Q                   RSA300
087300                 REMAINDER W-DA00-R                               RSA300
087400     ADD         W-DA00-Q TO W-DA00-AAAA                          RSA300
087500     COMPUTE     W-DA00-MM = W-DA00-R + 1.                        RSA300
087600           IF    W-DA00-MM = 02                                   RSA300
087700           AND   W-DA00-JJ > 28                                   RSA300
087800     MOVE        28 TO W-DA00-JJ.                                 RSA300
087900           IF    W-DA00-JJ > 30                                   RSA300
088000           AND  (W-DA00-MM = 04 OR 06 OR 09 OR 11)                RSA300
088100     MOVE        30 TO W-DA00-JJ.                                 RSA300
088200 F68AM-FN. EXIT.                                                  RSA300
088300*          NOTE *  DATE AU FORMAT JJ/MM/AAAA        *.            RSA300
088400 F68DE.                                                           RSA300
088500     MOVE        W-DA00-JJ TO W-DE00-JJ                           RSA300
088600     MOVE        W-DA00-MM TO W-DE00-MM                           RSA300
088700     MOVE        W-DA00-AAAA TO W-DE00-AAAA.                      RSA300
088800 F68DE-FN. EXIT.                                                  RSA300
088900*          NOTE *  LIGNE D ANOMALIE                 *.            RSA300
089000 F70AN.                                                           RSA300
089100     MOVE        W-AN00-LIB TO W-LE05-LIB                         RSA300
089200     PERFORM     F84LI THRU F84LI-FN                              RSA300
089300     ADD         1 TO W-WA00-CPTAN.                               RSA300
089400 F70AN-FN. EXIT.                                                  RSA300
089500*          NOTE *  EN-TETE DE LA DEMANDE            *.            RSA300
089600 F82LV.                                                           RSA300
089700     ADD         1 TO 5-LV00-CPAG                                 RSA300
089800     MOVE        W-LL01-LIGNE TO LV00                             RSA300
089900     WRITE       LV00 AFTER ADVANCING SAUTP                       RSA300
090000     MOVE        W-LL02-LIGNE TO LV00                             RSA300
090100     MOVE        1 TO W-LV00-SAUT                                 RSA300
090200     PERFORM     F81LV THRU F81LV-FN                              RSA300
090300     MOVE        SPACE TO W-LL03-ADRES                            RSA300
090400     STRING      RS02-LNRENR DELIMITED BY '  '                    RSA300
090500                 ' ' DELIMITED BY SIZE                            RSA300
090600                 RS02-LNREPR DELIMITED BY '  '                    RSA300
090700                 INTO W-LL03-ADRES                                RSA300
090800     MOVE        W-LL03-LIGNE TO LV00                             RSA300
090900     MOVE        4 TO W-LV00-SAUT                                 RSA300
091000     PERFORM     F81LV THRU F81LV-FN                              RSA300
091100     MOVE        1 TO W-LV00-SAUT.                                RSA300
091200           IF    RS03-LRRE1R NOT = SPACE                          RSA300
091300     MOVE        RS03-LRRE1R TO W-LL03-ADRES                      RSA300
091400     MOVE        W-LL03-LIGNE TO LV00                             RSA300
091500     PERFORM     F81LV THRU F81LV-FN.                             RSA300
091600           IF    RS03-LRRE2R NOT = SPACE                          RSA300
091700     MOVE        RS03-LRRE2R TO W-LL03-ADRES                      RSA300
091800     MOVE        W-LL03-LIGNE TO LV00                             RSA300
091900     PERFORM     F81LV THRU F81LV-FN.                             RSA300
092000     MOVE        SPACE TO W-LL03-ADRES                            RSA300
092100     STRING      RS03-CPRENR DELIMITED BY SPACE                   RSA300
092200                 ' ' DELIMITED BY SIZE                            RSA300
092300                 RS03-LVRER DELIMITED BY SIZE                     RSA300
092400                 INTO W-LL03-ADRES                                RSA300
092500     MOVE        W-LL03-LIGNE TO LV00                             RSA300
092600     PERFORM     F81LV THRU F81LV-FN                              RSA300
092700     MOVE        RS03-CDREPR TO W-LL03-ADRES                      RSA300
092800     MOVE        W-LL03-LIGNE TO LV00                             RSA300
092900     PERFORM     F81LV THRU F81LV-FN                              RSA300
093000     MOVE        W-CE00-XREFC TO W-LL04-XREFC                     RSA300
093100     MOVE        XAED-XDATRT TO W-LL04-DATE                       RSA300
093200     MOVE        W-LL04-LIGNE TO LV00                             RSA300
093300     MOVE        3 TO W-LV00-SAUT                                 RSA300
093400     PERFORM     F81LV THRU F81LV-FN                              RSA300
093500     MOVE        SPACE TO W-LL05-OBJET                            RSA300
093600     STRING      'OBJET : DEMANDE DE CERTIFICAT DE VIE'           RSA300
093700                 ' - CAMPAGNE ' W-WA00-ANCAM                      RSA300
093800                 DELIMITED BY SIZE                                RSA300
093900                 INTO W-LL05-OBJET                                RSA300
094000     MOVE        W-LL05-LIGNE TO LV00                             RSA300
094100     MOVE        2 TO W-LV00-SAUT                                 RSA300
094200     PERFORM     F81LV THRU F81LV-FN                              RSA300
094300     MOVE        'MADAME, MONSIEUR,' TO W-LL06-TEXTE              RSA300
094400     MOVE        W-LL06-LIGNE TO LV00                             RSA300
094500     PERFORM     F81LV THRU F81LV-FN                              RSA300
094600     MOVE        1 TO J01.                                        RSA300
094700 F82LV-A.                                                         RSA300
094800           IF    J01 = 1                                          RSA300
094900     MOVE        2 TO W-LV00-SAUT                                 RSA300
095000           ELSE                                                   RSA300
095100     MOVE        1 TO W-LV00-SAUT.                                RSA300
095200     MOVE        W-LT00-LIG (J01) TO W-LL06-TEXTE                 RSA300
095300     MOVE        W-LL06-LIGNE TO LV00                             RSA300
095400     PERFORM     F81LV THRU F81LV-FN                              RSA300
095500     ADD         1 TO J01.                                        RSA300
095600           IF    J01 NOT > 5                                      RSA300
095700     GO TO F82LV-A.                                               RSA300
095800     MOVE        W-WA00-DTLIM TO W-DA00-DATE                      RSA300
095900     PERFORM     F68DE THRU F68DE-FN                              RSA300
096000     MOVE        W-DE00-EDIT TO W-LL07-DTLIM                      RSA300
096100     MOVE        W-LL07-LIGNE TO LV00                             RSA300
096200     MOVE        2 TO W-LV00-SAUT                                 RSA300
096300     PERFORM     F81LV THRU F81LV-FN                              RSA300
096400     MOVE        'RENTE(S) CONCERNEE(S) :' TO W-LL06-TEXTE        RSA300
096500     MOVE        W-LL06-LIGNE TO LV00                             RSA300
096600     PERFORM     F81LV THRU F81LV-FN                              RSA300
096700     MOVE        SPACE TO LV00                                    RSA300
096800     MOVE        1 TO W-LV00-SAUT                                 RSA300
096900     PERFORM     F81LV THRU F81LV-FN.                             RSA300
097000 F82LV-FN. EXIT.                                                  RSA300
097100*          NOTE *  FORMULE FINALE DE LA DEMANDE     *.            RSA300
097200 F82LF.                                                           RSA300
097300     MOVE        6 TO J01.                                        RSA300
097400 F82LF-A.                                                         RSA300
097500           IF    J01 = 6                                          RSA300
097600     MOVE        2 TO W-LV00-SAUT                                 RSA300
097700           ELSE                                                   RSA300
097800     MOVE        1 TO W-LV00-SAUT.                                RSA300
097900     MOVE        W-LT00-LIG (J01) TO W-LL06-TEXTE                 RSA300
098000     MOVE        W-LL06-LIGNE TO LV00                             RSA300
098100     PERFORM     F81LV THRU F81LV-FN                              RSA300
098200     ADD         1 TO J01.                                        RSA300
098300           IF    J01 NOT > 12                                     RSA300
098400     GO TO F82LF-A.                                               RSA300
098500 F82LF-FN. EXIT.                                                  RSA300
098600*          NOTE *  LIGNE DE LA LISTE DE CAMPAGNE    *.            RSA300
098700 F84LI.                                                           RSA300
098800     MOVE        W-RT00-NORER TO W-LE05-NORER                     RSA300
098900     MOVE        RS02-LNRENR TO W-LE05-LNRENR                     RSA300
099000     MOVE        RS02-LNREPR TO W-LE05-LNREPR                     RSA300
099100     MOVE        W-CE00-CDREPR TO W-LE05-CDREPR                   RSA300
099200     MOVE        W-RT00-NBREN TO W-LE05-NBREN                     RSA300
099300     MOVE        W-CE00-XREFC TO W-LE05-XREFC                     RSA300
099400     MOVE        W-LE05-LIGNE TO EW00                             RSA300
099500     PERFORM     F80LI THRU F80LI-FN.                             RSA300
099600 F84LI-FN. EXIT.                                                  RSA300
099700*          NOTE *  EDITION DU BILAN                 *.            RSA300
099800 F84TO.                                                           RSA300
099900     MOVE        SPACE TO EW00                                    RSA300
100000     PERFORM     F80LI THRU F80LI-FN                              RSA300
100100     MOVE        'RENTES ACTIVES LUES    : ' TO W-LE07-LIB        RSA300
100200     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA300
100300     MOVE        W-LE07-LIGNE TO EW00                             RSA300
100400     PERFORM     F80LI THRU F80LI-FN                              RSA300
100500     MOVE        'RENTIERS EXAMINES      : ' TO W-LE07-LIB        RSA300
100600     MOVE        W-WA00-CPTRT TO W-LE07-NB                        RSA300
100700     MOVE        W-LE07-LIGNE TO EW00                             RSA300
100800     PERFORM     F80LI THRU F80LI-FN                              RSA300
100900     MOVE        'RENTIERS A L ETRANGER  : ' TO W-LE07-LIB        RSA300
101000     MOVE        W-WA00-CPTET TO W-LE07-NB                        RSA300
101100     MOVE        W-LE07-LIGNE TO EW00                             RSA300
101200     PERFORM     F80LI THRU F80LI-FN                              RSA300
101300     MOVE        'DEJA DANS LA CAMPAGNE  : ' TO W-LE07-LIB        RSA300
101400     MOVE        W-WA00-CPTDJ TO W-LE07-NB                        RSA300
101500     MOVE        W-LE07-LIGNE TO EW00                             RSA300
101600     PERFORM     F80LI THRU F80LI-FN                              RSA300
101700     MOVE        'DEMANDES EMISES        : ' TO W-LE07-LIB        RSA300
101800     MOVE        W-WA00-CPTLT TO W-LE07-NB                        RSA300
101900     MOVE        W-LE07-LIGNE TO EW00                             RSA300
102000     PERFORM     F80LI THRU F80LI-FN                              RSA300
102100     MOVE        'RENTES CONCERNEES      : ' TO W-LE07-LIB        RSA300
102200     MOVE        W-WA00-CPTRE TO W-LE07-NB                        RSA300
102300     MOVE        W-LE07-LIGNE TO EW00                             RSA300
102400     PERFORM     F80LI THRU F80LI-FN                              RSA300
102500     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA300
102600     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA300
102700     MOVE        W-LE07-LIGNE TO EW00                             RSA300
102800     PERFORM     F80LI THRU F80LI-FN                              RSA300
102900     MOVE        'SUIVI : ANCIENS        : ' TO W-LE07-LIB        RSA300
103000     MOVE        5-CE00-CPTENR TO W-LE07-NB                       RSA300
103100     MOVE        W-LE07-LIGNE TO EW00                             RSA300
103200     PERFORM     F80LI THRU F80LI-FN                              RSA300
103300     MOVE        'SUIVI : NOUVEAU TOTAL  : ' TO W-LE07-LIB        RSA300
103400     MOVE        5-CS00-CPTENR TO W-LE07-NB                       RSA300
103500     MOVE        W-LE07-LIGNE TO EW00                             RSA300
103600     PERFORM     F80LI THRU F80LI-FN.                             RSA300
103700 F84TO-FN. EXIT.                                                  RSA300
103800 F80TE.                                                           RSA300
103900     ADD         1 TO 5-EW00-CPAG                                 RSA300
104000     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA300
104100     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA300
104200     MOVE        W-LE01-LIGNE TO EW00                             RSA300
104300     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA300
104400     MOVE        W-LE02-LIGNE TO EW00                             RSA300
104500     WRITE       EW00 AFTER ADVANCING 1                           RSA300
104600     MOVE        W-LE03-LIGNE TO EW00                             RSA300
104700     WRITE       EW00 AFTER ADVANCING 1                           RSA300
104800     MOVE        SPACE TO EW00                                    RSA300
104900     WRITE       EW00 AFTER ADVANCING 1                           RSA300
105000     MOVE        W-LE04-LIGNE TO EW00                             RSA300
105100     WRITE       EW00 AFTER ADVANCING 1                           RSA300
105200     MOVE        SPACE TO EW00                                    RSA300
105300     WRITE       EW00 AFTER ADVANCING 1                           RSA300
105400     MOVE        6 TO 5-EW00-CLIG.                                RSA300
105500 F80TE-FN. EXIT.                                                  RSA300
105600 F80LI.                                                           RSA300
105700     MOVE        EW00 TO W-EW00-SAV.                              RSA300
105800           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA300
105900     PERFORM     F80TE THRU F80TE-FN.                             RSA300
106000     MOVE        W-EW00-SAV TO EW00                               RSA300
106100     WRITE       EW00 AFTER ADVANCING 1                           RSA300
106200     ADD         1 TO 5-EW00-CLIG.                                RSA300
106300 F80LI-FN. EXIT.                                                  RSA300
106400 F81LV.                                                           RSA300
106500     WRITE       LV00 AFTER ADVANCING W-LV00-SAUT LINES.          RSA300
106600 F81LV-FN. EXIT.                                                  RSA300
106700 F95-A.                                                           P000
106800     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
106900     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
107000     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
107100 F95-A-FN. EXIT.                                                  P300
107200 F95BB.                                                           RSA300
107300     EXEC SQL                                                     RSA300
107400                 DECLARE C_BB_RS04 CURSOR FOR                     RSA300
107500                 SELECT  CNREN                                    RSA300
107600                      ,  NORER                                    RSA300
107700                      ,  IDRPL                                    RSA300
107800                   FROM  RS04                                     RSA300
107900                  WHERE  CDREA  = :W-WA00-CDREAA                  RSA300
108000                  ORDER  BY NORER                                 RSA300
108100                       ,  CNREN                                   RSA300
108200                       ,  IDRPL                    END-EXEC.      RSA300
108300 F95-RS04-FV.                                                     RSA300
108400           IF    XOBB-RS04-OPE = ZERO                             RSA300
108500     MOVE        'OPEN' TO XO00-XORATY                            RSA300
108600     MOVE        '95BB' TO XO00-XCDFSF                            RSA300
108700     MOVE        'RS04' TO XO00-XORATA                            RSA300
108800     MOVE        RS04 TO XO00-XORACL                              RSA300
108900     EXEC SQL    OPEN    C_BB_RS04                   END-EXEC     RSA300
109000     MOVE        '1' TO XOBB-RS04-OPE.                            RSA300
109100     MOVE        'FETCH' TO XO00-XORATY                           RSA300
109200     MOVE        '95BB' TO XO00-XCDFSF                            RSA300
109300     MOVE        'RS04' TO XO00-XORATA                            RSA300
109400     MOVE        RS04 TO XO00-XORACL                              RSA300
109500     MOVE        ZERO TO XOBB-RS04-CF                             RSA300
109600     EXEC SQL    FETCH   C_BB_RS04                                RSA300
109700                   INTO :RS04-CNREN                               RSA300
109800                      , :RS04-NORER                               RSA300
109900                      , :RS04-IDRPL                 END-EXEC.     RSA300
110000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA300
110100           IF    IK = ZERO                                        RSA300
110200     MOVE        '1' TO XOBB-RS04-CF                              RSA300
110300     ADD         1 TO XOBB-COUNT                                  RSA300
110400           ELSE                                                   RSA300
110500     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN.           RSA300
110600 F95-RS04-FV-FN. EXIT.                                            RSA300
110700 F95-RS04-FV-CL.                                                  RSA300
110800           IF    XOBB-RS04-OPE = ZERO                             RSA300
110900     GO TO F95-RS04-FV-CL-FN.                                     RSA300
111000     MOVE        'CLOSE BB' TO XO00-XORATY                        RSA300
111100     MOVE        '95BB' TO XO00-XCDFSF                            RSA300
111200     MOVE        'RS04' TO XO00-XORATA                            RSA300
111300     EXEC SQL    CLOSE   C_BB_RS04                   END-EXEC.    RSA300
111400     MOVE        ZERO TO XOBB-RS04-OPE.                           RSA300
111500 F95-RS04-FV-CL-FN. EXIT.                                         RSA300
111600 F95BB-FN. EXIT.                                                  RSA300
111700 F95DD.         EXIT.                                             RSA300
111800 F95-RS02-FU.                                                     RSA300
111900     MOVE        'SELECT' TO XO00-XORATY                          RSA300
112000     MOVE        '95DD' TO XO00-XCDFSF                            RSA300
112100     MOVE        'RS02' TO XO00-XORATA                            RSA300
112200     MOVE        RS02 TO XO00-XORACL                              RSA300
112300     EXEC SQL                                                     RSA300
112400                 SELECT  nvl(LNRENR,' ')                          RSA300
112500                      ,  nvl(LNREPR,' ')                          RSA300
112600                   INTO :RS02-LNRENR                              RSA300
112700                      , :RS02-LNREPR                              RSA300
112800                   FROM  RS02                                     RSA300
112900                  WHERE  NORER  = :RS02-NORER      END-EXEC.      RSA300
113000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA300
113100           IF    IK = ZERO                                        RSA300
113200     ADD         1 TO XODD-COUNT.                                 RSA300
113300 F95-RS02-FU-FN. EXIT.                                            RSA300
113400 F95DD-FN. EXIT.                                                  RSA300
113500 F95EE.         EXIT.                                             RSA300
113600 F95-RS03-FU.                                                     RSA300
113700     MOVE        'SELECT' TO XO00-XORATY                          RSA300
113800     MOVE        '95EE' TO XO00-XCDFSF                            RSA300
113900     MOVE        'RS03' TO XO00-XORATA                            RSA300
114000     MOVE        RS03 TO XO00-XORACL                              RSA300
114100     EXEC SQL                                                     RSA300
114200                 SELECT  nvl(LRRE1R,' ')                          RSA300
114300                      ,  nvl(LRRE2R,' ')                          RSA300
114400                      ,  nvl(LVRER ,' ')                          RSA300
114500                      ,  nvl(CPRENR,' ')                          RSA300
114600                      ,  nvl(CDREPR,' ')                          RSA300
114700                   INTO :RS03-LRRE1R                              RSA300
114800                      , :RS03-LRRE2R                              RSA300
114900                      , :RS03-LVRER                               RSA300
115000                      , :RS03-CPRENR                              RSA300
115100                      , :RS03-CDREPR                              RSA300
115200                   FROM  RS03                                     RSA300
115300                  WHERE  NORER  = :RS03-NORER                     RSA300
115400                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            RSA300
115500                   FROM  RS03                                     RSA300
115600                  WHERE  NORER  = :RS03-NORER                     RSA300
115700                                  )                  END-EXEC.    RSA300
115800     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA300
115900           IF    IK = ZERO                                        RSA300
116000     ADD         1 TO XOEE-COUNT.                                 RSA300
116100 F95-RS03-FU-FN. EXIT.                                            RSA300
116200 F95EE-FN. EXIT.                                                  RSA300
116300 F9590.         EXIT.                                             P000
116400 F95-WORK-CN.                                                     P100
116500     MOVE        '9590' TO XO00-XCDFSF                            P110
116600     MOVE        'CONNECT' TO XO00-XORATY                         P120
116700     MOVE        SPACE TO XO00-XORATA                             P130
116800     MOVE        USERID TO XO00-XORACL                            P140
116900     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
117000 F95-WORK-CN-FN.                                                  P199
117100 F9590-FN. EXIT.                                                  P199
117200 F9591.         EXIT.                                             P000
117300 F95-WORK-RBS.                                                    P100
117400     MOVE        '9591' TO XO00-XCDFSF                            P110
117500     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
117600     MOVE        SPACE TO XO00-XORATA                             P130
117700     MOVE        XO00-XORARB TO XO00-XORACL                       P140
117800     EXEC SQL    SET TRANSACTION USE                              P150
117900                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
118000 F95-WORK-RBS-FN.                                                 P199
118100 F9591-FN. EXIT.                                                  P199
118200 F9592.         EXIT.                                             P000
118300 F95-WORK-CO.                                                     P100
118400     MOVE        '9592' TO XO00-XCDFSF                            P110
118500     MOVE        'COMMIT' TO XO00-XORATY                          P120
118600     MOVE        SPACE TO XO00-XORATA                             P130
118700     MOVE        SPACE TO XO00-XORACL                             P140
118800     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
118900     MOVE        '1' TO XO00-XORACO.                              P155
119000           IF    XO00-XORARB NOT = SPACE                          P160
119100     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
119200 F95-WORK-CO-FN.                                                  P199
119300 F9592-FN. EXIT.                                                  P199
119400 F9594.         EXIT.                                             P000
119500 F95-WORK-RO.                                                     P100
119600     MOVE        '9594' TO XO00-XCDFSF                            P110
119700     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
119800     MOVE        SPACE TO XO00-XORATA                             P130
119900     MOVE        SPACE TO XO00-XORACL                             P140
120000     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
120100 F95-WORK-RO-FN.                                                  P199
120200 F9594-FN. EXIT.                                                  P199
120300 F9596.         EXIT.                                             P000
120400 F95-WORK-RR.                                                     P100
120500     MOVE        '9596' TO XO00-XCDFSF                            P110
120600     MOVE        'RELEASE' TO XO00-XORATY                         P120
120700     MOVE        SPACE TO XO00-XORATA                             P130
120800     MOVE        SPACE TO XO00-XORACL                             P140
120900     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
121000 F95-WORK-RR-FN.                                                  P199
121100 F9596-FN. EXIT.                                                  P199
121200 F9598.         EXIT.                                             P000
121300 F95-WORK-TR.                                                     P100
121400     MOVE        '9598' TO XO00-XCDFSF                            P110
121500     MOVE        'TRACE' TO XO00-XORATY                           P120
121600     MOVE        SPACE TO XO00-XORATA                             P130
121700     MOVE        SPACE TO XO00-XORACL                             P140
121800     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
121900 F95-WORK-TR-FN.                                                  P199
122000 F9598-FN. EXIT.                                                  P199
122100 F9599.         EXIT.                                             P000
122200 F95-WORK-OK.                                                     RSA300
122300           IF    SQLCODE = ZERO                                   RSA300
122400     MOVE        ZERO TO IK                                       RSA300
122500           ELSE                                                   RSA300
122600     MOVE        '1' TO IK.                                       RSA300
122700     MOVE        SQLCODE TO XO00-XORARC.                          RSA300
122800 F95-WORK-OK-FN.                                                  RSA300
122900 F9599-FN. EXIT.                                                  RSA300
123000 F98.           EXIT.                                             RSA300
123100 F98-D.         EXIT.                                             RSA300
123200 F98-H.                                                           RSA300
123300     DISPLAY     '------------------------------'                 RSA300
123400     '------------------------------'                             RSA300
123500     '-------------'                                              RSA300
123600     DISPLAY     '- Programme ' PROGE ' : '                       RSA300
123700     'CAMPAGNE CERTIFICATS DE VIE   '.                            RSA300
123800     DISPLAY     '-   version ' NUGNA ' generee '                 RSA300
123900     'le ' DATGN ' a ' TIMGN ' en '                               RSA300
124000     'bibliotheque ' APPLI.                                       RSA300
124100     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA300
124200     XAED-XHETRT.                                                 RSA300
124300     DISPLAY     '------------------------------'                 RSA300
124400     '------------------------------'                             RSA300
124500     '-------------'.                                             RSA300
124600 F98-H-FN. EXIT.                                                  RSA300
124700 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
124800           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
124900     DISPLAY                      '- Attention ! La date du jour aP100
125000-                                 ' ete forcee par la variable GCAP110
125100-                '_DATCE'.                                        P120
125200     DISPLAY     '------------------------------'                 P500
125300     '------------------------------'                             P520
125400     '-------------'.                                             P530
125500 F98-L-FN. EXIT.                                                  P530
125600 F98-D-FN. EXIT.                                                  RSA300
125700 F98-Z.                                                           RSA300
125800     DISPLAY     '-'.                                             RSA300
125900 F98BB.                                                           RSA300
126000     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA300
126100     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA300
126200     ' rentes lues'                                               RSA300
126300     ' dans RS04'.                                                RSA300
126400 F98BB-FN. EXIT.                                                  RSA300
126500 F98DD.                                                           RSA300
126600     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA300
126700     DISPLAY     '- oracle F95DD ' XA80-XQNENR                    RSA300
126800     ' rentiers lus'                                              RSA300
126900     ' dans RS02'.                                                RSA300
127000 F98DD-FN. EXIT.                                                  RSA300
127100 F98EE.                                                           RSA300
127200     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA300
127300     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA300
127400     ' adresses lues'                                             RSA300
127500     ' dans RS03'.                                                RSA300
127600 F98EE-FN. EXIT.                                                  RSA300
127700 F98CE.                                                           RSA300
127800     MOVE        5-CE00-CPTENR TO XA80-XQNENR.                    RSA300
127900     DISPLAY     '- fichier ' 'CE   '                             RSA300
128000     XA80-XQNENR ' certificats suivis lus'                        RSA300
128100     ' assignation: ' 'CE'                                        RSA300
128200     ' ouverture: ' 'I'.                                          RSA300
128300 F98CE-FN. EXIT.                                                  RSA300
128400 F98CS.                                                           RSA300
128500     MOVE        5-CS00-CPTENR TO XA80-XQNENR.                    RSA300
128600     DISPLAY     '- fichier ' 'CS   '                             RSA300
128700     XA80-XQNENR ' certificats suivis ecrits'                     RSA300
128800     ' assignation: ' 'CS'                                        RSA300
128900     ' ouverture: ' 'O'.                                          RSA300
129000     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA300
129100     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA300
129200 F98CS-FN. EXIT.                                                  RSA300
129300 F98LV.                                                           RSA300
129400     MOVE        5-LV00-CPAG TO XA80-XQNENR.                      RSA300
129500     DISPLAY     '- fichier ' 'LV   '                             RSA300
129600     XA80-XQNENR ' demandes editees'                              RSA300
129700     ' assignation: ' 'LV'                                        RSA300
129800     ' ouverture: ' 'O'.                                          RSA300
129900 F98LV-FN. EXIT.                                                  RSA300
130000 F98EW.                                                           RSA300
130100     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA300
130200     DISPLAY     '- fichier ' 'EW   '                             RSA300
130300     XA80-XQNENR ' pages editees'                                 RSA300
130400     ' assignation: ' 'EW'                                        RSA300
130500     ' ouverture: ' 'O'.                                          RSA300
130600 F98EW-FN. EXIT.                                                  RSA300
130700 F9899.                                                           RSA300
130800     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA300
130900     XAED-XHETRT.                                                 RSA300
131000     DISPLAY     '------------------------------'                 RSA300
131100     '------------------------------'                             RSA300
131200     '-------------'.                                             RSA300
131300 F9899-FN. EXIT.                                                  RSA300
131400 F98-Z-FN. EXIT.                                                  RSA300
131500 F98-FN.   EXIT.                                                  RSA300
131600 F99OR.                                                           P000
131700     PERFORM     F0BBA THRU F0BBA-FN.                             P100
131800 F99OV.                                                           P000
131900     MOVE        001                      TO J99OVR.              P000
132000                              GO TO     F99OV-B.                  P000
132100 F99OV-A.                                                         P000
132200     ADD         1                        TO J99OVR.              P000
132300 F99OV-B.                                                         P000
132400     IF          IXO00M                   <  J99OVR               P000
132500                              GO TO     F99OV-FN.                 P000
132600           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
132700           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
132800     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
132900 F99OV-900. GO TO F99OV-A.                                        P100
133000 F99OV-FN. EXIT.                                                  P100
133100 F99OZ.                                                           P000
133200     MOVE        '99OR' TO XA60-XCDFSF                            P100
133300     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
133400     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
133500     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
133600     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
133700     PERFORM     F9900 THRU F9900-FN.                             P210
133800 F99OZ-FN. EXIT.                                                  P210
133900 F99OR-FN. EXIT.                                                  P210
134000 F99SW.         EXIT.                                             P000
134100 F99SW-FN. EXIT.                                                  P000
134200 F99SX.         EXIT.                                             P000
134300 F99SX-FN. EXIT.                                                  P000
134400 F99VE.                                                           P000
134500     MOVE        ZERO TO IK                                       P100
134600     DISPLAY     XA30-ENVNAM                                      P110
134700     UPON ENVIRONMENT-NAME                                        P120
134800     ACCEPT      XA30-ENVVAL                                      P200
134900     FROM ENVIRONMENT-VALUE                                       P210
135000     ON EXCEPTION                                                 P220
135100     MOVE        '1' TO IK                                        P230
135200     MOVE        SPACE TO XA30-ENVVAL.                            P240
135300 F99VE-FN. EXIT.                                                  P240
135400 F9900.         EXIT.                                             P000
135500 F9910.                                                           P000
135600     DISPLAY     '***'                                            P100
135700     DISPLAY     '***' XA60-L1                                    P200
135800     DISPLAY     '***' XA60-ZX67A.                                P300
135900           IF    XA60-ZX67B NOT = SPACE                           P400
136000     DISPLAY     '***' XA60-ZX67B.                                P400
136100           IF    XA60-ZX67C NOT = SPACE                           P500
136200     DISPLAY     '***' XA60-ZX67C                                 P500
136300     DISPLAY     '***'.                                           P600
136400 F9910-FN. EXIT.                                                  P600
136500 F9920.                                                           P000
136600     PERFORM     F98-Z THRU F98-Z-FN.                             P100
136700 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
136800           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
136900     MOVE        ZERO TO XO00-XORACN                              P100
137000     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
137100 F9950-FN. EXIT.                                                  P110
137200 F9980.                                                           P000
137300     MOVE        4 TO XA00-XRC.                                   P100
137400           IF    XO00-XORACO NOT = ZERO                           P500
137500     MOVE        8 TO XA00-XRC.                                   P500
137600 F9980-FN. EXIT.                                                  P500
137700 F9990.                                                           P000
137800     MOVE        XA00-XRC TO RETURN-CODE                          P100
137900     STOP RUN.                                                    P500
138000 F9990-FN. EXIT.                                                  P500
138100 F9920-FN. EXIT.                                                  P500
138200 F9900-FN. EXIT.                                                  P500
138300 F9999.                                                           P000
138400     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
138500     ' ' XA60-XCDFSF                                              P150
138600     PERFORM     F9920 THRU F9920-FN.                             P200
138700 F9999-FN. EXIT.                                                  P200
