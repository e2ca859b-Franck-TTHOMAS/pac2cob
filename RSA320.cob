000100 IDENTIFICATION DIVISION.                                         RSA320
000200 PROGRAM-ID.  RSA320.                                             RSA320
000300 ENVIRONMENT DIVISION.                                            RSA320
000400 CONFIGURATION SECTION.                                           RSA320
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA320
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA320
000700 SPECIAL-NAMES.                                                   RSA320
000800      C01 IS SAUTP                                                RSA320
000900      CSP IS SAUT0                                                RSA320
001000      DECIMAL-POINT IS COMMA.                                     RSA320
001100 INPUT-OUTPUT SECTION.                                            RSA320
001200 FILE-CONTROL.                                                    RSA320
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA320
001400      FILE STATUS IS                   1-EW00-STATUS              RSA320
001500                                       VSAM-STATUS.               RSA320
001600      SELECT     LV-FICHIER    ASSIGN      AS-LV                  RSA320
001700      FILE STATUS IS                   1-LV00-STATUS              RSA320
001800                                       VSAM-STATUS.               RSA320
001900      SELECT     SU-FICHIER    ASSIGN      AS-SU                  RSA320
002000      FILE STATUS IS                   1-SU00-STATUS              RSA320
002100                                       VSAM-STATUS.               RSA320
002200      SELECT OPTIONAL CE-FICHIER ASSIGN AS-SOCE                   RSA320
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA320
002400             FILE STATUS     1-CE00-STATUS.                       RSA320
002500      SELECT CS-FICHIER      ASSIGN AS-SOCS                       RSA320
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA320
002700             FILE STATUS     1-CS00-STATUS.                       RSA320
002800      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA320
002900             ORGANIZATION    LINE SEQUENTIAL                      RSA320
003000             FILE STATUS     1-CT00-STATUS.                       RSA320
003100 DATA DIVISION.                                                   RSA320
003200 FILE SECTION.                                                    RSA320
003300 FD                 EW-FICHIER                                    RSA320
003400      BLOCK              00000 RECORDS.                           RSA320
003500 01                 EW00.                                         RSA320
003600      10       FILLER         PICTURE  X(133).                    RSA320
003700 FD                 LV-FICHIER                                    RSA320
003800      BLOCK              00000 RECORDS.                           RSA320
003900 01                 LV00.                                         RSA320
004000      10       FILLER         PICTURE  X(133).                    RSA320
004100 FD                 SU-FICHIER                                    RSA320
004200      BLOCK              00000 RECORDS.                           RSA320
004300 01                 SU00.                                         RSA320
004400      10       FILLER         PICTURE  X(133).                    RSA320
004500 FD                 CE-FICHIER                                    RSA320
004600      BLOCK              00000 RECORDS.                           RSA320
004700 01                 CE00.                                         RSA320
004800      10            CE00-LIGNE  PICTURE  X(80).                   RSA320
004900 FD                 CS-FICHIER                                    RSA320
005000      BLOCK              00000 RECORDS.                           RSA320
005100 01                 CS00.                                         RSA320
005200      10            CS00-LIGNE  PICTURE  X(80).                   RSA320
005300 FD                 CT-FICHIER                                    RSA320
005400      BLOCK              00000 RECORDS.                           RSA320
005500 01                 CT00.                                         RSA320
005600      10            CT00-LIGNE  PICTURE  X(150).                  RSA320
005700 WORKING-STORAGE SECTION.                                         RSA320
005800          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA320
005900          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA320
006000 01                 RS04.                                         RSA320
006100      10            RS04-NOREN.                                   RSA320
006200      11            RS04-CNREN  PICTURE  XX.                      RSA320
006300      11            RS04-NORER  PICTURE  X(6).                    RSA320
006400      11            RS04-IDRPL  PICTURE  X(5).                    RSA320
006500      11            RS04-IDRPLG                                   RSA320
006600                    REDEFINES            RS04-IDRPL.              RSA320
006700      12            RS04-NIREG  PICTURE  XX.                      RSA320
006800      12            RS04-CDRETP PICTURE  X.                       RSA320
006900      12            RS04-NIPOL  PICTURE  XX.                      RSA320
007000      10            RS04-CDPAF  PICTURE  X.                       RSA320
007100      10            RS04-MTREA  PICTURE  S9(09)V99                RSA320
007200                    COMPUTATIONAL-3.                              RSA320
007300      10            RS04-DTPAID PICTURE  X(8).                    RSA320
007400 01                 RS02.                                         RSA320
007500      10            RS02-NORER  PICTURE  X(6).                    RSA320
007600      10            RS02-LNRENR PICTURE  X(20).                   RSA320
007700      10            RS02-LNREPR PICTURE  X(12).                   RSA320
007800 01                 RS03.                                         RSA320
007900      10            RS03-NORER  PICTURE  X(6).                    RSA320
008000      10            RS03-LRRE1R PICTURE  X(36).                   RSA320
008100      10            RS03-LRRE2R PICTURE  X(32).                   RSA320
008200      10            RS03-LVRER  PICTURE  X(31).                   RSA320
008300      10            RS03-CPRENR PICTURE  X(5).                    RSA320
008400      10            RS03-CDREPR PICTURE  XXX.                     RSA320
008500 77               W-WA00-CDREAA   PIC X.                          RSA320
008600          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA320
008700 77               W-WA00-DATJ   PIC X(8).                         RSA320
008800 77               W-WA00-DELAI  PIC 99 VALUE 1.                   RSA320
008900 77               W-WA00-DTLIM  PIC X(8).                         RSA320
009000 77               W-WA00-CDACT  PIC X.                            RSA320
009100 77               W-WA00-CPTRL  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009200 77               W-WA00-CPTPS  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009300 77               W-WA00-CPTRS  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009400 77               W-WA00-CPTAT  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009500 77               W-WA00-CPTDP  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009600 77               W-WA00-CPTCL  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009700 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA320
009800 77               W-WA00-NBREN  PIC S9(4) COMP VALUE ZERO.        RSA320
009900 77               W-TO00-MTREA  PIC S9(11)V99 COMP-3 VALUE ZERO.  RSA320
010000 77               W-CE00-EOF    PIC X VALUE '0'.                  RSA320
010100 77               W-LV00-SAUT   PIC 9 VALUE 1.                    RSA320
010200 01               W-CE00-ENR.                                     RSA320
010300    05            W-CE00-XREFC.                                   RSA320
010400      10          W-CE00-CDREF   PIC XX.                          RSA320
010500      10          W-CE00-ANCAM   PIC X(4).                        RSA320
010600      10          W-CE00-NOREF   PIC X(6).                        RSA320
010700    05            W-CE00-NORER   PIC X(6).                        RSA320
010800    05            W-CE00-CDREPR  PIC XXX.                         RSA320
010900    05            W-CE00-NBREN   PIC 9(3).                        RSA320
011000    05            W-CE00-DTEMI   PIC X(8).                        RSA320
011100    05            W-CE00-DTLIM   PIC X(8).                        RSA320
011200    05            W-CE00-CDSTA   PIC X.                           RSA320
011300    05            W-CE00-DTREL   PIC X(8).                        RSA320
011400    05            W-CE00-DTREC   PIC X(8).                        RSA320
011500    05            W-CE00-CDORI   PIC X.                           RSA320
011600    05            W-CE00-DTSUS   PIC X(8).                        RSA320
011700    05            FILLER         PIC X(14).                       RSA320
011800 01               W-DA00-DATE.                                    RSA320
011900    05            W-DA00-AAAA    PIC 9(4).                        RSA320
012000    05            W-DA00-MM      PIC 99.                          RSA320
012100    05            W-DA00-JJ      PIC 99.                          RSA320
012200 01               W-DA00-CALCUL COMPUTATIONAL-3.                  RSA320
012300    05            W-DA00-NBM     PIC S9(5).                       RSA320
012400    05            W-DA00-Q       PIC S9(5).                       RSA320
012500    05            W-DA00-R       PIC S9(5).                       RSA320
012600 01               W-DE00-EDIT.                                    RSA320
012700    05            W-DE00-JJ      PIC XX.                          RSA320
012800    05            FILLER         PIC X VALUE '/'.                 RSA320
012900    05            W-DE00-MM      PIC XX.                          RSA320
013000    05            FILLER         PIC X VALUE '/'.                 RSA320
013100    05            W-DE00-AAAA    PIC X(4).                        RSA320
013200 01               W-LT00-TEXTE.                                   RSA320
013300    05            FILLER         PIC X(60) VALUE                  RSA320
013400     'SAUF ERREUR DE NOTRE PART, LE CERTIFICAT DE VIE QUE NOUS'.  RSA320
013500    05            FILLER         PIC X(60) VALUE                  RSA320
013600     'VOUS AVONS DEMANDE NE NOUS EST PAS PARVENU. NOUS VOUS'.     RSA320
013700    05            FILLER         PIC X(60) VALUE                  RSA320
013800     'REMERCIONS DE NOUS LE RETOURNER, COMPLETE, DATE ET VISE'.   RSA320
013900    05            FILLER         PIC X(60) VALUE                  RSA320
014000     'PAR L AUTORITE LOCALE DE VOTRE LIEU DE RESIDENCE, EN'.      RSA320
014100    05            FILLER         PIC X(60) VALUE                  RSA320
014200     'RAPPELANT LA REFERENCE PORTEE EN TETE DE CE COURRIER.'.     RSA320
014300    05            FILLER         PIC X(60) VALUE                  RSA320
014400     'SANS RETOUR DE VOTRE PART A LA DATE LIMITE INDIQUEE, LE'.   RSA320
014500    05            FILLER         PIC X(60) VALUE                  RSA320
014600     'PAIEMENT DE VOS RENTES SERA SUSPENDU.'.                     RSA320
014700    05            FILLER         PIC X(60) VALUE SPACE.           RSA320
014800    05            FILLER         PIC X(60) VALUE                  RSA320
014900     'NOUS VOUS PRIONS D AGREER, MADAME, MONSIEUR, NOS'.          RSA320
015000    05            FILLER         PIC X(60) VALUE                  RSA320
015100     'SALUTATIONS DISTINGUEES.'.                                  RSA320
015200    05            FILLER         PIC X(60) VALUE SPACE.           RSA320
015300    05            FILLER         PIC X(60) VALUE                  RSA320
015400     'LE SERVICE GESTION DES RENTES'.                             RSA320
015500 01               W-LT00-TAB     REDEFINES W-LT00-TEXTE.          RSA320
015600    05            W-LT00-LIG     PIC X(60) OCCURS 12.             RSA320
015700 01               W-EW00-SAV     PIC X(133).                      RSA320
015800 01               W-SU00-SAV     PIC X(133).                      RSA320
015900 01               W-LE01-LIGNE.                                   RSA320
016000    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
016100    05            FILLER         PIC X(22) VALUE                  RSA320
016200                  'GROUPAMA - RENTES'.                            RSA320
016300    05            FILLER         PIC X(32) VALUE                  RSA320
016400                  'RELANCE DES CERTIFICATS DE VIE'.               RSA320
016500    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA320
016600    05            W-LE01-DATE    PIC X(10).                       RSA320
016700    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA320
016800    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA320
016900    05            FILLER         PIC X(43) VALUE SPACES.          RSA320
017000 01               W-LE02-LIGNE.                                   RSA320
017100    05            FILLER         PIC X(24) VALUE SPACES.          RSA320
017200    05            FILLER         PIC X(30) VALUE ALL '='.         RSA320
017300    05            FILLER         PIC X(79) VALUE SPACES.          RSA320
017400 01               W-LE04-LIGNE.                                   RSA320
017500    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
017600    05            FILLER         PIC X(14) VALUE 'REFERENCE'.     RSA320
017700    05            FILLER         PIC X(08) VALUE 'RENTIER'.       RSA320
017800    05            FILLER         PIC X(34) VALUE 'NOM'.           RSA320
017900    05            FILLER         PIC X(05) VALUE 'PAYS'.          RSA320
018000    05            FILLER         PIC X(10) VALUE 'EMISE LE'.      RSA320
018100    05            FILLER         PIC X(10) VALUE 'LIMITE'.        RSA320
018200    05            FILLER         PIC X(30) VALUE 'ACTION'.        RSA320
018300    05            FILLER         PIC X(21) VALUE SPACES.          RSA320
018400 01               W-LE05-LIGNE.                                   RSA320
018500    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
018600    05            W-LE05-XREFC   PIC X(12).                       RSA320
018700    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
018800    05            W-LE05-NORER   PIC X(6).                        RSA320
018900    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
019000    05            W-LE05-LNRENR  PIC X(20).                       RSA320
019100    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
019200    05            W-LE05-LNREPR  PIC X(12).                       RSA320
019300    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
019400    05            W-LE05-CDREPR  PIC XXX.                         RSA320
019500    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
019600    05            W-LE05-DTEMI   PIC X(8).                        RSA320
019700    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
019800    05            W-LE05-DTLIM   PIC X(8).                        RSA320
019900    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
020000    05            W-LE05-LIB     PIC X(30).                       RSA320
020100    05            FILLER         PIC X(21) VALUE SPACES.          RSA320
020200 01               W-LE07-LIGNE.                                   RSA320
020300    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
020400    05            W-LE07-LIB     PIC X(26).                       RSA320
020500    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA320
020600    05            FILLER         PIC X(97) VALUE SPACES.          RSA320
020700 01               W-LE11-LIGNE.                                   RSA320
020800    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
020900    05            W-LE11-LIB     PIC X(26).                       RSA320
021000    05            W-LE11-MT      PIC -(12)9,99.                   RSA320
021100    05            FILLER         PIC X(90) VALUE SPACES.          RSA320
021200 01               W-LS01-LIGNE.                                   RSA320
021300    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
021400    05            FILLER         PIC X(22) VALUE                  RSA320
021500                  'GROUPAMA - RENTES'.                            RSA320
021600    05            FILLER         PIC X(32) VALUE                  RSA320
021700                  'PROPOSITIONS DE SUSPENSION'.                   RSA320
021800    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA320
021900    05            W-LS01-DATE    PIC X(10).                       RSA320
022000    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA320
022100    05            W-LS01-PAGE    PIC ZZZZZZ9.                     RSA320
022200    05            FILLER         PIC X(43) VALUE SPACES.          RSA320
022300 01               W-LS02-LIGNE.                                   RSA320
022400    05            FILLER         PIC X(24) VALUE SPACES.          RSA320
022500    05            FILLER         PIC X(26) VALUE ALL '='.         RSA320
022600    05            FILLER         PIC X(83) VALUE SPACES.          RSA320
022700 01               W-LS03-LIGNE.                                   RSA320
022800    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
022900    05            FILLER         PIC X(50) VALUE                  RSA320
023000     'CERTIFICAT DE VIE NON RECU APRES RELANCE'.                  RSA320
023100    05            FILLER         PIC X(82) VALUE SPACES.          RSA320
023200 01               W-LS04-LIGNE.                                   RSA320
023300    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
023400    05            FILLER         PIC X(16) VALUE 'RENTE'.         RSA320
023500    05            FILLER         PIC X(08) VALUE 'REGIME'.        RSA320
023600    05            FILLER         PIC X(06) VALUE 'FREQ'.          RSA320
023700    05            FILLER         PIC X(17) VALUE                  RSA320
023800                  '   MONTANT ANNUEL'.                            RSA320
023900    05            FILLER         PIC X(20) VALUE                  RSA320
024000                  '  DERNIER PAIEMENT'.                           RSA320
024100    05            FILLER         PIC X(65) VALUE SPACES.          RSA320
024200 01               W-LS05-LIGNE.                                   RSA320
024300    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
024400    05            FILLER         PIC X(09) VALUE 'RENTIER '.      RSA320
024500    05            W-LS05-NORER   PIC X(6).                        RSA320
024600    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
024700    05            W-LS05-LNRENR  PIC X(20).                       RSA320
024800    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
024900    05            W-LS05-LNREPR  PIC X(12).                       RSA320
025000    05            FILLER         PIC X(08) VALUE '  PAYS '.       RSA320
025100    05            W-LS05-CDREPR  PIC XXX.                         RSA320
025200    05            FILLER         PIC X(07) VALUE '  REF. '.       RSA320
025300    05            W-LS05-XREFC   PIC X(12).                       RSA320
025400    05            FILLER         PIC X(10) VALUE '  EMISE '.      RSA320
025500    05            W-LS05-DTEMI   PIC X(8).                        RSA320
025600    05            FILLER         PIC X(12) VALUE '  RELANCEE '.   RSA320
025700    05            W-LS05-DTREL   PIC X(8).                        RSA320
025800    05            FILLER         PIC X(14) VALUE SPACES.          RSA320
025900 01               W-LS06-LIGNE.                                   RSA320
026000    05            FILLER         PIC X(03) VALUE SPACES.          RSA320
026100    05            W-LS06-CNREN   PIC XX.                          RSA320
026200    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
026300    05            W-LS06-NORER   PIC X(6).                        RSA320
026400    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
026500    05            W-LS06-IDRPL   PIC X(5).                        RSA320
026600    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
026700    05            W-LS06-NIREG   PIC XX.                          RSA320
026800    05            FILLER         PIC X(07) VALUE SPACES.          RSA320
026900    05            W-LS06-CDPAF   PIC X.                           RSA320
027000    05            FILLER         PIC X(02) VALUE SPACES.          RSA320
027100    05            W-LS06-MTREA   PIC -(12)9,99.                   RSA320
027200    05            FILLER         PIC X(04) VALUE SPACES.          RSA320
027300    05            W-LS06-DTPAID  PIC X(8).                        RSA320
027400    05            FILLER         PIC X(73) VALUE SPACES.          RSA320
027500 01               W-LS07-LIGNE.                                   RSA320
027600    05            FILLER         PIC X(03) VALUE SPACES.          RSA320
027700    05            W-LS07-LIB     PIC X(40).                       RSA320
027800    05            FILLER         PIC X(90) VALUE SPACES.          RSA320
027900 01               W-LL01-LIGNE.                                   RSA320
028000    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
028100    05            FILLER         PIC X(17) VALUE                  RSA320
028200                  'GROUPAMA - RENTES'.                            RSA320
028300    05            FILLER         PIC X(115) VALUE SPACES.         RSA320
028400 01               W-LL02-LIGNE.                                   RSA320
028500    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
028600    05            FILLER         PIC X(29) VALUE                  RSA320
028700                  'SERVICE GESTION DES RENTES'.                   RSA320
028800    05            FILLER         PIC X(103) VALUE SPACES.         RSA320
028900 01               W-LL03-LIGNE.                                   RSA320
029000    05            FILLER         PIC X(60) VALUE SPACES.          RSA320
029100    05            W-LL03-ADRES   PIC X(40).                       RSA320
029200    05            FILLER         PIC X(33) VALUE SPACES.          RSA320
029300 01               W-LL04-LIGNE.                                   RSA320
029400    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
029500    05            FILLER         PIC X(12) VALUE 'REFERENCE : '.  RSA320
029600    05            W-LL04-XREFC   PIC X(12).                       RSA320
029700    05            FILLER         PIC X(35) VALUE SPACES.          RSA320
029800    05            FILLER         PIC X(03) VALUE 'LE '.           RSA320
029900    05            W-LL04-DATE    PIC X(10).                       RSA320
030000    05            FILLER         PIC X(60) VALUE SPACES.          RSA320
030100 01               W-LL05-LIGNE.                                   RSA320
030200    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
030300    05            W-LL05-OBJET   PIC X(70).                       RSA320
030400    05            FILLER         PIC X(62) VALUE SPACES.          RSA320
030500 01               W-LL06-LIGNE.                                   RSA320
030600    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
030700    05            W-LL06-TEXTE   PIC X(60).                       RSA320
030800    05            FILLER         PIC X(72) VALUE SPACES.          RSA320
030900 01               W-LL07-LIGNE.                                   RSA320
031000    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
031100    05            FILLER         PIC X(39) VALUE                  RSA320
031200                  'DATE LIMITE DE RETOUR DU CERTIFICAT : '.       RSA320
031300    05            W-LL07-DTLIM   PIC X(10).                       RSA320
031400    05            FILLER         PIC X(83) VALUE SPACES.          RSA320
031500 01               W-LL08-LIGNE.                                   RSA320
031600    05            FILLER         PIC X(05) VALUE SPACES.          RSA320
031700    05            FILLER         PIC X(06) VALUE 'RENTE '.        RSA320
031800    05            W-LL08-CNREN   PIC XX.                          RSA320
031900    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
032000    05            W-LL08-NORER   PIC X(6).                        RSA320
032100    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
032200    05            W-LL08-IDRPL   PIC X(5).                        RSA320
032300    05            FILLER         PIC X(10) VALUE '  REGIME '.     RSA320
032400    05            W-LL08-NIREG   PIC XX.                          RSA320
032500    05            FILLER         PIC X(95) VALUE SPACES.          RSA320
032600 01               W-LL09-LIGNE.                                   RSA320
032700    05            FILLER         PIC X(01) VALUE SPACE.           RSA320
032800    05            FILLER         PIC X(22) VALUE                  RSA320
032900                  'DEMANDE INITIALE DU : '.                       RSA320
033000    05            W-LL09-DTEMI   PIC X(10).                       RSA320
033100    05            FILLER         PIC X(100) VALUE SPACES.         RSA320
033200 01               W-CT00-ENR.                                     RSA320
033300    05            W-CT00-PROGR   PIC X(8).                        RSA320
033400    05            W-CT00-DATTRT  PIC X(8).                        RSA320
033500    05            W-CT00-HETRT   PIC X(6).                        RSA320
033600    05            W-CT00-CDETAT  PIC 9(4).                        RSA320
033700    05            W-CT00-POSTE   OCCURS 10.                       RSA320
033800      10          W-CT00-FICID   PIC XX.                          RSA320
033900      10          W-CT00-SENS    PIC X.                           RSA320
034000      10          W-CT00-NBENR   PIC 9(9).                        RSA320
034100    05            FILLER         PIC X(4).                        RSA320
034200 77                 XA00-XRC      VALUE ZERO                      7XA015
034300                  PICTURE 9(4).                                   7XA015
034400 77                 XA00-8TMES    VALUE ZERO                      7XA055
034500                  PICTURE X(01).                                  7XA055
034600 77                 XAIN-XDATRT                                   7XA110
034700                  PICTURE X(8).                                   7XA110
034800 77                 XAIN-XHETRT                                   7XA120
034900                  PICTURE X(6).                                   7XA120
035000 77                 XAED-XDATRT                                   7XA160
035100                  PICTURE X(10).                                  7XA160
035200 77                 XAED-XHETRT                                   7XA170
035300                  PICTURE X(8).                                   7XA170
035400 77                 XA30-ENVNAM   PIC X(080).                     7XA310
035500 77                 XA30-ENVVAL   PIC X(080).                     7XA320
035600 01                 XA60.                                         7XA610
035700   05               XA60-L1.                                      7XA620
035800     10             FILLER PIC X  VALUE 'F'.                      7XA625
035900     10             XA60-XCDFSF   VALUE SPACE                     7XA630
036000                  PICTURE X(4).                                   7XA630
036100     10             FILLER PIC X  VALUE ':'.                      7XA635
036200     10             XA60-XLISUI   VALUE SPACE                     7XA640
036300                  PICTURE X(30).                                  7XA640
036400   05               XA60-ZX67A    VALUE SPACE                     7XA650
036500                  PICTURE X(67).                                  7XA650
036600   05               XA60-ZX67B    VALUE SPACE                     7XA660
036700                  PICTURE X(67).                                  7XA660
036800   05               XA60-ZX67C    VALUE SPACE                     7XA670
036900                  PICTURE X(67).                                  7XA670
037000 01                 XA80.                                         7XA810
037100   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
037200   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
037300   05               XA80-XCOSD                                    7XA820
037400                  PICTURE XX.                                     7XA820
037500   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
037600   05               XA80-STATUS.                                  7XA830
037700    07              XA80-STATUS1  PIC X.                          7XA831
037800    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
037900    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
038000   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
038100   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
038200   05               XA80-XQNENR                                   7XA840
038300                  PICTURE Z(8)9.                                  7XA840
038400 01                 XA81-STATUS.                                  7XA900
038500    07              XA81-STATUS1  PIC X.                          7XA905
038600    07              FILLER        PIC X      VALUE '/'.           7XA910
038700    07              XA81-STATUS2  PIC 999.                        7XA915
038800          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
038900 01               USERID          PIC X(20).                      7XBCC2
039000          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
039100 01                 XO00.                                         7XO-A0
039200   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
039300   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
039400   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
039500   05               XO00-XORAER.                                  7XO-EE
039600     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
039700     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
039800     10             XO00-XORARC   PIC 9(004).                     7XO-EK
039900     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
040000     10             XO00-XCDFSF                                   7XO-EO
040100                  PICTURE X(4).                                   7XO-EO
040200     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
040300     10             XO00-XORATY   PIC X(008).                     7XO-ES
040400     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
040500     10             XO00-XORATA                                   7XO-EW
040600                  PICTURE X(10).                                  7XO-EW
040700   05               XO00-XORAE2.                                  7XO-FE
040800     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
040900     10             XO00-XORACL.                                  7XO-FI
041000       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
041100                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
041200 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
041300                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
041400 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA320
041500 77                 XOBB-RS04-CF  PIC X(001)     VALUE ZERO.      RSA320
041600 77                 XOBB-RS04-OPE PIC X(001)     VALUE ZERO.      RSA320
041700 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA320
041800 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA320
041900          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
042000 77                 XP00-XROWID                                   7XP001
042100                  PICTURE X(18).                                  7XP001
042200 77                 XP00-XCSEQ                                    7XP002
042300                  PICTURE S9(9)                                   7XP002
042400                    COMPUTATIONAL-3.                              7XP002
042500 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
042600          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
042700 01                 CODE-ABORT    PIC X(2).                       7ZA999
042800 01   DEBUT-WSS.                                                  RSA320
042900      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA320
043000      05   IK     PICTURE X.                                      RSA320
043100 01  CONSTANTES-PAC.                                              RSA320
043200     05  FILLER  PICTURE X(50)   VALUE                            RSA320
043300     '6315ARSA15/10/26RSA320LEBLANC 15:47:09RSA320  UNIX'.        RSA320
043400     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA320
043500 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA320
043600     05  NUGNA   PICTURE X(5).                                    RSA320
043700     05  APPLI   PICTURE X(3).                                    RSA320
043800     05  DATGN   PICTURE X(8).                                    RSA320
043900     05  PROGR   PICTURE X(6).                                    RSA320
044000     05  CODUTI  PICTURE X(8).                                    RSA320
044100     05  TIMGN   PICTURE X(8).                                    RSA320
044200     05  PROGE   PICTURE X(8).                                    RSA320
044300     05  COBASE  PICTURE X(4).                                    RSA320
044400     05  DATGNC  PICTURE X(10).                                   RSA320
044500 01  DATCE.                                                       RSA320
044600   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA320
044700   05  DATOR.                                                     RSA320
044800     10  DATOA  PICTURE XX.                                       RSA320
044900     10  DATOM  PICTURE XX.                                       RSA320
045000     10  DATOJ  PICTURE XX.                                       RSA320
045100 01  DAT6.                                                        RSA320
045200      10 DAT61   PICTURE XX.                                      RSA320
045300      10 DAT62   PICTURE XX.                                      RSA320
045400      10 DAT63   PICTURE XX.                                      RSA320
045500 01  DAT8.                                                        RSA320
045600      10 DAT81   PICTURE XX.                                      RSA320
045700      10 DAT8S1  PICTURE X.                                       RSA320
045800      10 DAT82   PICTURE XX.                                      RSA320
045900      10 DAT8S2  PICTURE X.                                       RSA320
046000      10 DAT83   PICTURE XX.                                      RSA320
046100 01  DAT8E    REDEFINES    DAT8.                                  RSA320
046200      10 DAT81E  PICTURE X(4).                                    RSA320
046300      10 DAT82E  PICTURE XX.                                      RSA320
046400      10 DAT83E  PICTURE XX.                                      RSA320
046500 01  DAT6C.                                                       RSA320
046600      10  DAT61C PICTURE XX.                                      RSA320
046700      10  DAT62C PICTURE XX.                                      RSA320
046800      10  DAT63C.                                                 RSA320
046900       15 DAT63CC PICTURE XX.                                     RSA320
047000       15 DAT64C  PICTURE XX.                                     RSA320
047100 01  DAT8C.                                                       RSA320
047200      10  DAT81C  PICTURE XX.                                     RSA320
047300      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA320
047400      10  DAT82C  PICTURE XX.                                     RSA320
047500      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA320
047600      10  DAT83C.                                                 RSA320
047700       15 DAT83CC PICTURE XX.                                     RSA320
047800       15 DAT84C  PICTURE XX.                                     RSA320
047900 01  TIMCO.                                                       RSA320
048000   05  TIMCOH   PICTURE XX.                                       RSA320
048100   05  TIMCOM   PICTURE XX.                                       RSA320
048200   05  TIMCOS   PICTURE XX.                                       RSA320
048300   05  TIMOC.                                                     RSA320
048400    10 TIMCOC   PICTURE XX.                                       RSA320
048500 01  TIMDAY.                                                      RSA320
048600   05  TIMHOU   PICTURE XX.                                       RSA320
048700   05  TIMS1    PICTURE X  VALUE ':'.                             RSA320
048800   05  TIMMIN   PICTURE XX.                                       RSA320
048900   05  TIMS2    PICTURE X  VALUE ':'.                             RSA320
049000   05  TIMSEC   PICTURE XX.                                       RSA320
049100 01  DATSEP     PICTURE X VALUE '/'.                              RSA320
049200 01   VARIABLES-CONDITIONNELLES.                                  RSA320
049300      05                  FT      PICTURE X VALUE '0'.            RSA320
049400 01   INDICES  COMPUTATIONAL  SYNC.                               RSA320
049500      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA320
049600      05        J00       PICTURE S9(4) VALUE +1.                 RSA320
049700      05        J01       PICTURE S9(4) VALUE +1.                 RSA320
049800      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA320
049900      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA320
050000      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA320
050100      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
050200 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA320
050300      05       5-CE00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA320
050400      05       5-CS00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA320
050500 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA320
050600      05         COMPTEURS     COMPUTATIONAL-3.                   RSA320
050700      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA320
050800      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA320
050900      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA320
051000      10       5-LV00-CPAG PICTURE S9(7) VALUE ZERO.              RSA320
051100      10       5-SU00-CLIM PICTURE S999 VALUE +56.                RSA320
051200      10       5-SU00-CLIG PICTURE S999 VALUE +99.                RSA320
051300      10       5-SU00-CPAG PICTURE S9(7) VALUE ZERO.              RSA320
051400 01  ZONES-STATUS.                                                RSA320
051500      05   VSAM-STATUS.                                           RSA320
051600        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA320
051700        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA320
051800        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA320
051900      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA320
052000      05          1-LV00-STATUS PICTURE XX VALUE ZERO.            RSA320
052100      05          1-SU00-STATUS PICTURE XX VALUE ZERO.            RSA320
052200      05          1-CE00-STATUS PICTURE XX VALUE ZERO.            RSA320
052300      05          1-CS00-STATUS PICTURE XX VALUE ZERO.            RSA320
052400      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA320
052500 PROCEDURE DIVISION.                                              RSA320
052600 DECLARATIVES.                                                    RSA320
052700 SECEW SECTION.                                                   RSA320
052800     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA320
052900 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA320
053000 F0AEW-A. GO TO  F0A90.                                           RSA320
053100 SECLV SECTION.                                                   RSA320
053200     USE AFTER ERROR PROCEDURE                                    RSA320
053300      ON LV-FICHIER.                                              RSA320
053400 F0ALV.                                                           RSA320
053500     MOVE        'LV' TO XA80-XCOSD                               RSA320
053600     MOVE        1-LV00-STATUS TO XA80-STATUS                     RSA320
053700     MOVE        5-LV00-CPAG TO XA80-XQNENR                       RSA320
053800     GO TO F0A90.                                                 RSA320
053900 F0ALV-FN. EXIT.                                                  RSA320
054000 SECSU SECTION.                                                   RSA320
054100     USE AFTER ERROR PROCEDURE                                    RSA320
054200      ON SU-FICHIER.                                              RSA320
054300 F0ASU.                                                           RSA320
054400     MOVE        'SU' TO XA80-XCOSD                               RSA320
054500     MOVE        1-SU00-STATUS TO XA80-STATUS                     RSA320
054600     MOVE        5-SU00-CPAG TO XA80-XQNENR                       RSA320
054700     GO TO F0A90.                                                 RSA320
054800 F0ASU-FN. EXIT.                                                  RSA320
054900 SECCE SECTION.                                                   RSA320
055000     USE AFTER ERROR PROCEDURE                                    RSA320
055100      ON CE-FICHIER.                                              RSA320
055200 F0ACE.                                                           RSA320
055300     MOVE        'CE' TO XA80-XCOSD                               RSA320
055400     MOVE        1-CE00-STATUS TO XA80-STATUS                     RSA320
055500     MOVE        5-CE00-CPTENR TO XA80-XQNENR                     RSA320
055600     GO TO F0A90.                                                 RSA320
055700 F0ACE-FN. EXIT.                                                  RSA320
055800 SECCS SECTION.                                                   RSA320
055900     USE AFTER ERROR PROCEDURE                                    RSA320
056000      ON CS-FICHIER.                                              RSA320
056100 F0ACS.                                                           RSA320
056200     MOVE        'CS' TO XA80-XCOSD                               RSA320
056300     MOVE        1-CS00-STATUS TO XA80-STATUS                     RSA320
056400     MOVE        5-CS00-CPTENR TO XA80-XQNENR                     RSA320
056500     GO TO F0A90.                                                 RSA320
056600 F0ACS-FN. EXIT.                                                  RSA320
056700 SECCT SECTION.                                                   RSA320
056800     USE AFTER ERROR PROCEDURE                                    RSA320
056900      ON CT-FICHIER.                                              RSA320
057000 F0ACT.                                                           RSA320
057100     MOVE        'CT' TO XA80-XCOSD                               RSA320
057200     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA320
057300     MOVE        ZERO TO XA80-XQNENR                              RSA320
057400     GO TO F0A90.                                                 RSA320
057500 F0ACT-FN. EXIT.                                                  RSA320
057600 F0A90.                                                           RSA320
057700     MOVE        '0A90' TO XA60-XCDFSF                            RSA320
057800     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA320
057900           IF    XA80-STATUS1 = '9'                               RSA320
058000     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA320
058100     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA320
058200     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA320
058300     MOVE        XA80 TO XA60-ZX67A                               RSA320
058400     MOVE        SPACE TO XA60-ZX67B.                             RSA320
058500     PERFORM     F9900 THRU F9900-FN.                             RSA320
058600 F0A90-FN. EXIT.                                                  RSA320
058700 END DECLARATIVES.                                                RSA320
058800 SEC00 SECTION.                                                   RSA320
058900 F0B.           EXIT.                                             RSA320
059000 F0BBA.                                                           P000
059100     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
059200     PERFORM     F99VE THRU F99VE-FN.                             P060
059300           IF    IK = ZERO                                        P070
059400     MOVE        XA30-ENVVAL TO DATCE                             P070
059500           ELSE                                                   P100
059600     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
059700       TO DATCE.                                                  P110
059800     ACCEPT TIMCO FROM TIME.                                      P120
059900     MOVE        DATCE TO XAIN-XDATRT                             P210
060000     MOVE        TIMCO TO XAIN-XHETRT.                            P220
060100     MOVE        DATCE                                            P310
060200     TO DAT8E DAT6C                                               P310
060300     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
060400     MOVE DAT82E TO DAT62C                                        P310
060500     MOVE   DAT6C TO  XAED-XDATRT                                 P310
060600     MOVE        XAED-XDATRT                                      P315
060700     TO DAT8E DAT6C                                               P315
060800     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
060900     MOVE DAT63C TO DAT83C                                        P315
061000     MOVE   DAT8C TO XAED-XDATRT                                  P315
061100     MOVE        TIMCO                                            P320
061200     TO DAT8E DAT6C                                               P320
061300     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
061400     MOVE DAT82E TO TIMSEC                                        P320
061500     MOVE TIMDAY TO   XAED-XHETRT.                                P320
061600 F0BBA-FN. EXIT.                                                  P320
061700 F0BBE.                                                           P000
061800     PERFORM     F98-D THRU F98-D-FN.                             P100
061900 F0BBE-FN. EXIT.                                                  P100
062000 F0BCA.         EXIT.                                             P000
062100 F0BCI.                                                           P000
062200     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
062300     PERFORM     F99VE THRU F99VE-FN.                             P110
062400           IF    IK = ZERO                                        P200
062500     MOVE        XA30-ENVVAL TO USERID                            P200
062600           ELSE                                                   P210
062700     MOVE        '0BCE' TO XA60-XCDFSF                            P210
062800     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
062900     XA60-XLISUI                                                  P235
063000     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
063100-                'ORT' TO XA60-ZX67A                              P245
063200     MOVE        SPACE TO XA60-ZX67B                              P250
063300     PERFORM     F9900 THRU F9900-FN.                             P260
063400 F0BCI-FN. EXIT.                                                  P260
063500 F0BCO.                                                           P000
063600     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
063700     PERFORM     F99VE THRU F99VE-FN.                             P110
063800           IF    IK = ZERO                                        P200
063900           AND   XA30-ENVVAL = 'ON'                               P210
064000     MOVE        '1' TO XO00-XORATR.                              P200
064100 F0BCO-FN. EXIT.                                                  P200
064200 F0BCU.                                                           P000
064300     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
064400     PERFORM     F99VE THRU F99VE-FN.                             P110
064500           IF    IK = ZERO                                        P200
064600           AND   XA30-ENVVAL = '1'                                P210
064700     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
064800           ELSE                                                   P220
064900     MOVE        ZERO TO XA00-8TMES.                              P220
065000 F0BCU-FN. EXIT.                                                  P220
065100 F0BCY.                                                           P000
065200     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
065300     PERFORM     F99VE THRU F99VE-FN.                             P110
065400           IF    IK = ZERO                                        P200
065500     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
065600 F0BCY-FN. EXIT.                                                  P200
065700 F0BCW.                                                           RSA320
065800     MOVE        DATCE TO W-WA00-DATJ                             RSA320
065900     MOVE        'GCA_DELRELA' TO XA30-ENVNAM                     RSA320
066000     PERFORM     F99VE THRU F99VE-FN.                             RSA320
066100           IF    IK = ZERO                                        RSA320
066200           AND   XA30-ENVVAL(1:2) NUMERIC                         RSA320
066300     MOVE        XA30-ENVVAL(1:2) TO W-WA00-DELAI.                RSA320
066400           IF    IK = ZERO                                        RSA320
066500           AND   XA30-ENVVAL(1:1) NUMERIC                         RSA320
066600           AND   XA30-ENVVAL(2:1) = SPACE                         RSA320
066700     MOVE        XA30-ENVVAL(1:1) TO W-WA00-DELAI.                RSA320
066800           IF    W-WA00-DELAI = ZERO                              RSA320
066900     MOVE        1 TO W-WA00-DELAI.                               RSA320
067000     MOVE        'A' TO W-WA00-CDREAA                             RSA320
067100     MOVE        'GCA_CDREAACT' TO XA30-ENVNAM                    RSA320
067200     PERFORM     F99VE THRU F99VE-FN.                             RSA320
067300           IF    IK = ZERO                                        RSA320
067400           AND   XA30-ENVVAL NOT = SPACE                          RSA320
067500     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDREAA.               RSA320
067600     MOVE        W-WA00-DATJ TO W-DA00-DATE                       RSA320
067700     MOVE        W-WA00-DELAI TO W-DA00-NBM                       RSA320
067800     PERFORM     F68AM THRU F68AM-FN                              RSA320
067900     MOVE        W-DA00-DATE TO W-WA00-DTLIM.                     RSA320
068000     DISPLAY     '- delai de relance (mois) : ' W-WA00-DELAI.     RSA320
068100     DISPLAY     '- nouvelle date limite    : ' W-WA00-DTLIM.     RSA320
068200     DISPLAY     '- code activite retenu    : ' W-WA00-CDREAA.    RSA320
068300 F0BCW-FN. EXIT.                                                  RSA320
068400 F0BDA.                                                           P000
068500     PERFORM     F99SX THRU F99SX-FN.                             P100
068600 F0BDA-FN. EXIT.                                                  P100
068700 F0BEA.         EXIT.                                             P000
068800 F0BEA-FN. EXIT.                                                  P000
068900 F0BCA-FN. EXIT.                                                  P000
069000 F0B-FN.   EXIT.                                                  P000
069100 F0C.           EXIT.                                             P000
069200 F0CCI.                                                           P000
069300     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
069400     MOVE        '1' TO XO00-XORACN.                              P110
069500 F0CCI-FN. EXIT.                                                  P110
069600 F0CCO.    IF    XO00-XORATR = '1'                                P000
069700           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
069800     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
069900     DISPLAY     'TRACE ORACLE IS ON'.                            P110
070000 F0CCO-FN. EXIT.                                                  P110
070100 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
070200           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
070300     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
070400     DISPLAY     'ROLLBACK SEGMENT : '                            P110
070500     XO00-XORARB.                                                 P120
070600 F0CCY-FN. EXIT.                                                  P120
070700 F0C-FN.   EXIT.                                                  P120
070800 F01.      EXIT.                                                  RSA320
070900 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA320
071000        IF        1-EW00-STATUS  NOT  = ZERO                      RSA320
071100             AND  1-EW00-STATUS  NOT  = '97'                      RSA320
071200        PERFORM    F0AEW                                          RSA320
071300        PERFORM    F0A90         THRU F0A90-FN.                   RSA320
071400 F01EW-FN. EXIT.                                                  RSA320
071500 F01LV.    OPEN OUTPUT                   LV-FICHIER.              RSA320
071600        IF        1-LV00-STATUS  NOT  = ZERO                      RSA320
071700             AND  1-LV00-STATUS  NOT  = '97'                      RSA320
071800        PERFORM    F0ALV                                          RSA320
071900        PERFORM    F0A90         THRU F0A90-FN.                   RSA320
072000 F01LV-FN. EXIT.                                                  RSA320
072100 F01SU.    OPEN OUTPUT                   SU-FICHIER.              RSA320
072200        IF        1-SU00-STATUS  NOT  = ZERO                      RSA320
072300             AND  1-SU00-STATUS  NOT  = '97'                      RSA320
072400        PERFORM    F0ASU                                          RSA320
072500        PERFORM    F0A90         THRU F0A90-FN.                   RSA320
072600 F01SU-FN. EXIT.                                                  RSA320
072700 F01CE.    OPEN INPUT                    CE-FICHIER.              RSA320
072800        IF        1-CE00-STATUS  NOT  = ZERO                      RSA320
072900             AND  1-CE00-STATUS  NOT  = '05'                      RSA320
073000             AND  1-CE00-STATUS  NOT  = '97'                      RSA320
073100        PERFORM    F0ACE                                          RSA320
073200        PERFORM    F0A90         THRU F0A90-FN.                   RSA320
073300 F01CE-FN. EXIT.                                                  RSA320
073400 F01CS.    OPEN OUTPUT                   CS-FICHIER.              RSA320
073500        IF        1-CS00-STATUS  NOT  = ZERO                      RSA320
073600             AND  1-CS00-STATUS  NOT  = '97'                      RSA320
073700        PERFORM    F0ACS                                          RSA320
073800        PERFORM    F0A90         THRU F0A90-FN.                   RSA320
073900 F01CS-FN. EXIT.                                                  RSA320
074000 F01-FN.   EXIT.                                                  RSA320
074100*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA320
074200 F05.           EXIT.                                             RSA320
074300 F20.      IF FT =            ALL '1'                             RSA320
074400           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA320
074500 F20AD.                                                           RSA320
074600     PERFORM     F0BBA THRU F0BBA-FN.                             RSA320
074700 F20AD-FN. EXIT.                                                  RSA320
074800 F20EW.    CLOSE    EW-FICHIER.                                   RSA320
074900 F20EW-FN. EXIT.                                                  RSA320
075000 F20LV.    CLOSE    LV-FICHIER.                                   RSA320
075100 F20LV-FN. EXIT.                                                  RSA320
075200 F20SU.    CLOSE    SU-FICHIER.                                   RSA320
075300 F20SU-FN. EXIT.                                                  RSA320
075400 F20CE.    CLOSE    CE-FICHIER.                                   RSA320
075500 F20CE-FN. EXIT.                                                  RSA320
075600 F20CS.    CLOSE    CS-FICHIER.                                   RSA320
075700 F20CS-FN. EXIT.                                                  RSA320
075800 F2080.    IF    XO00-XORACN = '1'                                RSA320
075900           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA320
076000     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA320
076100 F2080-FN. EXIT.                                                  RSA320
076200 F2085.                                                           RSA320
076300     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN            RSA320
076400           IF    XO00-XORACN = '1'                                RSA320
076500     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA320
076600     MOVE        ZERO TO XO00-XORACN.                             RSA320
076700 F2085-FN. EXIT.                                                  RSA320
076800 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA320
076900           AND   XA00-XRC < 4                                     RSA320
077000     MOVE        4 TO XA00-XRC.                                   RSA320
077100 F20RC-FN. EXIT.                                                  RSA320
077200*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA320
077300 F20CT.                                                           RSA320
077400     OPEN EXTEND CT-FICHIER.                                      RSA320
077500           IF    1-CT00-STATUS NOT = ZERO                         RSA320
077600           AND   1-CT00-STATUS NOT = '05'                         RSA320
077700           AND   1-CT00-STATUS NOT = '97'                         RSA320
077800        PERFORM    F0ACT                                          RSA320
077900        PERFORM    F0A90         THRU F0A90-FN.                   RSA320
078000     MOVE        SPACE TO W-CT00-ENR                              RSA320
078100     MOVE        PROGE TO W-CT00-PROGR                            RSA320
078200     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA320
078300     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA320
078400     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA320
078500     MOVE        'CE' TO W-CT00-FICID (1)                         RSA320
078600     MOVE        'I' TO W-CT00-SENS (1)                           RSA320
078700     MOVE        5-CE00-CPTENR TO W-CT00-NBENR (1)                RSA320
078800     MOVE        'CS' TO W-CT00-FICID (2)                         RSA320
078900     MOVE        'O' TO W-CT00-SENS (2)                           RSA320
079000     MOVE        5-CS00-CPTENR TO W-CT00-NBENR (2)                RSA320
079100     MOVE        'LV' TO W-CT00-FICID (3)                         RSA320
079200     MOVE        'O' TO W-CT00-SENS (3)                           RSA320
079300     MOVE        5-LV00-CPAG TO W-CT00-NBENR (3)                  RSA320
079400     MOVE        'SU' TO W-CT00-FICID (4)                         RSA320
079500     MOVE        'O' TO W-CT00-SENS (4)                           RSA320
079600     MOVE        5-SU00-CPAG TO W-CT00-NBENR (4)                  RSA320
079700     MOVE        'EW' TO W-CT00-FICID (5)                         RSA320
079800     MOVE        'O' TO W-CT00-SENS (5)                           RSA320
079900     MOVE        5-EW00-CPAG TO W-CT00-NBENR (5)                  RSA320
080000     MOVE        W-CT00-ENR TO CT00                               RSA320
080100     WRITE       CT00                                             RSA320
080200     CLOSE       CT-FICHIER.                                      RSA320
080300 F20CT-FN. EXIT.                                                  RSA320
080400 F2090.                                                           RSA320
080500     PERFORM     F98-Z THRU F98-Z-FN.                             RSA320
080600 F2090-FN. EXIT.                                                  RSA320
080700 F2095.                                                           RSA320
080800     MOVE        XA00-XRC TO RETURN-CODE.                         RSA320
080900 F2095-FN. EXIT.                                                  RSA320
081000 F2099.     GOBACK.                                               RSA320
081100 F2099-FN. EXIT.                                                  RSA320
081200 F20-FN.   EXIT.                                                  RSA320
081300 F50.           EXIT.                                             RSA320
081400 F50AA.                                                           RSA320
081500     PERFORM     F80TE THRU F80TE-FN.                             RSA320
081600 F50AA-FN. EXIT.                                                  RSA320
081700*          NOTE *  LECTURE DU SUIVI DES CERTIFICATS *.            RSA320
081800 F50BB.                                                           RSA320
081900           IF    1-CE00-STATUS = '05'                             RSA320
082000     GO TO F50BB-FN.                                              RSA320
082100 F50BB-A.                                                         RSA320
082200     READ        CE-FICHIER                                       RSA320
082300     AT END      MOVE       '1' TO W-CE00-EOF                     RSA320
082400     NOT AT END  ADD        1 TO 5-CE00-CPTENR.                   RSA320
082500           IF    W-CE00-EOF = '1'                                 RSA320
082600     GO TO F50BB-FN.                                              RSA320
082700           IF    CE00-LIGNE = SPACE                               RSA320
082800     GO TO F50BB-A.                                               RSA320
082900     MOVE        CE00 TO W-CE00-ENR                               RSA320
083000     PERFORM     F60CE THRU F60CE-FN                              RSA320
083100     MOVE        W-CE00-ENR TO CS00                               RSA320
083200     WRITE       CS00                                             RSA320
083300     ADD         1 TO 5-CS00-CPTENR                               RSA320
083400     GO TO F50BB-A.                                               RSA320
083500 F50BB-FN. EXIT.                                                  RSA320
083600 F50CC.                                                           RSA320
083700     PERFORM     F84TO THRU F84TO-FN.                             RSA320
083800 F50CC-FN. EXIT.                                                  RSA320
083900 F50XX.                                                           RSA320
084000     MOVE                     ALL '1' TO FT GO TO F20.            RSA320
084100 F50XX-FN. EXIT.                                                  RSA320
084200 F50-FN.   EXIT.                                                  RSA320
084300*          NOTE *  ECHEANCE D UNE DEMANDE           *.            RSA320
084400 F60CE.                                                           RSA320
084500           IF    W-CE00-CDSTA = 'R'                               RSA320
084600     ADD         1 TO W-WA00-CPTCL                                RSA320
084700     GO TO F60CE-FN.                                              RSA320
084800           IF    W-CE00-CDSTA = 'P'                               RSA320
084900     ADD         1 TO W-WA00-CPTDP                                RSA320
085000     GO TO F60CE-FN.                                              RSA320
085100           IF    W-CE00-CDSTA NOT = 'E'                           RSA320
085200           AND   W-CE00-CDSTA NOT = 'L'                           RSA320
085300     MOVE        SPACE TO RS02-LNRENR                             RSA320
085400     MOVE        SPACE TO RS02-LNREPR                             RSA320
085500     MOVE        'STATUT DE SUIVI INCONNU' TO W-LE05-LIB          RSA320
085600     PERFORM     F70AN THRU F70AN-FN                              RSA320
085700     GO TO F60CE-FN.                                              RSA320
085800           IF    W-CE00-DTLIM NOT < W-WA00-DATJ                   RSA320
085900     ADD         1 TO W-WA00-CPTAT                                RSA320
086000     GO TO F60CE-FN.                                              RSA320
086100     MOVE        W-CE00-NORER TO RS02-NORER                       RSA320
086200     PERFORM     F95-RS02-FU THRU F95-RS02-FU-FN.                 RSA320
086300           IF    IK NOT = '0'                                     RSA320
086400     MOVE        '0' TO IK                                        RSA320
086500     MOVE        SPACE TO RS02-LNRENR                             RSA320
086600     MOVE        SPACE TO RS02-LNREPR.                            RSA320
086700           IF    W-CE00-CDSTA = 'L'                               RSA320
086800     PERFORM     F64PS THRU F64PS-FN                              RSA320
086900     GO TO F60CE-FN.                                              RSA320
087000     MOVE        W-CE00-NORER TO RS03-NORER                       RSA320
087100     PERFORM     F95-RS03-FU THRU F95-RS03-FU-FN.                 RSA320
087200           IF    IK NOT = '0'                                     RSA320
087300     MOVE        '0' TO IK                                        RSA320
087400     MOVE        'ADRESSE ABSENTE DE RS03' TO W-LE05-LIB          RSA320
087500     PERFORM     F70AN THRU F70AN-FN                              RSA320
087600     GO TO F60CE-FN.                                              RSA320
087700           IF   (RS03-LRRE1R = SPACE                              RSA320
087800           AND   RS03-LRRE2R = SPACE)                             RSA320
087900           OR    RS03-LVRER = SPACE                               RSA320
088000     MOVE        'ADRESSE INCOMPLETE' TO W-LE05-LIB               RSA320
088100     PERFORM     F70AN THRU F70AN-FN                              RSA320
088200     GO TO F60CE-FN.                                              RSA320
088300     PERFORM     F62RL THRU F62RL-FN.                             RSA320
088400 F60CE-FN. EXIT.                                                  RSA320
088500*          NOTE *  RELANCE D UNE DEMANDE            *.            RSA320
088600 F62RL.                                                           RSA320
088700     MOVE        'L' TO W-CE00-CDSTA                              RSA320
088800     MOVE        W-WA00-DATJ TO W-CE00-DTREL                      RSA320
088900     MOVE        W-WA00-DTLIM TO W-CE00-DTLIM                     RSA320
089000     ADD         1 TO W-WA00-CPTRL                                RSA320
089100     PERFORM     F82LV THRU F82LV-FN                              RSA320
089200     MOVE        'L' TO W-WA00-CDACT                              RSA320
089300     PERFORM     F66RE THRU F66RE-FN                              RSA320
089400     PERFORM     F82LF THRU F82LF-FN                              RSA320
089500     MOVE        'RELANCE EMISE' TO W-LE05-LIB                    RSA320
089600     PERFORM     F84LI THRU F84LI-FN.                             RSA320
089700 F62RL-FN. EXIT.                                                  RSA320
089800*          NOTE *  PROPOSITION DE SUSPENSION        *.            RSA320
089900 F64PS.                                                           RSA320
090000     MOVE        'P' TO W-CE00-CDSTA                              RSA320
090100     MOVE        W-WA00-DATJ TO W-CE00-DTSUS                      RSA320
090200     ADD         1 TO W-WA00-CPTPS                                RSA320
090300     MOVE        W-CE00-NORER TO W-LS05-NORER                     RSA320
090400     MOVE        RS02-LNRENR TO W-LS05-LNRENR                     RSA320
090500     MOVE        RS02-LNREPR TO W-LS05-LNREPR                     RSA320
090600     MOVE        W-CE00-CDREPR TO W-LS05-CDREPR                   RSA320
090700     MOVE        W-CE00-XREFC TO W-LS05-XREFC                     RSA320
090800     MOVE        W-CE00-DTEMI TO W-LS05-DTEMI                     RSA320
090900     MOVE        W-CE00-DTREL TO W-LS05-DTREL.                    RSA320
091000           IF    5-SU00-CLIG > 5-SU00-CLIM - 4                    RSA320
091100     PERFORM     F81TE THRU F81TE-FN.                             RSA320
091200     MOVE        SPACE TO SU00                                    RSA320
091300     PERFORM     F81LI THRU F81LI-FN                              RSA320
091400     MOVE        W-LS05-LIGNE TO SU00                             RSA320
091500     PERFORM     F81LI THRU F81LI-FN                              RSA320
091600     MOVE        'P' TO W-WA00-CDACT                              RSA320
091700     PERFORM     F66RE THRU F66RE-FN.                             RSA320
091800           IF    W-WA00-NBREN = ZERO                              RSA320
091900     MOVE        'AUCUNE RENTE ACTIVE' TO W-LS07-LIB              RSA320
092000     MOVE        W-LS07-LIGNE TO SU00                             RSA320
092100     PERFORM     F81LI THRU F81LI-FN.                             RSA320
092200     MOVE        'PROPOSITION DE SUSPENSION' TO W-LE05-LIB        RSA320
092300     PERFORM     F84LI THRU F84LI-FN.                             RSA320
092400 F64PS-FN. EXIT.                                                  RSA320
092500*          NOTE *  RENTES ACTIVES DU RENTIER        *.            RSA320
092600 F66RE.                                                           RSA320
092700     MOVE        ZERO TO W-WA00-NBREN                             RSA320
092800     MOVE        W-CE00-NORER TO RS04-NORER.                      RSA320
092900 F66RE-A.                                                         RSA320
093000     PERFORM     F95-RS04-FV THRU F95-RS04-FV-FN.                 RSA320
093100           IF    XOBB-RS04-CF NOT = '1'                           RSA320
093200     MOVE        '0' TO IK                                        RSA320
093300     GO TO F66RE-FN.                                              RSA320
093400     ADD         1 TO W-WA00-NBREN.                               RSA320
093500           IF    W-WA00-CDACT = 'P'                               RSA320
093600     GO TO F66RE-B.                                               RSA320
093700     MOVE        RS04-CNREN TO W-LL08-CNREN                       RSA320
093800     MOVE        RS04-NORER TO W-LL08-NORER                       RSA320
093900     MOVE        RS04-IDRPL TO W-LL08-IDRPL                       RSA320
094000     MOVE        RS04-NIREG TO W-LL08-NIREG                       RSA320
094100     MOVE        W-LL08-LIGNE TO LV00                             RSA320
094200     MOVE        1 TO W-LV00-SAUT                                 RSA320
094300     PERFORM     F81LV THRU F81LV-FN                              RSA320
094400     GO TO F66RE-A.                                               RSA320
094500 F66RE-B.                                                         RSA320
094600     ADD         1 TO W-WA00-CPTRS                                RSA320
094700     ADD         RS04-MTREA TO W-TO00-MTREA                       RSA320
094800     MOVE        RS04-CNREN TO W-LS06-CNREN                       RSA320
094900     MOVE        RS04-NORER TO W-LS06-NORER                       RSA320
095000     MOVE        RS04-IDRPL TO W-LS06-IDRPL                       RSA320
095100     MOVE        RS04-NIREG TO W-LS06-NIREG                       RSA320
095200     MOVE        RS04-CDPAF TO W-LS06-CDPAF                       RSA320
095300     MOVE        RS04-MTREA TO W-LS06-MTREA                       RSA320
095400     MOVE        RS04-DTPAID TO W-LS06-DTPAID                     RSA320
095500     MOVE        W-LS06-LIGNE TO SU00                             RSA320
095600     PERFORM     F81LI THRU F81LI-FN                              RSA320
095700     GO TO F66RE-A.                                               RSA320
095800 F66RE-FN. EXIT.                                                  RSA320
095900*          NOTE *  AJOUT DE MOIS A UNE DATE         *.            RSA320
096000 F68AM.                                                           RSA320
096100     COMPUTE     W-DA00-Q = W-DA00-MM - 1 + W-DA00-NBM            RSA320
096200     DIVIDE      W-DA00-Q BY 12 GIVING W-DA00-Q                   RSA320
096300                 REMAINDER W-DA00-R                               RSA320
096400     ADD         W-DA00-Q TO W-DA00-AAAA                          RSA320
096500     COMPUTE     W-DA00-MM = W-DA00-R + 1.                        RSA320
096600           IF    W-DA00-MM = 02                                   RSA320
096700           AND   W-DA00-JJ > 28                                   RSA320
096800     MOVE        28 TO W-DA00-JJ.                                 RSA320
096900           IF    W-DA00-JJ > 30                                   RSA320
097000           AND  (W-DA00-MM = 04 OR 06 OR 09 OR 11)                RSA320
097100     MOVE        30 TO W-DA00-JJ.                                 RSA320
097200 F68AM-FN. EXIT.                                                  RSA320
097300*          NOTE *  DATE AU FORMAT JJ/MM/AAAA        *.            RSA320
097400 F68DE.                                                           RSA320
097500     MOVE        W-DA00-JJ TO W-DE00-JJ                           RSA320
097600     MOVE        W-DA00-MM TO W-DE00-MM                           RSA320
097700     MOVE        W-DA00-AAAA TO W-DE00-AAAA.                      RSA320
097800 F68DE-FN. EXIT.                                                  RSA320
097900*          NOTE *  LIGNE D ANOMALIE                 *.            RSA320
098000 F70AN.                                                           RSA320
098100     PERFORM     F84LI THRU F84LI-FN                              RSA320
098200     ADD         1 TO W-WA00-CPTAN.                               RSA320
098300 F70AN-FN. EXIT.                                                  RSA320
098400*          NOTE *  EN-TETE DE LA RELANCE            *.            RSA320
098500 F82LV.                                                           RSA320
098600     ADD         1 TO 5-LV00-CPAG                                 RSA320
098700     MOVE        W-LL01-LIGNE TO LV00                             RSA320
098800     WRITE       LV00 AFTER ADVANCING SAUTP                       RSA320
098900     MOVE        W-LL02-LIGNE TO LV00                             RSA320
099000     MOVE        1 TO W-LV00-SAUT                                 RSA320
099100     PERFORM     F81LV THRU F81LV-FN                              RSA320
099200     MOVE        SPACE TO W-LL03-ADRES                            RSA320
099300     STRING      RS02-LNRENR DELIMITED BY '  '                    RSA320
099400                 ' ' DELIMITED BY SIZE                            RSA320
099500                 RS02-LNREPR DELIMITED BY '  '                    RSA320
099600                 INTO W-LL03-ADRES                                RSA320
099700     MOVE        W-LL03-LIGNE TO LV00                             RSA320
099800     MOVE        4 TO W-LV00-SAUT                                 RSA320
099900     PERFORM     F81LV THRU F81LV-FN                              RSA320
100000     MOVE        1 TO W-LV00-SAUT.                                RSA320
100100           IF    RS03-LRRE1R NOT = SPACE                          RSA320
100200     MOVE        RS03-LRRE1R TO W-LL03-ADRES                      RSA320
100300     MOVE        W-LL03-LIGNE TO LV00                             RSA320
100400     PERFORM     F81LV THRU F81LV-FN.                             RSA320
100500           IF    RS03-LRRE2R NOT = SPACE                          RSA320
100600     MOVE        RS03-LRRE2R TO W-LL03-ADRES                      RSA320
100700     MOVE        W-LL03-LIGNE TO LV00                             RSA320
100800     PERFORM     F81LV THRU F81LV-FN.                             RSA320
100900     MOVE        SPACE TO W-LL03-ADRES                            RSA320
101000     STRING      RS03-CPRENR DELIMITED BY SPACE                   RSA320
101100                 ' ' DELIMITED BY SIZE                            RSA320
101200                 RS03-LVRER DELIMITED BY SIZE                     RSA320
101300                 INTO W-LL03-ADRES                                RSA320
101400     MOVE        W-LL03-LIGNE TO LV00                             RSA320
101500     PERFORM     F81LV THRU F81LV-FN                              RSA320
101600     MOVE        RS03-CDREPR TO W-LL03-ADRES                      RSA320
101700     MOVE        W-LL03-LIGNE TO LV00                             RSA320
101800     PERFORM     F81LV THRU F81LV-FN                              RSA320
101900     MOVE        W-CE00-XREFC TO W-LL04-XREFC                     RSA320
102000     MOVE        XAED-XDATRT TO W-LL04-DATE                       RSA320
102100     MOVE        W-LL04-LIGNE TO LV00                             RSA320
102200     MOVE        3 TO W-LV00-SAUT                                 RSA320
102300     PERFORM     F81LV THRU F81LV-FN                              RSA320
102400     MOVE        W-CE00-DTEMI TO W-DA00-DATE                      RSA320
102500     PERFORM     F68DE THRU F68DE-FN                              RSA320
102600     MOVE        W-DE00-EDIT TO W-LL09-DTEMI                      RSA320
102700     MOVE        W-LL09-LIGNE TO LV00                             RSA320
102800     MOVE        1 TO W-LV00-SAUT                                 RSA320
102900     PERFORM     F81LV THRU F81LV-FN                              RSA320
103000     MOVE        SPACE TO W-LL05-OBJET                            RSA320
103100     STRING      'OBJET : RELANCE - CERTIFICAT DE VIE'            RSA320
103200                 ' - CAMPAGNE ' W-CE00-ANCAM                      RSA320
103300                 DELIMITED BY SIZE                                RSA320
103400                 INTO W-LL05-OBJET                                RSA320
103500     MOVE        W-LL05-LIGNE TO LV00                             RSA320
103600     MOVE        2 TO W-LV00-SAUT                                 RSA320
103700     PERFORM     F81LV THRU F81LV-FN                              RSA320
103800     MOVE        'MADAME, MONSIEUR,' TO W-LL06-TEXTE              RSA320
103900     MOVE        W-LL06-LIGNE TO LV00                             RSA320
104000     PERFORM     F81LV THRU F81LV-FN                              RSA320
104100     MOVE        1 TO J01.                                        RSA320
104200 F82LV-A.                                                         RSA320
104300           IF    J01 = 1                                          RSA320
104400     MOVE        2 TO W-LV00-SAUT                                 RSA320
104500           ELSE                                                   RSA320
104600     MOVE        1 TO W-LV00-SAUT.                                RSA320
104700     MOVE        W-LT00-LIG (J01) TO W-LL06-TEXTE                 RSA320
104800     MOVE        W-LL06-LIGNE TO LV00                             RSA320
104900     PERFORM     F81LV THRU F81LV-FN                              RSA320
105000     ADD         1 TO J01.                                        RSA320
105100           IF    J01 NOT > 5                                      RSA320
105200     GO TO F82LV-A.                                               RSA320
105300     MOVE        W-CE00-DTLIM TO W-DA00-DATE                      RSA320
105400     PERFORM     F68DE THRU F68DE-FN                              RSA320
105500     MOVE        W-DE00-EDIT TO W-LL07-DTLIM                      RSA320
105600     MOVE        W-LL07-LIGNE TO LV00                             RSA320
105700     MOVE        2 TO W-LV00-SAUT                                 RSA320
105800     PERFORM     F81LV THRU F81LV-FN                              RSA320
105900     MOVE        'RENTE(S) CONCERNEE(S) :' TO W-LL06-TEXTE        RSA320
106000     MOVE        W-LL06-LIGNE TO LV00                             RSA320
106100     PERFORM     F81LV THRU F81LV-FN                              RSA320
106200     MOVE        SPACE TO LV00                                    RSA320
106300     MOVE        1 TO W-LV00-SAUT                                 RSA320
106400     PERFORM     F81LV THRU F81LV-FN.                             RSA320
106500 F82LV-FN. EXIT.                                                  RSA320
106600*          NOTE *  FORMULE FINALE DE LA RELANCE     *.            RSA320
106700 F82LF.                                                           RSA320
106800     MOVE        6 TO J01.                                        RSA320
106900 F82LF-A.                                                         RSA320
107000           IF    J01 = 6                                          RSA320
107100     MOVE        2 TO W-LV00-SAUT                                 RSA320
107200           ELSE                                                   RSA320
107300     MOVE        1 TO W-LV00-SAUT.                                RSA320
107400     MOVE        W-LT00-LIG (J01) TO W-LL06-TEXTE                 RSA320
107500     MOVE        W-LL06-LIGNE TO LV00                             RSA320
107600     PERFORM     F81LV THRU F81LV-FN                              RSA320
107700     ADD         1 TO J01.                                        RSA320
107800           IF    J01 NOT > 12                                     RSA320
107900     GO TO F82LF-A.                                               RSA320
108000 F82LF-FN. EXIT.                                                  RSA320
108100*          NOTE *  LIGNE DE LA LISTE DES RELANCES   *.            RSA320
108200 F84LI.                                                           RSA320
108300     MOVE        W-CE00-XREFC TO W-LE05-XREFC                     RSA320
108400     MOVE        W-CE00-NORER TO W-LE05-NORER                     RSA320
108500     MOVE        RS02-LNRENR TO W-LE05-LNRENR                     RSA320
108600     MOVE        RS02-LNREPR TO W-LE05-LNREPR                     RSA320
108700     MOVE        W-CE00-CDREPR TO W-LE05-CDREPR                   RSA320
108800     MOVE        W-CE00-DTEMI TO W-LE05-DTEMI                     RSA320
108900     MOVE        W-CE00-DTLIM TO W-LE05-DTLIM                     RSA320
109000     MOVE        W-LE05-LIGNE TO EW00                             RSA320
109100     PERFORM     F80LI THRU F80LI-FN.                             RSA320
109200 F84LI-FN. EXIT.                                                  RSA320
109300*          NOTE *  EDITION DU BILAN                 *.            RSA320
109400 F84TO.                                                           RSA320
109500     MOVE        SPACE TO EW00                                    RSA320
109600     PERFORM     F80LI THRU F80LI-FN                              RSA320
109700     MOVE        'DEMANDES SUIVIES LUES  : ' TO W-LE07-LIB        RSA320
109800     MOVE        5-CE00-CPTENR TO W-LE07-NB                       RSA320
109900     MOVE        W-LE07-LIGNE TO EW00                             RSA320
110000     PERFORM     F80LI THRU F80LI-FN                              RSA320
110100     MOVE        'DEMANDES CLOSES        : ' TO W-LE07-LIB        RSA320
110200     MOVE        W-WA00-CPTCL TO W-LE07-NB                        RSA320
110300     MOVE        W-LE07-LIGNE TO EW00                             RSA320
110400     PERFORM     F80LI THRU F80LI-FN                              RSA320
110500     MOVE        'DEMANDES NON ECHUES    : ' TO W-LE07-LIB        RSA320
110600     MOVE        W-WA00-CPTAT TO W-LE07-NB                        RSA320
110700     MOVE        W-LE07-LIGNE TO EW00                             RSA320
110800     PERFORM     F80LI THRU F80LI-FN                              RSA320
110900     MOVE        'RELANCES EMISES        : ' TO W-LE07-LIB        RSA320
111000     MOVE        W-WA00-CPTRL TO W-LE07-NB                        RSA320
111100     MOVE        W-LE07-LIGNE TO EW00                             RSA320
111200     PERFORM     F80LI THRU F80LI-FN                              RSA320
111300     MOVE        'PROPOSITIONS DE SUSP.  : ' TO W-LE07-LIB        RSA320
111400     MOVE        W-WA00-CPTPS TO W-LE07-NB                        RSA320
111500     MOVE        W-LE07-LIGNE TO EW00                             RSA320
111600     PERFORM     F80LI THRU F80LI-FN                              RSA320
111700     MOVE        'RENTES A SUSPENDRE     : ' TO W-LE07-LIB        RSA320
111800     MOVE        W-WA00-CPTRS TO W-LE07-NB                        RSA320
111900     MOVE        W-LE07-LIGNE TO EW00                             RSA320
112000     PERFORM     F80LI THRU F80LI-FN                              RSA320
112100     MOVE        'DEJA PROPOSEES         : ' TO W-LE07-LIB        RSA320
112200     MOVE        W-WA00-CPTDP TO W-LE07-NB                        RSA320
112300     MOVE        W-LE07-LIGNE TO EW00                             RSA320
112400     PERFORM     F80LI THRU F80LI-FN                              RSA320
112500     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA320
112600     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA320
112700     MOVE        W-LE07-LIGNE TO EW00                             RSA320
112800     PERFORM     F80LI THRU F80LI-FN                              RSA320
112900     MOVE        SPACE TO EW00                                    RSA320
113000     PERFORM     F80LI THRU F80LI-FN                              RSA320
113100     MOVE        'MONTANT ANNUEL SUSPENDU: ' TO W-LE11-LIB        RSA320
113200     MOVE        W-TO00-MTREA TO W-LE11-MT                        RSA320
113300     MOVE        W-LE11-LIGNE TO EW00                             RSA320
113400     PERFORM     F80LI THRU F80LI-FN.                             RSA320
113500 F84TO-FN. EXIT.                                                  RSA320
113600 F80TE.                                                           RSA320
113700     ADD         1 TO 5-EW00-CPAG                                 RSA320
113800     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA320
113900     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA320
114000     MOVE        W-LE01-LIGNE TO EW00                             RSA320
114100     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA320
114200     MOVE        W-LE02-LIGNE TO EW00                             RSA320
114300     WRITE       EW00 AFTER ADVANCING 1                           RSA320
114400     MOVE        SPACE TO EW00                                    RSA320
114500     WRITE       EW00 AFTER ADVANCING 1                           RSA320
114600     MOVE        W-LE04-LIGNE TO EW00                             RSA320
114700     WRITE       EW00 AFTER ADVANCING 1                           RSA320
114800     MOVE        SPACE TO EW00                                    RSA320
114900     WRITE       EW00 AFTER ADVANCING 1                           RSA320
115000     MOVE        5 TO 5-EW00-CLIG.                                RSA320
115100 F80TE-FN. EXIT.                                                  RSA320
115200 F80LI.                                                           RSA320
115300     MOVE        EW00 TO W-EW00-SAV.                              RSA320
115400           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA320
115500     PERFORM     F80TE THRU F80TE-FN.                             RSA320
115600     MOVE        W-EW00-SAV TO EW00                               RSA320
115700     WRITE       EW00 AFTER ADVANCING 1                           RSA320
115800     ADD         1 TO 5-EW00-CLIG.                                RSA320
115900 F80LI-FN. EXIT.                                                  RSA320
116000 F81TE.                                                           RSA320
116100     ADD         1 TO 5-SU00-CPAG                                 RSA320
116200     MOVE        5-SU00-CPAG TO W-LS01-PAGE                       RSA320
116300     MOVE        XAED-XDATRT TO W-LS01-DATE                       RSA320
116400     MOVE        W-LS01-LIGNE TO SU00                             RSA320
116500     WRITE       SU00 AFTER ADVANCING SAUTP                       RSA320
116600     MOVE        W-LS02-LIGNE TO SU00                             RSA320
116700     WRITE       SU00 AFTER ADVANCING 1                           RSA320
116800     MOVE        W-LS03-LIGNE TO SU00                             RSA320
116900     WRITE       SU00 AFTER ADVANCING 1                           RSA320
117000     MOVE        SPACE TO SU00                                    RSA320
117100     WRITE       SU00 AFTER ADVANCING 1                           RSA320
117200     MOVE        W-LS04-LIGNE TO SU00                             RSA320
117300     WRITE       SU00 AFTER ADVANCING 1                           RSA320
117400     MOVE        5 TO 5-SU00-CLIG.                                RSA320
117500 F81TE-FN. EXIT.                                                  RSA320
117600 F81LI.                                                           RSA320
117700     MOVE        SU00 TO W-SU00-SAV.                              RSA320
117800           IF    5-SU00-CLIG NOT < 5-SU00-CLIM                    RSA320
117900     PERFORM     F81TE THRU F81TE-FN.                             RSA320
118000     MOVE        W-SU00-SAV TO SU00                               RSA320
118100     WRITE       SU00 AFTER ADVANCING 1                           RSA320
118200     ADD         1 TO 5-SU00-CLIG.                                RSA320
118300 F81LI-FN. EXIT.                                                  RSA320
118400 F81LV.                                                           RSA320
118500     WRITE       LV00 AFTER ADVANCING W-LV00-SAUT LINES.          RSA320
118600 F81LV-FN. EXIT.                                                  RSA320
118700 F95-A.                                                           P000
118800     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
118900     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
119000     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
119100 F95-A-FN. EXIT.                                                  P300
119200 F95BB.                                                           RSA320
119300     EXEC SQL                                                     RSA320
119400                 DECLARE C_BB_RS04 CURSOR FOR                     RSA320
119500                 SELECT  CNREN                                    RSA320
119600                      ,  IDRPL                                    RSA320
119700                      ,  nvl(CDPAF ,' ')                          RSA320
119800                      ,  nvl(MTREA , 0)                           RSA320
119900                      ,  nvl(DTPAID,' ')                          RSA320
120000                   FROM  RS04                                     RSA320
120100                  WHERE  NORER  = :RS04-NORER                     RSA320
120200                    AND  CDREA  = :W-WA00-CDREAA                  RSA320
120300                  ORDER  BY CNREN                                 RSA320
120400                       ,  IDRPL                    END-EXEC.      RSA320
120500 F95-RS04-FV.                                                     RSA320
120600           IF    XOBB-RS04-OPE = ZERO                             RSA320
120700     MOVE        'OPEN' TO XO00-XORATY                            RSA320
120800     MOVE        '95BB' TO XO00-XCDFSF                            RSA320
120900     MOVE        'RS04' TO XO00-XORATA                            RSA320
121000     MOVE        RS04 TO XO00-XORACL                              RSA320
121100     EXEC SQL    OPEN    C_BB_RS04                   END-EXEC     RSA320
121200     MOVE        '1' TO XOBB-RS04-OPE.                            RSA320
121300     MOVE        'FETCH' TO XO00-XORATY                           RSA320
121400     MOVE        '95BB' TO XO00-XCDFSF                            RSA320
121500     MOVE        'RS04' TO XO00-XORATA                            RSA320
121600     MOVE        RS04 TO XO00-XORACL                              RSA320
121700     MOVE        ZERO TO XOBB-RS04-CF                             RSA320
121800     EXEC SQL    FETCH   C_BB_RS04                                RSA320
121900                   INTO :RS04-CNREN                               RSA320
122000                      , :RS04-IDRPL                               RSA320
122100                      , :RS04-CDPAF                               RSA320
122200                      , :RS04-MTREA                               RSA320
122300                      , :RS04-DTPAID                END-EXEC.     RSA320
122400     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA320
122500           IF    IK = ZERO                                        RSA320
122600     MOVE        '1' TO XOBB-RS04-CF                              RSA320
122700     ADD         1 TO XOBB-COUNT                                  RSA320
122800           ELSE                                                   RSA320
122900     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN.           RSA320
123000 F95-RS04-FV-FN. EXIT.                                            RSA320
123100 F95-RS04-FV-CL.                                                  RSA320
123200           IF    XOBB-RS04-OPE = ZERO                             RSA320
123300     GO TO F95-RS04-FV-CL-FN.                                     RSA320
123400     MOVE        'CLOSE BB' TO XO00-XORATY                        RSA320
123500     MOVE        '95BB' TO XO00-XCDFSF                            RSA320
123600     MOVE        'RS04' TO XO00-XORATA                            RSA320
123700     EXEC SQL    CLOSE   C_BB_RS04                   END-EXEC.    RSA320
123800     MOVE        ZERO TO XOBB-RS04-OPE.                           RSA320
123900 F95-RS04-FV-CL-FN. EXIT.                                         RSA320
124000 F95BB-FN. EXIT.                                                  RSA320
124100 F95DD.         EXIT.                                             RSA320
124200 F95-RS02-FU.                                                     RSA320
124300     MOVE        'SELECT' TO XO00-XORATY                          RSA320
124400     MOVE        '95DD' TO XO00-XCDFSF                            RSA320
124500     MOVE        'RS02' TO XO00-XORATA                            RSA320
124600     MOVE        RS02 TO XO00-XORACL                              RSA320
124700     EXEC SQL                                                     RSA320
124800                 SELECT  nvl(LNRENR,' ')                          RSA320
124900                      ,  nvl(LNREPR,' ')                          RSA320
125000                   INTO :RS02-LNRENR                              RSA320
125100                      , :RS02-LNREPR                              RSA320
125200                   FROM  RS02                                     RSA320
125300                  WHERE  NORER  = :RS02-NORER      END-EXEC.      RSA320
125400     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA320
125500           IF    IK = ZERO                                        RSA320
125600     ADD         1 TO XODD-COUNT.                                 RSA320
125700 F95-RS02-FU-FN. EXIT.                                            RSA320
125800 F95DD-FN. EXIT.                                                  RSA320
125900 F95EE.         EXIT.                                             RSA320
126000 F95-RS03-FU.                                                     RSA320
126100     MOVE        'SELECT' TO XO00-XORATY                          RSA320
126200     MOVE        '95EE' TO XO00-XCDFSF                            RSA320
126300     MOVE        'RS03' TO XO00-XORATA                            RSA320
126400     MOVE        RS03 TO XO00-XORACL                              RSA320
126500     EXEC SQL                                                     RSA320
126600                 SELECT  nvl(LRRE1R,' ')                          RSA320
126700                      ,  nvl(LRRE2R,' ')                          RSA320
126800                      ,  nvl(LVRER ,' ')                          RSA320
126900                      ,  nvl(CPRENR,' ')                          RSA320
127000                      ,  nvl(CDREPR,' ')                          RSA320
127100                   INTO :RS03-LRRE1R                              RSA320
127200                      , :RS03-LRRE2R                              RSA320
127300                      , :RS03-LVRER                               RSA320
127400                      , :RS03-CPRENR                              RSA320
127500                      , :RS03-CDREPR                              RSA320
127600                   FROM  RS03                                     RSA320
127700                  WHERE  NORER  = :RS03-NORER                     RSA320
127800                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            RSA320
127900                   FROM  RS03                                     RSA320
128000                  WHERE  NORER  = :RS03-NORER                     RSA320
128100                                  )                  END-EXEC.    RSA320
128200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA320
128300           IF    IK = ZERO                                        RSA320
128400     ADD         1 TO XOEE-COUNT.                                 RSA320
128500 F95-RS03-FU-FN. EXIT.                                            RSA320
128600 F95EE-FN. EXIT.                                                  RSA320
128700 F9590.         EXIT.                                             P000
128800 F95-WORK-CN.                                                     P100
128900     MOVE        '9590' TO XO00-XCDFSF                            P110
129000     MOVE        'CONNECT' TO XO00-XORATY                         P120
129100     MOVE        SPACE TO XO00-XORATA                             P130
129200     MOVE        USERID TO XO00-XORACL                            P140
129300     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
129400 F95-WORK-CN-FN.                                                  P199
129500 F9590-FN. EXIT.                                                  P199
129600 F9591.         EXIT.                                             P000
129700 F95-WORK-RBS.                                                    P100
129800     MOVE        '9591' TO XO00-XCDFSF                            P110
129900     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
130000     MOVE        SPACE TO XO00-XORATA                             P130
130100     MOVE        XO00-XORARB TO XO00-XORACL                       P140
130200     EXEC SQL    SET TRANSACTION USE                              P150
130300                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
130400 F95-WORK-RBS-FN.                                                 P199
130500 F9591-FN. EXIT.                                                  P199
130600 F9592.         EXIT.                                             P000
130700 F95-WORK-CO.                                                     P100
130800     MOVE        '9592' TO XO00-XCDFSF                            P110
130900     MOVE        'COMMIT' TO XO00-XORATY                          P120
131000     MOVE        SPACE TO XO00-XORATA                             P130
131100     MOVE        SPACE TO XO00-XORACL                             P140
131200     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
131300     MOVE        '1' TO XO00-XORACO.                              P155
131400           IF    XO00-XORARB NOT = SPACE                          P160
131500     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
131600 F95-WORK-CO-FN.                                                  P199
131700 F9592-FN. EXIT.                                                  P199
131800 F9594.         EXIT.                                             P000
131900 F95-WORK-RO.                                                     P100
132000     MOVE        '9594' TO XO00-XCDFSF                            P110
132100     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
132200     MOVE        SPACE TO XO00-XORATA                             P130
132300     MOVE        SPACE TO XO00-XORACL                             P140
132400     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
132500 F95-WORK-RO-FN.                                                  P199
132600 F9594-FN. EXIT.                                                  P199
132700 F9596.         EXIT.                                             P000
132800 F95-WORK-RR.                                                     P100
132900     MOVE        '9596' TO XO00-XCDFSF                            P110
133000     MOVE        'RELEASE' TO XO00-XORATY                         P120
133100     MOVE        SPACE TO XO00-XORATA                             P130
133200     MOVE        SPACE TO XO00-XORACL                             P140
133300     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
133400 F95-WORK-RR-FN.                                                  P199
133500 F9596-FN. EXIT.                                                  P199
133600 F9598.         EXIT.                                             P000
133700 F95-WORK-TR.                                                     P100
133800     MOVE        '9598' TO XO00-XCDFSF                            P110
133900     MOVE        'TRACE' TO XO00-XORATY                           P120
134000     MOVE        SPACE TO XO00-XORATA                             P130
134100     MOVE        SPACE TO XO00-XORACL                             P140
134200     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
134300 F95-WORK-TR-FN.                                                  P199
134400 F9598-FN. EXIT.                                                  P199
134500 F9599.         EXIT.                                             P000
134600 F95-WORK-OK.                                                     RSA320
134700           IF    SQLCODE = ZERO                                   RSA320
134800     MOVE        ZERO TO IK                                       RSA320
134900           ELSE                                                   RSA320
135000     MOVE        '1' TO IK.                                       RSA320
135100     MOVE        SQLCODE TO XO00-XORARC.                          RSA320
135200 F95-WORK-OK-FN.                                                  RSA320
135300 F9599-FN. EXIT.                                                  RSA320
135400 F98.           EXIT.                                             RSA320
135500 F98-D.         EXIT.                                             RSA320
135600 F98-H.                                                           RSA320
135700     DISPLAY     '------------------------------'                 RSA320
135800     '------------------------------'                             RSA320
135900     '-------------'                                              RSA320
136000     DISPLAY     '- Programme ' PROGE ' : '                       RSA320
136100     'RELANCE CERTIFICATS DE VIE    '.                            RSA320
136200     DISPLAY     '-   version ' NUGNA ' generee '                 RSA320
136300     'le ' DATGN ' a ' TIMGN ' en '                               RSA320
136400     'bibliotheque ' APPLI.                                       RSA320
136500     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA320
136600     XAED-XHETRT.                                                 RSA320
136700     DISPLAY     '------------------------------'                 RSA320
136800     '------------------------------'                             RSA320
136900     '-------------'.                                             RSA320
137000 F98-H-FN. EXIT.                                                  RSA320
137100 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
137200           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
137300     DISPLAY                      '- Attention ! La date du jour aP100
137400-                                 ' ete forcee par la variable GCAP110
137500-                '_DATCE'.                                        P120
137600     DISPLAY     '------------------------------'                 P500
137700     '------------------------------'                             P520
137800     '-------------'.                                             P530
137900 F98-L-FN. EXIT.                                                  P530
138000 F98-D-FN. EXIT.                                                  RSA320
138100 F98-Z.                                                           RSA320
138200     DISPLAY     '-'.                                             RSA320
138300 F98BB.                                                           RSA320
138400     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA320
138500     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA320
138600     ' rentes lues'                                               RSA320
138700     ' dans RS04'.                                                RSA320
138800 F98BB-FN. EXIT.                                                  RSA320
138900 F98DD.                                                           RSA320
139000     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA320
139100     DISPLAY     '- oracle F95DD ' XA80-XQNENR                    RSA320
139200     ' rentiers lus'                                              RSA320
139300     ' dans RS02'.                                                RSA320
139400 F98DD-FN. EXIT.                                                  RSA320
139500 F98EE.                                                           RSA320
139600     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA320
139700     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA320
139800     ' adresses lues'                                             RSA320
139900     ' dans RS03'.                                                RSA320
140000 F98EE-FN. EXIT.                                                  RSA320
140100 F98CE.                                                           RSA320
140200     MOVE        5-CE00-CPTENR TO XA80-XQNENR.                    RSA320
140300     DISPLAY     '- fichier ' 'CE   '                             RSA320
140400     XA80-XQNENR ' demandes suivies lues'                         RSA320
140500     ' assignation: ' 'CE'                                        RSA320
140600     ' ouverture: ' 'I'.                                          RSA320
140700 F98CE-FN. EXIT.                                                  RSA320
140800 F98CS.                                                           RSA320
140900     MOVE        5-CS00-CPTENR TO XA80-XQNENR.                    RSA320
141000     DISPLAY     '- fichier ' 'CS   '                             RSA320
141100     XA80-XQNENR ' demandes suivies ecrites'                      RSA320
141200     ' assignation: ' 'CS'                                        RSA320
141300     ' ouverture: ' 'O'.                                          RSA320
141400     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA320
141500     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA320
141600 F98CS-FN. EXIT.                                                  RSA320
141700 F98LV.                                                           RSA320
141800     MOVE        5-LV00-CPAG TO XA80-XQNENR.                      RSA320
141900     DISPLAY     '- fichier ' 'LV   '                             RSA320
142000     XA80-XQNENR ' relances editees'                              RSA320
142100     ' assignation: ' 'LV'                                        RSA320
142200     ' ouverture: ' 'O'.                                          RSA320
142300 F98LV-FN. EXIT.                                                  RSA320
142400 F98SU.                                                           RSA320
142500     MOVE        5-SU00-CPAG TO XA80-XQNENR.                      RSA320
142600     DISPLAY     '- fichier ' 'SU   '                             RSA320
142700     XA80-XQNENR ' pages de propositions'                         RSA320
142800     ' assignation: ' 'SU'                                        RSA320
142900     ' ouverture: ' 'O'.                                          RSA320
143000 F98SU-FN. EXIT.                                                  RSA320
143100 F98EW.                                                           RSA320
143200     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA320
143300     DISPLAY     '- fichier ' 'EW   '                             RSA320
143400     XA80-XQNENR ' pages editees'                                 RSA320
143500     ' assignation: ' 'EW'                                        RSA320
143600     ' ouverture: ' 'O'.                                          RSA320
143700 F98EW-FN. EXIT.                                                  RSA320
143800 F9899.                                                           RSA320
143900     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA320
144000     XAED-XHETRT.                                                 RSA320
144100     DISPLAY     '------------------------------'                 RSA320
144200     '------------------------------'                             RSA320
144300     '-------------'.                                             RSA320
144400 F9899-FN. EXIT.                                                  RSA320
144500 F98-Z-FN. EXIT.                                                  RSA320
144600 F98-FN.   EXIT.                                                  RSA320
144700 F99OR.                                                           P000
144800     PERFORM     F0BBA THRU F0BBA-FN.                             P100
144900 F99OV.                                                           P000
145000     MOVE        001                      TO J99OVR.              P000
145100                              GO TO     F99OV-B.                  P000
145200 F99OV-A.                                                         P000
145300     ADD         1                        TO J99OVR.              P000
145400 F99OV-B.                                                         P000
145500     IF          IXO00M                   <  J99OVR               P000
145600                              GO TO     F99OV-FN.                 P000
145700           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
145800           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
145900     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
146000 F99OV-900. GO TO F99OV-A.                                        P100
146100 F99OV-FN. EXIT.                                                  P100
146200 F99OZ.                                                           P000
146300     MOVE        '99OR' TO XA60-XCDFSF                            P100
146400     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
146500     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
146600     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
146700     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
146800     PERFORM     F9900 THRU F9900-FN.                             P210
146900 F99OZ-FN. EXIT.                                                  P210
147000 F99OR-FN. EXIT.                                                  P210
147100 F99SW.         EXIT.                                             P000
147200 F99SW-FN. EXIT.                                                  P000
147300 F99SX.         EXIT.                                             P000
147400 F99SX-FN. EXIT.                                                  P000
147500 F99VE.                                                           P000
147600     MOVE        ZERO TO IK                                       P100
147700     DISPLAY     XA30-ENVNAM                                      P110
147800     UPON ENVIRONMENT-NAME                                        P120
147900     ACCEPT      XA30-ENVVAL                                      P200
148000     FROM ENVIRONMENT-VALUE                                       P210
148100     ON EXCEPTION                                                 P220
148200     MOVE        '1' TO IK                                        P230
148300     MOVE        SPACE TO XA30-ENVVAL.                            P240
148400 F99VE-FN. EXIT.                                                  P240
148500 F9900.         EXIT.                                             P000
148600 F9910.                                                           P000
148700     DISPLAY     '***'                                            P100
148800     DISPLAY     '***' XA60-L1                                    P200
148900     DISPLAY     '***' XA60-ZX67A.                                P300
149000           IF    XA60-ZX67B NOT = SPACE                           P400
149100     DISPLAY     '***' XA60-ZX67B.                                P400
149200           IF    XA60-ZX67C NOT = SPACE                           P500
149300     DISPLAY     '***' XA60-ZX67C                                 P500
149400     DISPLAY     '***'.                                           P600
149500 F9910-FN. EXIT.                                                  P600
149600 F9920.                                                           P000
149700     PERFORM     F98-Z THRU F98-Z-FN.                             P100
149800 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
149900           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
150000     MOVE        ZERO TO XO00-XORACN                              P100
150100     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
150200 F9950-FN. EXIT.                                                  P110
150300 F9980.                                                           P000
150400     MOVE        4 TO XA00-XRC.                                   P100
150500           IF    XO00-XORACO NOT = ZERO                           P500
150600     MOVE        8 TO XA00-XRC.                                   P500
150700 F9980-FN. EXIT.                                                  P500
150800 F9990.                                                           P000
150900     MOVE        XA00-XRC TO RETURN-CODE                          P100
151000     STOP RUN.                                                    P500
151100 F9990-FN. EXIT.                                                  P500
151200 F9920-FN. EXIT.                                                  P500
151300 F9900-FN. EXIT.                                                  P500
151400 F9999.                                                           P000
151500     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
151600     ' ' XA60-XCDFSF                                              P150
151700     PERFORM     F9920 THRU F9920-FN.                             P200
151800 F9999-FN. EXIT.                                                  P200
