000100 IDENTIFICATION DIVISION.                                         RSA340
000200 PROGRAM-ID.  RSA340.                                             RSA340
000300 ENVIRONMENT DIVISION.                                            RSA340
000400 CONFIGURATION SECTION.                                           RSA340
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA340
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA340
000700 SPECIAL-NAMES.                                                   RSA340
000800      C01 IS SAUTP                                                RSA340
000900      CSP IS SAUT0                                                RSA340
001000      DECIMAL-POINT IS COMMA.                                     RSA340
001100 INPUT-OUTPUT SECTION.                                            RSA340
001200 FILE-CONTROL.                                                    RSA340
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA340
001400      FILE STATUS IS                   1-EW00-STATUS              RSA340
001500                                       VSAM-STATUS.               RSA340
001600      SELECT     LV-FICHIER    ASSIGN      AS-LV                  RSA340
001700      FILE STATUS IS                   1-LV00-STATUS              RSA340
001800                                       VSAM-STATUS.               RSA340
001900      SELECT     CL-FICHIER    ASSIGN      AS-CL                  RSA340
002000      FILE STATUS IS                   1-CL00-STATUS              RSA340
002100                                       VSAM-STATUS.               RSA340
002200      SELECT     TP-FICHIER    ASSIGN      AS-TP                  RSA340
002300      FILE STATUS IS                   1-TP00-STATUS              RSA340
002400                                       VSAM-STATUS.               RSA340
002500      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA340
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA340
002700             FILE STATUS     1-CT00-STATUS.                       RSA340
002800 DATA DIVISION.                                                   RSA340
002900 FILE SECTION.                                                    RSA340
003000 FD                 EW-FICHIER                                    RSA340
003100      BLOCK              00000 RECORDS.                           RSA340
003200 01                 EW00.                                         RSA340
003300      10       FILLER         PICTURE  X(133).                    RSA340
003400 FD                 LV-FICHIER                                    RSA340
003500      BLOCK              00000 RECORDS.                           RSA340
003600 01                 LV00.                                         RSA340
003700      10       FILLER         PICTURE  X(133).                    RSA340
003800 FD                 CL-FICHIER                                    RSA340
003900      BLOCK              00000 RECORDS.                           RSA340
004000 01                 CL00.                                         RSA340
004100      10       FILLER         PICTURE  X(133).                    RSA340
004200 FD                 TP-FICHIER                                    RSA340
004300      BLOCK              00000 RECORDS.                           RSA340
004400 01                 TP00.                                         RSA340
004500      10       FILLER         PICTURE  X(133).                    RSA340
004600 FD                 CT-FICHIER                                    RSA340
004700      BLOCK              00000 RECORDS.                           RSA340
004800 01                 CT00.                                         RSA340
004900      10            CT00-LIGNE  PICTURE  X(150).                  RSA340
005000 WORKING-STORAGE SECTION.                                         RSA340
005100          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA340
005200          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA340
005300 01                 RS04.                                         RSA340
005400      10            RS04-NOREN.                                   RSA340
005500      11            RS04-CNREN  PICTURE  XX.                      RSA340
005600      11            RS04-NORER  PICTURE  X(6).                    RSA340
005700      11            RS04-IDRPL  PICTURE  X(5).                    RSA340
005800      11            RS04-IDRPLG                                   RSA340
005900                    REDEFINES            RS04-IDRPL.              RSA340
006000      12            RS04-NIREG  PICTURE  XX.                      RSA340
006100      12            RS04-CDRETP PICTURE  X.                       RSA340
006200      12            RS04-NIPOL  PICTURE  XX.                      RSA340
006300      10            RS04-CDPAF  PICTURE  X.                       RSA340
006400      10            RS04-MTREA  PICTURE  S9(09)V99                RSA340
006500                    COMPUTATIONAL-3.                              RSA340
006600      10            RS04-DTPAID PICTURE  X(8).                    RSA340
006700      10            RS04-DDREN  PICTURE  X(8).                    RSA340
006800      10            RS04-DFREN  PICTURE  X(8).                    RSA340
006900      10            RS04-CDCAT  PICTURE  X.                       RSA340
007000 01                 RS02.                                         RSA340
007100      10            RS02-NORER  PICTURE  X(6).                    RSA340
007200      10            RS02-DTRENR PICTURE  X(8).                    RSA340
007300      10            RS02-LNRENR PICTURE  X(20).                   RSA340
007400      10            RS02-LNREPR PICTURE  X(12).                   RSA340
007500 01                 RS03.                                         RSA340
007600      10            RS03-NORER  PICTURE  X(6).                    RSA340
007700      10            RS03-LRRE1R PICTURE  X(36).                   RSA340
007800      10            RS03-LRRE2R PICTURE  X(32).                   RSA340
007900      10            RS03-LVRER  PICTURE  X(31).                   RSA340
008000      10            RS03-CPRENR PICTURE  X(5).                    RSA340
008100      10            RS03-CDREPR PICTURE  XXX.                     RSA340
008200 77               W-WA00-CDREAA   PIC X.                          RSA340
008300          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA340
008400 77               W-WA00-DATJ   PIC X(8).                         RSA340
008500 77               W-WA00-MOISJ  PIC X(6).                         RSA340
008600 77               W-WA00-DELAI  PIC 99 VALUE 3.                   RSA340
008700 77               W-WA00-DTLIM  PIC X(8).                         RSA340
008750 77               W-WA00-DTLIP  PIC X(8).                         RSA340
008800 77               W-WA00-CDREAF PIC X.                            RSA340
008900 77               W-WA00-CDCATE PIC X.                            RSA340
009000 77               W-WA00-AGEORP PIC 99 VALUE 20.                  RSA340
009100 77               W-WA00-AGEETU PIC 99 VALUE 25.                  RSA340
009200 77               W-WA00-NBECH  PIC S9(3) COMP-3 VALUE ZERO.      RSA340
009300 77               W-WA00-NBMOIS PIC S9(3) COMP-3 VALUE ZERO.      RSA340
009400 77               W-WA00-LTDEB  PIC S9(4) COMP VALUE ZERO.        RSA340
009500 77               W-WA00-LTFIN  PIC S9(4) COMP VALUE ZERO.        RSA340
009600 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
009700 77               W-WA00-CPTSF  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
009800 77               W-WA00-CPTUL  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
009900 77               W-WA00-CPTEC  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
010000 77               W-WA00-CPTPR  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
010100 77               W-WA00-CPTCL  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
010200 77               W-WA00-CPTTP  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
010300 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA340
010400 77               W-TO00-MTFIN  PIC S9(11)V99 COMP-3 VALUE ZERO.  RSA340
010500 77               W-TO00-MTTP   PIC S9(11)V99 COMP-3 VALUE ZERO.  RSA340
010600 77               W-LV00-SAUT   PIC 9 VALUE 1.                    RSA340
010700 77               W-FR00-DFIN   PIC X(8).                         RSA340
010800 77               W-FR00-MOIX   PIC 9.                            RSA340
010900 77               W-FR00-MOSV   PIC 9.                            RSA340
011000 77               W-FR00-MOAG   PIC 9.                            RSA340
011100 77               W-FR00-AGE    PIC 99.                           RSA340
011200 77               W-FR00-AGEL   PIC 99.                           RSA340
011300 77               W-FR00-CLO    PIC X.                            RSA340
011400 77               W-FR00-LIB    PIC X(30).                        RSA340
011500 77               W-PR00-DTORI  PIC X(8).                         RSA340
011600 77               W-PR00-DTDEB  PIC X(8).                         RSA340
011700 77               W-PR00-DTECH  PIC X(8).                         RSA340
011800 77               W-PR00-NBREG  PIC S9(5) COMP-3.                 RSA340
011900 77               W-PR00-NJDEB  PIC S9(9) COMP-3.                 RSA340
012000 77               W-PR00-NBJ    PIC S9(5) COMP-3.                 RSA340
012100 77               W-PR00-NBJP   PIC S9(5) COMP-3.                 RSA340
012200 77               W-PR00-DIVIS  PIC S9(9) COMP-3.                 RSA340
012300 77               W-PR00-MTFIN  PIC S9(9)V99 COMP-3.              RSA340
012400 77               W-PR00-MTTP   PIC S9(9)V99 COMP-3.              RSA340
012500 01               W-DA00-DATE.                                    RSA340
012600    05            W-DA00-AAAA    PIC 9(4).                        RSA340
012700    05            W-DA00-MM      PIC 99.                          RSA340
012800    05            W-DA00-JJ      PIC 99.                          RSA340
012900 01               W-DA00-CALCUL COMPUTATIONAL-3.                  RSA340
013000    05            W-DA00-NBM     PIC S9(5).                       RSA340
013100    05            W-DA00-Q       PIC S9(5).                       RSA340
013200    05            W-DA00-R       PIC S9(5).                       RSA340
013300 01               W-DE00-EDIT.                                    RSA340
013400    05            W-DE00-JJ      PIC XX.                          RSA340
013500    05            FILLER         PIC X VALUE '/'.                 RSA340
013600    05            W-DE00-MM      PIC XX.                          RSA340
013700    05            FILLER         PIC X VALUE '/'.                 RSA340
013800    05            W-DE00-AAAA    PIC X(4).                        RSA340
013900 01               W-JN00-DATE.                                    RSA340
014000    05            W-JN00-AAAA    PIC 9(4).                        RSA340
014100    05            W-JN00-MM      PIC 99.                          RSA340
014200    05            W-JN00-JJ      PIC 99.                          RSA340
014300 01               W-JN00-CALCUL COMPUTATIONAL-3.                  RSA340
014400    05            W-JN00-AA      PIC S9(5).                       RSA340
014500    05            W-JN00-MS      PIC S9(3).                       RSA340
014600    05            W-JN00-Q       PIC S9(7).                       RSA340
014700    05            W-JN00-NBJ     PIC S9(9).                       RSA340
014800 01               W-MO00-TEXTE.                                   RSA340
014900    05            FILLER         PIC X(30) VALUE                  RSA340
015000     'RENTE TEMPORAIRE - TERME'.                                  RSA340
015100    05            FILLER         PIC X(10) VALUE 'TEMPORAIRE'.    RSA340
015200    05            FILLER         PIC X(30) VALUE                  RSA340
015300     'RENTE ORPHELIN - LIMITE D AGE'.                             RSA340
015400    05            FILLER         PIC X(10) VALUE 'ORPHELIN'.      RSA340
015500    05            FILLER         PIC X(30) VALUE                  RSA340
015600     'RENTE EDUCATION - LIMITE D AGE'.                            RSA340
015700    05            FILLER         PIC X(10) VALUE 'EDUCATION'.     RSA340
015800    05            FILLER         PIC X(30) VALUE                  RSA340
015900     'ANOMALIES'.                                                 RSA340
016000    05            FILLER         PIC X(10) VALUE 'ANOMALIE'.      RSA340
016100 01               W-MO00-TAB     REDEFINES W-MO00-TEXTE.          RSA340
016200    05            W-MO00-POSTE   OCCURS 4.                        RSA340
016300      10          W-MO00-LIB     PIC X(30).                       RSA340
016400      10          W-MO00-LIC     PIC X(10).                       RSA340
016500 01               W-MT10-TAB     COMPUTATIONAL-3.                 RSA340
016600    05            W-MT10-POSTE   OCCURS 4.                        RSA340
016700      10          W-MT10-NB      PIC S9(9) VALUE ZERO.            RSA340
016800      10          W-MT10-MT      PIC S9(11)V99 VALUE ZERO.        RSA340
016900 01               W-SR00-TOT     COMPUTATIONAL-3.                 RSA340
017000    05            W-SR00-NBMO    PIC S9(9).                       RSA340
017100    05            W-SR00-MTMO    PIC S9(11)V99.                   RSA340
017200    05            W-SR00-NBRG    PIC S9(9).                       RSA340
017300    05            W-SR00-MTRG    PIC S9(11)V99.                   RSA340
017400 01               W-TB10-TAB.                                     RSA340
017500    05            W-TB10-NB      PIC S9(4) COMP VALUE ZERO.       RSA340
017600    05            W-TB10-NIREG   PIC XX VALUE LOW-VALUE.          RSA340
017700    05            W-TB10-POSTE   OCCURS 2000.                     RSA340
017800      10          W-TB10-MOIX    PIC 9.                           RSA340
017900      10          W-TB10-MTREA   PIC S9(9)V99 COMP-3.             RSA340
018000      10          W-TB10-LIGNE   PIC X(133).                      RSA340
018100 01               W-LT00-TEXTE.                                   RSA340
018200    05            FILLER         PIC X(60) VALUE                  RSA340
018300     'NOUS VOUS INFORMONS QUE LE SERVICE DE LA RENTE CITEE'.      RSA340
018400    05            FILLER         PIC X(60) VALUE                  RSA340
018500     'CI-DESSOUS PRENDRA FIN A LA DATE INDIQUEE.'.                RSA340
018600    05            FILLER         PIC X(60) VALUE                  RSA340
018700     'LE DERNIER VERSEMENT SERA CALCULE AU PRORATA DES JOURS'.    RSA340
018800    05            FILLER         PIC X(60) VALUE                  RSA340
018900     'COURUS JUSQU A CETTE DATE. TOUTE SOMME VERSEE AU-DELA'.     RSA340
019000    05            FILLER         PIC X(60) VALUE                  RSA340
019100     'DE CETTE DATE VOUS SERAIT RECLAMEE.'.                       RSA340
019200    05            FILLER         PIC X(60) VALUE                  RSA340
019300     'SI VOTRE SITUATION OUVRE DROIT A UNE PROLONGATION, NOUS'.   RSA340
019400    05            FILLER         PIC X(60) VALUE                  RSA340
019500     'VOUS REMERCIONS DE NOUS ADRESSER VOS JUSTIFICATIFS AVANT'.  RSA340
019600    05            FILLER         PIC X(60) VALUE                  RSA340
019700     'CETTE DATE EN RAPPELANT LA REFERENCE PORTEE EN TETE.'.      RSA340
019800    05            FILLER         PIC X(60) VALUE SPACE.           RSA340
019900    05            FILLER         PIC X(60) VALUE                  RSA340
020000     'NOUS VOUS PRIONS D AGREER, MADAME, MONSIEUR, NOS'.          RSA340
020100    05            FILLER         PIC X(60) VALUE                  RSA340
020200     'SALUTATIONS DISTINGUEES.'.                                  RSA340
020300    05            FILLER         PIC X(60) VALUE SPACE.           RSA340
020400    05            FILLER         PIC X(60) VALUE                  RSA340
020500     'LE SERVICE GESTION DES RENTES'.                             RSA340
020600 01               W-LT00-TAB     REDEFINES W-LT00-TEXTE.          RSA340
020700    05            W-LT00-LIG     PIC X(60) OCCURS 13.             RSA340
020800 01               W-EW00-SAV     PIC X(133).                      RSA340
020900 01               W-CL00-SAV     PIC X(133).                      RSA340
021000 01               W-TP00-SAV     PIC X(133).                      RSA340
021100 01               W-LE01-LIGNE.                                   RSA340
021200    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
021300    05            FILLER         PIC X(22) VALUE                  RSA340
021400                  'GROUPAMA - RENTES'.                            RSA340
021500    05            FILLER         PIC X(32) VALUE                  RSA340
021600                  'ECHEANCIER DES FINS DE RENTE'.                 RSA340
021700    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA340
021800    05            W-LE01-DATE    PIC X(10).                       RSA340
021900    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA340
022000    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA340
022100    05            FILLER         PIC X(43) VALUE SPACES.          RSA340
022200 01               W-LE02-LIGNE.                                   RSA340
022300    05            FILLER         PIC X(24) VALUE SPACES.          RSA340
022400    05            FILLER         PIC X(28) VALUE ALL '='.         RSA340
022500    05            FILLER         PIC X(81) VALUE SPACES.          RSA340
022600 01               W-LE03-LIGNE.                                   RSA340
022700    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
022800    05            FILLER         PIC X(18) VALUE                  RSA340
022900                  'FINS DE RENTE DU '.                            RSA340
023000    05            W-LE03-DTDEB   PIC X(10).                       RSA340
023100    05            FILLER         PIC X(04) VALUE ' AU '.          RSA340
023200    05            W-LE03-DTLIM   PIC X(10).                       RSA340
023300    05            FILLER         PIC X(90) VALUE SPACES.          RSA340
023400 01               W-LE04-LIGNE.                                   RSA340
023500    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
023600    05            FILLER         PIC X(17) VALUE 'RENTE'.         RSA340
023700    05            FILLER         PIC X(35) VALUE 'NOM'.           RSA340
023800    05            FILLER         PIC X(12) VALUE 'NAISSANCE'.     RSA340
023900    05            FILLER         PIC X(03) VALUE 'F'.             RSA340
024000    05            FILLER         PIC X(18) VALUE                  RSA340
024100                  '  MONTANT ANNUEL'.                             RSA340
024200    05            FILLER         PIC X(12) VALUE 'DATE FIN'.      RSA340
024300    05            FILLER         PIC X(30) VALUE 'OBSERVATION'.   RSA340
024400    05            FILLER         PIC X(05) VALUE SPACES.          RSA340
024500 01               W-LE05-LIGNE.                                   RSA340
024600    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
024700    05            W-LE05-CNREN   PIC XX.                          RSA340
024800    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
024900    05            W-LE05-NORER   PIC X(6).                        RSA340
025000    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
025100    05            W-LE05-IDRPL   PIC X(5).                        RSA340
025200    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
025300    05            W-LE05-LNRENR  PIC X(20).                       RSA340
025400    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
025500    05            W-LE05-LNREPR  PIC X(12).                       RSA340
025600    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
025700    05            W-LE05-DTRENR  PIC X(10).                       RSA340
025800    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
025900    05            W-LE05-CDPAF   PIC X.                           RSA340
026000    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
026100    05            W-LE05-MTREA   PIC -(12)9,99.                   RSA340
026200    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
026300    05            W-LE05-DFIN    PIC X(10).                       RSA340
026400    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
026500    05            W-LE05-LIB     PIC X(30).                       RSA340
026600    05            FILLER         PIC X(05) VALUE SPACES.          RSA340
026700 01               W-LE06-LIGNE.                                   RSA340
026800    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
026900    05            FILLER         PIC X(09) VALUE 'REGIME : '.     RSA340
027000    05            W-LE06-NIREG   PIC XX.                          RSA340
027100    05            FILLER         PIC X(121) VALUE SPACES.         RSA340
027200 01               W-LE07-LIGNE.                                   RSA340
027300    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
027400    05            W-LE07-LIB     PIC X(26).                       RSA340
027500    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA340
027600    05            FILLER         PIC X(97) VALUE SPACES.          RSA340
027700 01               W-LE08-LIGNE.                                   RSA340
027800    05            FILLER         PIC X(03) VALUE SPACES.          RSA340
027900    05            FILLER         PIC X(08) VALUE 'MOTIF : '.      RSA340
028000    05            W-LE08-LIB     PIC X(30).                       RSA340
028100    05            FILLER         PIC X(92) VALUE SPACES.          RSA340
028200 01               W-LE09-LIGNE.                                   RSA340
028300    05            FILLER         PIC X(03) VALUE SPACES.          RSA340
028400    05            FILLER         PIC X(06) VALUE 'TOTAL '.        RSA340
028500    05            W-LE09-LIB     PIC X(30).                       RSA340
028600    05            FILLER         PIC X(03) VALUE ' : '.           RSA340
028700    05            W-LE09-NB      PIC ZZZZZ9.                      RSA340
028800    05            FILLER         PIC X(11) VALUE ' RENTE(S)  '.   RSA340
028900    05            FILLER         PIC X(17) VALUE                  RSA340
029000                  'MONTANT ANNUEL : '.                            RSA340
029100    05            W-LE09-MT      PIC -(12)9,99.                   RSA340
029200    05            FILLER         PIC X(41) VALUE SPACES.          RSA340
029300 01               W-LE10-LIGNE.                                   RSA340
029400    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
029500    05            FILLER         PIC X(13) VALUE 'TOTAL REGIME '. RSA340
029600    05            W-LE10-NIREG   PIC XX.                          RSA340
029700    05            FILLER         PIC X(03) VALUE ' : '.           RSA340
029800    05            W-LE10-NB      PIC ZZZZZ9.                      RSA340
029900    05            FILLER         PIC X(11) VALUE ' RENTE(S)  '.   RSA340
030000    05            FILLER         PIC X(17) VALUE                  RSA340
030100                  'MONTANT ANNUEL : '.                            RSA340
030200    05            W-LE10-MT      PIC -(12)9,99.                   RSA340
030300    05            FILLER         PIC X(64) VALUE SPACES.          RSA340
030400 01               W-LE11-LIGNE.                                   RSA340
030500    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
030600    05            W-LE11-LIB     PIC X(26).                       RSA340
030700    05            W-LE11-MT      PIC -(12)9,99.                   RSA340
030800    05            FILLER         PIC X(90) VALUE SPACES.          RSA340
030900 01               W-LC01-LIGNE.                                   RSA340
031000    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
031100    05            FILLER         PIC X(22) VALUE                  RSA340
031200                  'GROUPAMA - RENTES'.                            RSA340
031300    05            FILLER         PIC X(32) VALUE                  RSA340
031400                  'PROPOSITIONS DE CLOTURE'.                      RSA340
031500    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA340
031600    05            W-LC01-DATE    PIC X(10).                       RSA340
031700    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA340
031800    05            W-LC01-PAGE    PIC ZZZZZZ9.                     RSA340
031900    05            FILLER         PIC X(43) VALUE SPACES.          RSA340
032000 01               W-LC02-LIGNE.                                   RSA340
032100    05            FILLER         PIC X(24) VALUE SPACES.          RSA340
032200    05            FILLER         PIC X(23) VALUE ALL '='.         RSA340
032300    05            FILLER         PIC X(86) VALUE SPACES.          RSA340
032400 01               W-LC03-LIGNE.                                   RSA340
032500    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
032600    05            FILLER         PIC X(41) VALUE                  RSA340
032700     'DERNIER TERME PRORATISE - CODE PROPOSE : '.                 RSA340
032800    05            W-LC03-CDREAF  PIC X.                           RSA340
032900    05            FILLER         PIC X(90) VALUE SPACES.          RSA340
033000 01               W-LC04-LIGNE.                                   RSA340
033100    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
033200    05            FILLER         PIC X(17) VALUE 'RENTE'.         RSA340
033300    05            FILLER         PIC X(22) VALUE 'NOM'.           RSA340
033400    05            FILLER         PIC X(03) VALUE 'F'.             RSA340
033500    05            FILLER         PIC X(15) VALUE                  RSA340
033600                  '  MONT. ANNUEL'.                               RSA340
033700    05            FILLER         PIC X(10) VALUE 'PAYE AU'.       RSA340
033800    05            FILLER         PIC X(10) VALUE 'FIN'.           RSA340
033900    05            FILLER         PIC X(05) VALUE 'ECH'.           RSA340
034000    05            FILLER         PIC X(10) VALUE 'DEBUT'.         RSA340
034100    05            FILLER         PIC X(09) VALUE 'JOURS'.         RSA340
034200    05            FILLER         PIC X(15) VALUE                  RSA340
034300                  'DERNIER TERME'.                                RSA340
034400    05            FILLER         PIC X(06) VALUE 'ACT.'.          RSA340
034500    05            FILLER         PIC X(10) VALUE 'MOTIF'.         RSA340
034600 01               W-LC05-LIGNE.                                   RSA340
034700    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
034800    05            W-LC05-CNREN   PIC XX.                          RSA340
034900    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
035000    05            W-LC05-NORER   PIC X(6).                        RSA340
035100    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
035200    05            W-LC05-IDRPL   PIC X(5).                        RSA340
035300    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
035400    05            W-LC05-LNRENR  PIC X(20).                       RSA340
035500    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
035600    05            W-LC05-CDPAF   PIC X.                           RSA340
035700    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
035800    05            W-LC05-MTREA   PIC -(9)9,99.                    RSA340
035900    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
036000    05            W-LC05-DTPAID  PIC X(8).                        RSA340
036100    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
036200    05            W-LC05-DFIN    PIC X(8).                        RSA340
036300    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
036400    05            W-LC05-NBREG   PIC ZZ9.                         RSA340
036500    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
036600    05            W-LC05-DTDEB   PIC X(8).                        RSA340
036700    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
036800    05            W-LC05-NBJ     PIC ZZ9.                         RSA340
036900    05            FILLER         PIC X(01) VALUE '/'.             RSA340
037000    05            W-LC05-NBJP    PIC ZZ9.                         RSA340
037100    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
037200    05            W-LC05-MTFIN   PIC -(9)9,99.                    RSA340
037300    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
037400    05            W-LC05-CDREA   PIC X.                           RSA340
037500    05            FILLER         PIC X(03) VALUE ' > '.           RSA340
037600    05            W-LC05-CDREAF  PIC X.                           RSA340
037700    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
037800    05            W-LC05-MOTIF   PIC X(10).                       RSA340
037900 01               W-LC07-LIGNE.                                   RSA340
038000    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
038100    05            FILLER         PIC X(08) VALUE 'TOTAL : '.      RSA340
038200    05            W-LC07-NB      PIC ZZZZZ9.                      RSA340
038300    05            FILLER         PIC X(18) VALUE                  RSA340
038400                  ' PROPOSITION(S)'.                              RSA340
038500    05            FILLER         PIC X(29) VALUE                  RSA340
038600                  'MONTANT DES DERNIERS TERMES :'.                RSA340
038700    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
038800    05            W-LC07-MT      PIC -(12)9,99.                   RSA340
038900    05            FILLER         PIC X(54) VALUE SPACES.          RSA340
039000 01               W-LP01-LIGNE.                                   RSA340
039100    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
039200    05            FILLER         PIC X(22) VALUE                  RSA340
039300                  'GROUPAMA - RENTES'.                            RSA340
039400    05            FILLER         PIC X(32) VALUE                  RSA340
039500                  'TROP-PERCUS APRES FIN DE RENTE'.               RSA340
039600    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA340
039700    05            W-LP01-DATE    PIC X(10).                       RSA340
039800    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA340
039900    05            W-LP01-PAGE    PIC ZZZZZZ9.                     RSA340
040000    05            FILLER         PIC X(43) VALUE SPACES.          RSA340
040100 01               W-LP02-LIGNE.                                   RSA340
040200    05            FILLER         PIC X(24) VALUE SPACES.          RSA340
040300    05            FILLER         PIC X(30) VALUE ALL '='.         RSA340
040400    05            FILLER         PIC X(79) VALUE SPACES.          RSA340
040500 01               W-LP03-LIGNE.                                   RSA340
040600    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
040700    05            FILLER         PIC X(60) VALUE                  RSA340
040800     'PAIEMENTS AU-DELA DE LA DATE DE FIN (PRORATA 365 JOURS)'.   RSA340
040900    05            FILLER         PIC X(72) VALUE SPACES.          RSA340
041000 01               W-LP04-LIGNE.                                   RSA340
041100    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
041200    05            FILLER         PIC X(17) VALUE 'RENTE'.         RSA340
041300    05            FILLER         PIC X(22) VALUE 'NOM'.           RSA340
041400    05            FILLER         PIC X(03) VALUE 'F'.             RSA340
041500    05            FILLER         PIC X(15) VALUE                  RSA340
041600                  '  MONT. ANNUEL'.                               RSA340
041700    05            FILLER         PIC X(10) VALUE 'FIN'.           RSA340
041800    05            FILLER         PIC X(10) VALUE 'PAYE AU'.       RSA340
041900    05            FILLER         PIC X(09) VALUE 'JOURS'.         RSA340
042000    05            FILLER         PIC X(15) VALUE                  RSA340
042100                  '   TROP-PERCU'.                                RSA340
042200    05            FILLER         PIC X(31) VALUE 'MOTIF'.         RSA340
042300 01               W-LP05-LIGNE.                                   RSA340
042400    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
042500    05            W-LP05-CNREN   PIC XX.                          RSA340
042600    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
042700    05            W-LP05-NORER   PIC X(6).                        RSA340
042800    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
042900    05            W-LP05-IDRPL   PIC X(5).                        RSA340
043000    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
043100    05            W-LP05-LNRENR  PIC X(20).                       RSA340
043200    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
043300    05            W-LP05-CDPAF   PIC X.                           RSA340
043400    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
043500    05            W-LP05-MTREA   PIC -(9)9,99.                    RSA340
043600    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
043700    05            W-LP05-DFIN    PIC X(8).                        RSA340
043800    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
043900    05            W-LP05-DTPAID  PIC X(8).                        RSA340
044000    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
044100    05            W-LP05-NBJ     PIC ZZZZ9.                       RSA340
044200    05            FILLER         PIC X(04) VALUE SPACES.          RSA340
044300    05            W-LP05-MTTP    PIC -(9)9,99.                    RSA340
044400    05            FILLER         PIC X(02) VALUE SPACES.          RSA340
044500    05            W-LP05-MOTIF   PIC X(10).                       RSA340
044600    05            FILLER         PIC X(21) VALUE SPACES.          RSA340
044700 01               W-LP07-LIGNE.                                   RSA340
044800    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
044900    05            FILLER         PIC X(08) VALUE 'TOTAL : '.      RSA340
045000    05            W-LP07-NB      PIC ZZZZZ9.                      RSA340
045100    05            FILLER         PIC X(18) VALUE                  RSA340
045200                  ' RENTE(S)'.                                    RSA340
045300    05            FILLER         PIC X(29) VALUE                  RSA340
045400                  'MONTANT ESTIME A RECOUVRER  :'.                RSA340
045500    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
045600    05            W-LP07-MT      PIC -(12)9,99.                   RSA340
045700    05            FILLER         PIC X(54) VALUE SPACES.          RSA340
045800 01               W-LL01-LIGNE.                                   RSA340
045900    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
046000    05            FILLER         PIC X(17) VALUE                  RSA340
046100                  'GROUPAMA - RENTES'.                            RSA340
046200    05            FILLER         PIC X(115) VALUE SPACES.         RSA340
046300 01               W-LL02-LIGNE.                                   RSA340
046400    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
046500    05            FILLER         PIC X(29) VALUE                  RSA340
046600                  'SERVICE GESTION DES RENTES'.                   RSA340
046700    05            FILLER         PIC X(103) VALUE SPACES.         RSA340
046800 01               W-LL03-LIGNE.                                   RSA340
046900    05            FILLER         PIC X(60) VALUE SPACES.          RSA340
047000    05            W-LL03-ADRES   PIC X(40).                       RSA340
047100    05            FILLER         PIC X(33) VALUE SPACES.          RSA340
047200 01               W-LL04-LIGNE.                                   RSA340
047300    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
047400    05            FILLER         PIC X(12) VALUE 'REFERENCE : '.  RSA340
047500    05            W-LL04-NOREN   PIC X(13).                       RSA340
047600    05            FILLER         PIC X(34) VALUE SPACES.          RSA340
047700    05            FILLER         PIC X(03) VALUE 'LE '.           RSA340
047800    05            W-LL04-DATE    PIC X(10).                       RSA340
047900    05            FILLER         PIC X(60) VALUE SPACES.          RSA340
048000 01               W-LL05-LIGNE.                                   RSA340
048100    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
048200    05            W-LL05-OBJET   PIC X(70).                       RSA340
048300    05            FILLER         PIC X(62) VALUE SPACES.          RSA340
048400 01               W-LL06-LIGNE.                                   RSA340
048500    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
048600    05            W-LL06-TEXTE   PIC X(60).                       RSA340
048700    05            FILLER         PIC X(72) VALUE SPACES.          RSA340
048800 01               W-LL07-LIGNE.                                   RSA340
048900    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
049000    05            FILLER         PIC X(27) VALUE                  RSA340
049100                  'DATE DE FIN DE LA RENTE : '.                   RSA340
049200    05            W-LL07-DFIN    PIC X(10).                       RSA340
049300    05            FILLER         PIC X(95) VALUE SPACES.          RSA340
049400 01               W-LL08-LIGNE.                                   RSA340
049500    05            FILLER         PIC X(05) VALUE SPACES.          RSA340
049600    05            FILLER         PIC X(06) VALUE 'RENTE '.        RSA340
049700    05            W-LL08-CNREN   PIC XX.                          RSA340
049800    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
049900    05            W-LL08-NORER   PIC X(6).                        RSA340
050000    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
050100    05            W-LL08-IDRPL   PIC X(5).                        RSA340
050200    05            FILLER         PIC X(10) VALUE '  REGIME '.     RSA340
050300    05            W-LL08-NIREG   PIC XX.                          RSA340
050400    05            FILLER         PIC X(95) VALUE SPACES.          RSA340
050500 01               W-LL10-LIGNE.                                   RSA340
050600    05            FILLER         PIC X(01) VALUE SPACE.           RSA340
050700    05            FILLER         PIC X(08) VALUE 'MOTIF : '.      RSA340
050800    05            W-LL10-MOTIF   PIC X(60).                       RSA340
050900    05            FILLER         PIC X(64) VALUE SPACES.          RSA340
051000 01               W-CT00-ENR.                                     RSA340
051100    05            W-CT00-PROGR   PIC X(8).                        RSA340
051200    05            W-CT00-DATTRT  PIC X(8).                        RSA340
051300    05            W-CT00-HETRT   PIC X(6).                        RSA340
051400    05            W-CT00-CDETAT  PIC 9(4).                        RSA340
051500    05            W-CT00-POSTE   OCCURS 10.                       RSA340
051600      10          W-CT00-FICID   PIC XX.                          RSA340
051700      10          W-CT00-SENS    PIC X.                           RSA340
051800      10          W-CT00-NBENR   PIC 9(9).                        RSA340
051900    05            FILLER         PIC X(4).                        RSA340
052000 77                 XA00-XRC      VALUE ZERO                      7XA015
052100                  PICTURE 9(4).                                   7XA015
052200 77                 XA00-8TMES    VALUE ZERO                      7XA055
052300                  PICTURE X(01).                                  7XA055
052400 77                 XAIN-XDATRT                                   7XA110
052500                  PICTURE X(8).                                   7XA110
052600 77                 XAIN-XHETRT                                   7XA120
052700                  PICTURE X(6).                                   7XA120
052800 77                 XAED-XDATRT                                   7XA160
052900                  PICTURE X(10).                                  7XA160
053000 77                 XAED-XHETRT                                   7XA170
053100                  PICTURE X(8).                                   7XA170
053200 77                 XA30-ENVNAM   PIC X(080).                     7XA310
053300 77                 XA30-ENVVAL   PIC X(080).                     7XA320
053400 01                 XA60.                                         7XA610
053500   05               XA60-L1.                                      7XA620
053600     10             FILLER PIC X  VALUE 'F'.                      7XA625
053700     10             XA60-XCDFSF   VALUE SPACE                     7XA630
053800                  PICTURE X(4).                                   7XA630
053900     10             FILLER PIC X  VALUE ':'.                      7XA635
054000     10             XA60-XLISUI   VALUE SPACE                     7XA640
054100                  PICTURE X(30).                                  7XA640
054200   05               XA60-ZX67A    VALUE SPACE                     7XA650
054300                  PICTURE X(67).                                  7XA650
054400   05               XA60-ZX67B    VALUE SPACE                     7XA660
054500                  PICTURE X(67).                                  7XA660
054600   05               XA60-ZX67C    VALUE SPACE                     7XA670
054700                  PICTURE X(67).                                  7XA670
054800 01                 XA80.                                         7XA810
054900   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
055000   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
055100   05               XA80-XCOSD                                    7XA820
055200                  PICTURE XX.                                     7XA820
055300   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
055400   05               XA80-STATUS.                                  7XA830
055500    07              XA80-STATUS1  PIC X.                          7XA831
055600    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
055700    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
055800   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
055900   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
056000   05               XA80-XQNENR                                   7XA840
056100                  PICTURE Z(8)9.                                  7XA840
056200 01                 XA81-STATUS.                                  7XA900
056300    07              XA81-STATUS1  PIC X.                          7XA905
056400    07              FILLER        PIC X      VALUE '/'.           7XA910
056500    07              XA81-STATUS2  PIC 999.                        7XA915
056600          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
056700 01               USERID          PIC X(20).                      7XBCC2
056800          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
056900 01                 XO00.                                         7XO-A0
057000   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
057100   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
057200   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
057300   05               XO00-XORAER.                                  7XO-EE
057400     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
057500     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
057600     10             XO00-XORARC   PIC 9(004).                     7XO-EK
057700     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
057800     10             XO00-XCDFSF                                   7XO-EO
057900                  PICTURE X(4).                                   7XO-EO
058000     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
058100     10             XO00-XORATY   PIC X(008).                     7XO-ES
058200     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
058300     10             XO00-XORATA                                   7XO-EW
058400                  PICTURE X(10).                                  7XO-EW
058500   05               XO00-XORAE2.                                  7XO-FE
058600     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
058700     10             XO00-XORACL.                                  7XO-FI
058800       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
058900                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
059000 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
059100                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
059200 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA340
059300 77                 XOBB-RS04-CF  PIC X(001)     VALUE ZERO.      RSA340
059400 77                 XOBB-RS04-OPE PIC X(001)     VALUE ZERO.      RSA340
059500 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA340
059600 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA340
059700          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
059800 77                 XP00-XROWID                                   7XP001
059900                  PICTURE X(18).                                  7XP001
060000 77                 XP00-XCSEQ                                    7XP002
060100                  PICTURE S9(9)                                   7XP002
060200                    COMPUTATIONAL-3.                              7XP002
060300 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
060400          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
060500 01                 CODE-ABORT    PIC X(2).                       7ZA999
060600 01   DEBUT-WSS.                                                  RSA340
060700      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA340
060800      05   IK     PICTURE X.                                      RSA340
060900 01  CONSTANTES-PAC.                                              RSA340
061000     05  FILLER  PICTURE X(50)   VALUE                            RSA340
061100     '6315ARSA15/10/26RSA340LEBLANC 16:08:52RSA340  UNIX'.        RSA340
061200     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA340
061300 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA340
061400     05  NUGNA   PICTURE X(5).                                    RSA340
061500     05  APPLI   PICTURE X(3).                                    RSA340
061600     05  DATGN   PICTURE X(8).                                    RSA340
061700     05  PROGR   PICTURE X(6).                                    RSA340
061800     05  CODUTI  PICTURE X(8).                                    RSA340
061900     05  TIMGN   PICTURE X(8).                                    RSA340
062000     05  PROGE   PICTURE X(8).                                    RSA340
062100     05  COBASE  PICTURE X(4).                                    RSA340
062200     05  DATGNC  PICTURE X(10).                                   RSA340
062300 01  DATCE.                                                       RSA340
062400   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA340
062500   05  DATOR.                                                     RSA340
062600     10  DATOA  PICTURE XX.                                       RSA340
062700     10  DATOM  PICTURE XX.                                       RSA340
062800     10  DATOJ  PICTURE XX.                                       RSA340
062900 01  DAT6.                                                        RSA340
063000      10 DAT61   PICTURE XX.                                      RSA340
063100      10 DAT62   PICTURE XX.                                      RSA340
063200      10 DAT63   PICTURE XX.                                      RSA340
063300 01  DAT8.                                                        RSA340
063400      10 DAT81   PICTURE XX.                                      RSA340
063500      10 DAT8S1  PICTURE X.                                       RSA340
063600      10 DAT82   PICTURE XX.                                      RSA340
063700      10 DAT8S2  PICTURE X.                                       RSA340
063800      10 DAT83   PICTURE XX.                                      RSA340
063900 01  DAT8E    REDEFINES    DAT8.                                  RSA340
064000      10 DAT81E  PICTURE X(4).                                    RSA340
064100      10 DAT82E  PICTURE XX.                                      RSA340
064200      10 DAT83E  PICTURE XX.                                      RSA340
064300 01  DAT6C.                                                       RSA340
064400      10  DAT61C PICTURE XX.                                      RSA340
064500      10  DAT62C PICTURE XX.                                      RSA340
064600      10  DAT63C.                                                 RSA340
064700       15 DAT63CC PICTURE XX.                                     RSA340
064800       15 DAT64C  PICTURE XX.                                     RSA340
064900 01  DAT8C.                                                       RSA340
065000      10  DAT81C  PICTURE XX.                                     RSA340
065100      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA340
065200      10  DAT82C  PICTURE XX.                                     RSA340
065300      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA340
065400      10  DAT83C.                                                 RSA340
065500       15 DAT83CC PICTURE XX.                                     RSA340
065600       15 DAT84C  PICTURE XX.                                     RSA340
065700 01  TIMCO.                                                       RSA340
065800   05  TIMCOH   PICTURE XX.                                       RSA340
065900   05  TIMCOM   PICTURE XX.                                       RSA340
066000   05  TIMCOS   PICTURE XX.                                       RSA340
066100   05  TIMOC.                                                     RSA340
066200    10 TIMCOC   PICTURE XX.                                       RSA340
066300 01  TIMDAY.                                                      RSA340
066400   05  TIMHOU   PICTURE XX.                                       RSA340
066500   05  TIMS1    PICTURE X  VALUE ':'.                             RSA340
066600   05  TIMMIN   PICTURE XX.                                       RSA340
066700   05  TIMS2    PICTURE X  VALUE ':'.                             RSA340
066800   05  TIMSEC   PICTURE XX.                                       RSA340
066900 01  DATSEP     PICTURE X VALUE '/'.                              RSA340
067000 01   VARIABLES-CONDITIONNELLES.                                  RSA340
067100      05                  FT      PICTURE X VALUE '0'.            RSA340
067200 01   INDICES  COMPUTATIONAL  SYNC.                               RSA340
067300      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA340
067400      05        J00       PICTURE S9(4) VALUE +1.                 RSA340
067500      05        J01       PICTURE S9(4) VALUE +1.                 RSA340
067600      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA340
067700      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA340
067800      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA340
067900      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
068000 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA340
068100      05         COMPTEURS     COMPUTATIONAL-3.                   RSA340
068200      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA340
068300      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA340
068400      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA340
068500      10       5-LV00-CPAG PICTURE S9(7) VALUE ZERO.              RSA340
068600      10       5-CL00-CLIM PICTURE S999 VALUE +56.                RSA340
068700      10       5-CL00-CLIG PICTURE S999 VALUE +99.                RSA340
068800      10       5-CL00-CPAG PICTURE S9(7) VALUE ZERO.              RSA340
068900      10       5-TP00-CLIM PICTURE S999 VALUE +56.                RSA340
069000      10       5-TP00-CLIG PICTURE S999 VALUE +99.                RSA340
069100      10       5-TP00-CPAG PICTURE S9(7) VALUE ZERO.              RSA340
069200 01  ZONES-STATUS.                                                RSA340
069300      05   VSAM-STATUS.                                           RSA340
069400        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA340
069500        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA340
069600        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA340
069700      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA340
069800      05          1-LV00-STATUS PICTURE XX VALUE ZERO.            RSA340
069900      05          1-CL00-STATUS PICTURE XX VALUE ZERO.            RSA340
070000      05          1-TP00-STATUS PICTURE XX VALUE ZERO.            RSA340
070100      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA340
070200 PROCEDURE DIVISION.                                              RSA340
070300 DECLARATIVES.                                                    RSA340
070400 SECEW SECTION.                                                   RSA340
070500     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA340
070600 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA340
070700 F0AEW-A. GO TO  F0A90.                                           RSA340
070800 SECLV SECTION.                                                   RSA340
070900     USE AFTER ERROR PROCEDURE                                    RSA340
071000      ON LV-FICHIER.                                              RSA340
071100 F0ALV.                                                           RSA340
071200     MOVE        'LV' TO XA80-XCOSD                               RSA340
071300     MOVE        1-LV00-STATUS TO XA80-STATUS                     RSA340
071400     MOVE        5-LV00-CPAG TO XA80-XQNENR                       RSA340
071500     GO TO F0A90.                                                 RSA340
071600 F0ALV-FN. EXIT.                                                  RSA340
071700 SECCL SECTION.                                                   RSA340
071800     USE AFTER ERROR PROCEDURE                                    RSA340
071900      ON CL-FICHIER.                                              RSA340
072000 F0ACL.                                                           RSA340
072100     MOVE        'CL' TO XA80-XCOSD                               RSA340
072200     MOVE        1-CL00-STATUS TO XA80-STATUS                     RSA340
072300     MOVE        5-CL00-CPAG TO XA80-XQNENR                       RSA340
072400     GO TO F0A90.                                                 RSA340
072500 F0ACL-FN. EXIT.                                                  RSA340
072600 SECTP SECTION.                                                   RSA340
072700     USE AFTER ERROR PROCEDURE                                    RSA340
072800      ON TP-FICHIER.                                              RSA340
072900 F0ATP.                                                           RSA340
073000     MOVE        'TP' TO XA80-XCOSD                               RSA340
073100     MOVE        1-TP00-STATUS TO XA80-STATUS                     RSA340
073200     MOVE        5-TP00-CPAG TO XA80-XQNENR                       RSA340
073300     GO TO F0A90.                                                 RSA340
073400 F0ATP-FN. EXIT.                                                  RSA340
073500 SECCT SECTION.                                                   RSA340
073600     USE AFTER ERROR PROCEDURE                                    RSA340
073700      ON CT-FICHIER.                                              RSA340
073800 F0ACT.                                                           RSA340
073900     MOVE        'CT' TO XA80-XCOSD                               RSA340
074000     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA340
074100     MOVE        ZERO TO XA80-XQNENR                              RSA340
074200     GO TO F0A90.                                                 RSA340
074300 F0ACT-FN. EXIT.                                                  RSA340
074400 F0A90.                                                           RSA340
074500     MOVE        '0A90' TO XA60-XCDFSF                            RSA340
074600     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA340
074700           IF    XA80-STATUS1 = '9'                               RSA340
074800     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA340
074900     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA340
075000     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA340
075100     MOVE        XA80 TO XA60-ZX67A                               RSA340
075200     MOVE        SPACE TO XA60-ZX67B.                             RSA340
075300     PERFORM     F9900 THRU F9900-FN.                             RSA340
075400 F0A90-FN. EXIT.                                                  RSA340
075500 END DECLARATIVES.                                                RSA340
075600 SEC00 SECTION.                                                   RSA340
075700 F0B.           EXIT.                                             RSA340
075800 F0BBA.                                                           P000
075900     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
076000     PERFORM     F99VE THRU F99VE-FN.                             P060
076100           IF    IK = ZERO                                        P070
076200     MOVE        XA30-ENVVAL TO DATCE                             P070
076300           ELSE                                                   P100
076400     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
076500       TO DATCE.                                                  P110
076600     ACCEPT TIMCO FROM TIME.                                      P120
076700     MOVE        DATCE TO XAIN-XDATRT                             P210
076800     MOVE        TIMCO TO XAIN-XHETRT.                            P220
076900     MOVE        DATCE                                            P310
077000     TO DAT8E DAT6C                                               P310
077100     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
077200     MOVE DAT82E TO DAT62C                                        P310
077300     MOVE   DAT6C TO  XAED-XDATRT                                 P310
077400     MOVE        XAED-XDATRT                                      P315
077500     TO DAT8E DAT6C                                               P315
077600     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
077700     MOVE DAT63C TO DAT83C                                        P315
077800     MOVE   DAT8C TO XAED-XDATRT                                  P315
077900     MOVE        TIMCO                                            P320
078000     TO DAT8E DAT6C                                               P320
078100     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
078200     MOVE DAT82E TO TIMSEC                                        P320
078300     MOVE TIMDAY TO   XAED-XHETRT.                                P320
078400 F0BBA-FN. EXIT.                                                  P320
078500 F0BBE.                                                           P000
078600     PERFORM     F98-D THRU F98-D-FN.                             P100
078700 F0BBE-FN. EXIT.                                                  P100
078800 F0BCA.         EXIT.                                             P000
078900 F0BCI.                                                           P000
079000     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
079100     PERFORM     F99VE THRU F99VE-FN.                             P110
079200           IF    IK = ZERO                                        P200
079300     MOVE        XA30-ENVVAL TO USERID                            P200
079400           ELSE                                                   P210
079500     MOVE        '0BCE' TO XA60-XCDFSF                            P210
079600     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
079700     XA60-XLISUI                                                  P235
079800     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
079900-                'ORT' TO XA60-ZX67A                              P245
080000     MOVE        SPACE TO XA60-ZX67B                              P250
080100     PERFORM     F9900 THRU F9900-FN.                             P260
080200 F0BCI-FN. EXIT.                                                  P260
080300 F0BCO.                                                           P000
080400     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
080500     PERFORM     F99VE THRU F99VE-FN.                             P110
080600           IF    IK = ZERO                                        P200
080700           AND   XA30-ENVVAL = 'ON'                               P210
080800     MOVE        '1' TO XO00-XORATR.                              P200
080900 F0BCO-FN. EXIT.                                                  P200
081000 F0BCU.                                                           P000
081100     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
081200     PERFORM     F99VE THRU F99VE-FN.                             P110
081300           IF    IK = ZERO                                        P200
081400           AND   XA30-ENVVAL = '1'                                P210
081500     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
081600           ELSE                                                   P220
081700     MOVE        ZERO TO XA00-8TMES.                              P220
081800 F0BCU-FN. EXIT.                                                  P220
081900 F0BCY.                                                           P000
082000     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
082100     PERFORM     F99VE THRU F99VE-FN.                             P110
082200           IF    IK = ZERO                                        P200
082300     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
082400 F0BCY-FN. EXIT.                                                  P200
082500 F0BCW.                                                           RSA340
082600     MOVE        DATCE TO W-WA00-DATJ                             RSA340
082700     MOVE        W-WA00-DATJ TO W-WA00-MOISJ                      RSA340
082800     MOVE        'GCA_DELTERM' TO XA30-ENVNAM                     RSA340
082900     PERFORM     F99VE THRU F99VE-FN.                             RSA340
083000           IF    IK = ZERO                                        RSA340
083100           AND   XA30-ENVVAL(1:2) NUMERIC                         RSA340
083200     MOVE        XA30-ENVVAL(1:2) TO W-WA00-DELAI.                RSA340
083300           IF    IK = ZERO                                        RSA340
083400           AND   XA30-ENVVAL(1:1) NUMERIC                         RSA340
083500           AND   XA30-ENVVAL(2:1) = SPACE                         RSA340
083600     MOVE        XA30-ENVVAL(1:1) TO W-WA00-DELAI.                RSA340
083700           IF    W-WA00-DELAI = ZERO                              RSA340
083800     MOVE        3 TO W-WA00-DELAI.                               RSA340
083900     MOVE        'GCA_AGEORPH' TO XA30-ENVNAM                     RSA340
084000     PERFORM     F99VE THRU F99VE-FN.                             RSA340
084100           IF    IK = ZERO                                        RSA340
084200           AND   XA30-ENVVAL(1:2) NUMERIC                         RSA340
084300     MOVE        XA30-ENVVAL(1:2) TO W-WA00-AGEORP.               RSA340
084400           IF    W-WA00-AGEORP = ZERO                             RSA340
084500     MOVE        20 TO W-WA00-AGEORP.                             RSA340
084600     MOVE        'GCA_AGEEDUC' TO XA30-ENVNAM                     RSA340
084700     PERFORM     F99VE THRU F99VE-FN.                             RSA340
084800           IF    IK = ZERO                                        RSA340
084900           AND   XA30-ENVVAL(1:2) NUMERIC                         RSA340
085000     MOVE        XA30-ENVVAL(1:2) TO W-WA00-AGEETU.               RSA340
085100           IF    W-WA00-AGEETU = ZERO                             RSA340
085200     MOVE        25 TO W-WA00-AGEETU.                             RSA340
085300     MOVE        'E' TO W-WA00-CDCATE                             RSA340
085400     MOVE        'GCA_CDCATEDU' TO XA30-ENVNAM                    RSA340
085500     PERFORM     F99VE THRU F99VE-FN.                             RSA340
085600           IF    IK = ZERO                                        RSA340
085700           AND   XA30-ENVVAL NOT = SPACE                          RSA340
085800     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDCATE.               RSA340
085900     MOVE        'A' TO W-WA00-CDREAA                             RSA340
086000     MOVE        'GCA_CDREAACT' TO XA30-ENVNAM                    RSA340
086100     PERFORM     F99VE THRU F99VE-FN.                             RSA340
086200           IF    IK = ZERO                                        RSA340
086300           AND   XA30-ENVVAL NOT = SPACE                          RSA340
086400     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDREAA.               RSA340
086500     MOVE        'F' TO W-WA00-CDREAF                             RSA340
086600     MOVE        'GCA_CDREAFIN' TO XA30-ENVNAM                    RSA340
086700     PERFORM     F99VE THRU F99VE-FN.                             RSA340
086800           IF    IK = ZERO                                        RSA340
086900           AND   XA30-ENVVAL NOT = SPACE                          RSA340
087000     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDREAF.               RSA340
087100     MOVE        W-WA00-DATJ TO W-DA00-DATE                       RSA340
087200     MOVE        W-WA00-DELAI TO W-DA00-NBM                       RSA340
087300     PERFORM     F68AM THRU F68AM-FN                              RSA340
087400     MOVE        W-DA00-DATE TO W-WA00-DTLIM.                     RSA340
087420     MOVE        W-WA00-DATJ TO W-DA00-DATE                       RSA340
087440     COMPUTE     W-DA00-NBM = W-WA00-DELAI - 1                    RSA340
087460     PERFORM     F68AM THRU F68AM-FN                              RSA340
087480     MOVE        W-DA00-DATE TO W-WA00-DTLIP.                     RSA340
087500     DISPLAY     '- horizon du preavis (mois): ' W-WA00-DELAI.    RSA340
087600     DISPLAY     '- fins de rente jusqu au  : ' W-WA00-DTLIM.     RSA340
087650     DISPLAY     '- preavis si fin apres le : ' W-WA00-DTLIP.     RSA340
087700     DISPLAY     '- age limite orphelin     : ' W-WA00-AGEORP.    RSA340
087800     DISPLAY     '- age limite education    : ' W-WA00-AGEETU.    RSA340
087900     DISPLAY     '- categorie education     : ' W-WA00-CDCATE.    RSA340
088000     DISPLAY     '- code activite retenu    : ' W-WA00-CDREAA.    RSA340
088100     DISPLAY     '- code activite de cloture: ' W-WA00-CDREAF.    RSA340
088200 F0BCW-FN. EXIT.                                                  RSA340
088300 F0BDA.                                                           P000
088400     PERFORM     F99SX THRU F99SX-FN.                             P100
088500 F0BDA-FN. EXIT.                                                  P100
088600 F0BEA.         EXIT.                                             P000
088700 F0BEA-FN. EXIT.                                                  P000
088800 F0BCA-FN. EXIT.                                                  P000
088900 F0B-FN.   EXIT.                                                  P000
089000 F0C.           EXIT.                                             P000
089100 F0CCI.                                                           P000
089200     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
089300     MOVE        '1' TO XO00-XORACN.                              P110
089400 F0CCI-FN. EXIT.                                                  P110
089500 F0CCO.    IF    XO00-XORATR = '1'                                P000
089600           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
089700     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
089800     DISPLAY     'TRACE ORACLE IS ON'.                            P110
089900 F0CCO-FN. EXIT.                                                  P110
090000 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
090100           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
090200     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
090300     DISPLAY     'ROLLBACK SEGMENT : '                            P110
090400     XO00-XORARB.                                                 P120
090500 F0CCY-FN. EXIT.                                                  P120
090600 F0C-FN.   EXIT.                                                  P120
090700 F01.      EXIT.                                                  RSA340
090800 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA340
090900        IF        1-EW00-STATUS  NOT  = ZERO                      RSA340
091000             AND  1-EW00-STATUS  NOT  = '97'                      RSA340
091100        PERFORM    F0AEW                                          RSA340
091200        PERFORM    F0A90         THRU F0A90-FN.                   RSA340
091300 F01EW-FN. EXIT.                                                  RSA340
091400 F01LV.    OPEN OUTPUT                   LV-FICHIER.              RSA340
091500        IF        1-LV00-STATUS  NOT  = ZERO                      RSA340
091600             AND  1-LV00-STATUS  NOT  = '97'                      RSA340
091700        PERFORM    F0ALV                                          RSA340
091800        PERFORM    F0A90         THRU F0A90-FN.                   RSA340
091900 F01LV-FN. EXIT.                                                  RSA340
092000 F01CL.    OPEN OUTPUT                   CL-FICHIER.              RSA340
092100        IF        1-CL00-STATUS  NOT  = ZERO                      RSA340
092200             AND  1-CL00-STATUS  NOT  = '97'                      RSA340
092300        PERFORM    F0ACL                                          RSA340
092400        PERFORM    F0A90         THRU F0A90-FN.                   RSA340
092500 F01CL-FN. EXIT.                                                  RSA340
092600 F01TP.    OPEN OUTPUT                   TP-FICHIER.              RSA340
092700        IF        1-TP00-STATUS  NOT  = ZERO                      RSA340
092800             AND  1-TP00-STATUS  NOT  = '97'                      RSA340
092900        PERFORM    F0ATP                                          RSA340
093000        PERFORM    F0A90         THRU F0A90-FN.                   RSA340
093100 F01TP-FN. EXIT.                                                  RSA340
093200 F01-FN.   EXIT.                                                  RSA340
093300*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA340
093400 F05.           EXIT.                                             RSA340
093500 F20.      IF FT =            ALL '1'                             RSA340
093600           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA340
093700 F20AD.                                                           RSA340
093800     PERFORM     F0BBA THRU F0BBA-FN.                             RSA340
093900 F20AD-FN. EXIT.                                                  RSA340
094000 F20EW.    CLOSE    EW-FICHIER.                                   RSA340
094100 F20EW-FN. EXIT.                                                  RSA340
094200 F20LV.    CLOSE    LV-FICHIER.                                   RSA340
094300 F20LV-FN. EXIT.                                                  RSA340
094400 F20CL.    CLOSE    CL-FICHIER.                                   RSA340
094500 F20CL-FN. EXIT.                                                  RSA340
094600 F20TP.    CLOSE    TP-FICHIER.                                   RSA340
094700 F20TP-FN. EXIT.                                                  RSA340
094800 F2080.    IF    XO00-XORACN = '1'                                RSA340
094900           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA340
095000     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA340
095100 F2080-FN. EXIT.                                                  RSA340
095200 F2085.                                                           RSA340
095300     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN            RSA340
095400           IF    XO00-XORACN = '1'                                RSA340
095500     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA340
095600     MOVE        ZERO TO XO00-XORACN.                             RSA340
095700 F2085-FN. EXIT.                                                  RSA340
095800 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA340
095900           AND   XA00-XRC < 4                                     RSA340
096000     MOVE        4 TO XA00-XRC.                                   RSA340
096100 F20RC-FN. EXIT.                                                  RSA340
096200*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA340
096300 F20CT.                                                           RSA340
096400     OPEN EXTEND CT-FICHIER.                                      RSA340
096500           IF    1-CT00-STATUS NOT = ZERO                         RSA340
096600           AND   1-CT00-STATUS NOT = '05'                         RSA340
096700           AND   1-CT00-STATUS NOT = '97'                         RSA340
096800        PERFORM    F0ACT                                          RSA340
096900        PERFORM    F0A90         THRU F0A90-FN.                   RSA340
097000     MOVE        SPACE TO W-CT00-ENR                              RSA340
097100     MOVE        PROGE TO W-CT00-PROGR                            RSA340
097200     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA340
097300     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA340
097400     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA340
097500     MOVE        'EW' TO W-CT00-FICID (1)                         RSA340
097600     MOVE        'O' TO W-CT00-SENS (1)                           RSA340
097700     MOVE        5-EW00-CPAG TO W-CT00-NBENR (1)                  RSA340
097800     MOVE        'LV' TO W-CT00-FICID (2)                         RSA340
097900     MOVE        'O' TO W-CT00-SENS (2)                           RSA340
098000     MOVE        5-LV00-CPAG TO W-CT00-NBENR (2)                  RSA340
098100     MOVE        'CL' TO W-CT00-FICID (3)                         RSA340
098200     MOVE        'O' TO W-CT00-SENS (3)                           RSA340
098300     MOVE        5-CL00-CPAG TO W-CT00-NBENR (3)                  RSA340
098400     MOVE        'TP' TO W-CT00-FICID (4)                         RSA340
098500     MOVE        'O' TO W-CT00-SENS (4)                           RSA340
098600     MOVE        5-TP00-CPAG TO W-CT00-NBENR (4)                  RSA340
098700     MOVE        W-CT00-ENR TO CT00                               RSA340
098800     WRITE       CT00                                             RSA340
098900     CLOSE       CT-FICHIER.                                      RSA340
099000 F20CT-FN. EXIT.                                                  RSA340
099100 F2090.                                                           RSA340
099200     PERFORM     F98-Z THRU F98-Z-FN.                             RSA340
099300 F2090-FN. EXIT.                                                  RSA340
099400 F2095.                                                           RSA340
099500     MOVE        XA00-XRC TO RETURN-CODE.                         RSA340
099600 F2095-FN. EXIT.                                                  RSA340
099700 F2099.     GOBACK.                                               RSA340
099800 F2099-FN. EXIT.                                                  RSA340
099900 F20-FN.   EXIT.                                                  RSA340
100000 F50.           EXIT.                                             RSA340
100100 F50AA.                                                           RSA340
100200     MOVE        W-WA00-DATJ TO W-DA00-DATE                       RSA340
100300     PERFORM     F68DE THRU F68DE-FN                              RSA340
100400     MOVE        W-DE00-EDIT TO W-LE03-DTDEB                      RSA340
100500     MOVE        W-WA00-DTLIM TO W-DA00-DATE                      RSA340
100600     PERFORM     F68DE THRU F68DE-FN                              RSA340
100700     MOVE        W-DE00-EDIT TO W-LE03-DTLIM                      RSA340
100800     MOVE        W-WA00-CDREAF TO W-LC03-CDREAF                   RSA340
100900     PERFORM     F80TE THRU F80TE-FN.                             RSA340
101000 F50AA-FN. EXIT.                                                  RSA340
101100*          NOTE *  RENTES ACTIVES PAR REGIME        *.            RSA340
101200 F50BB.                                                           RSA340
101300     PERFORM     F95-RS04-FV THRU F95-RS04-FV-FN.                 RSA340
101400           IF    XOBB-RS04-CF NOT = '1'                           RSA340
101500     MOVE        '0' TO IK                                        RSA340
101600     PERFORM     F64RG THRU F64RG-FN                              RSA340
101700     GO TO F50BB-FN.                                              RSA340
101800     ADD         1 TO W-WA00-CPTLU.                               RSA340
101900           IF    RS04-NIREG NOT = W-TB10-NIREG                    RSA340
102000     PERFORM     F64RG THRU F64RG-FN                              RSA340
102100     MOVE        RS04-NIREG TO W-TB10-NIREG.                      RSA340
102200     PERFORM     F60FR THRU F60FR-FN                              RSA340
102300     GO TO F50BB.                                                 RSA340
102400 F50BB-FN. EXIT.                                                  RSA340
102500 F50CC.                                                           RSA340
102600     PERFORM     F84TO THRU F84TO-FN                              RSA340
102700     PERFORM     F85TO THRU F85TO-FN                              RSA340
102800     PERFORM     F86TO THRU F86TO-FN.                             RSA340
102900 F50CC-FN. EXIT.                                                  RSA340
103000 F50XX.                                                           RSA340
103100     MOVE                     ALL '1' TO FT GO TO F20.            RSA340
103200 F50XX-FN. EXIT.                                                  RSA340
103300 F50-FN.   EXIT.                                                  RSA340
103400*          NOTE *  DATE DE FIN D UNE RENTE          *.            RSA340
103500 F60FR.                                                           RSA340
103600     MOVE        SPACE TO W-FR00-DFIN                             RSA340
103700     MOVE        SPACE TO W-FR00-LIB                              RSA340
103800     MOVE        '0' TO W-FR00-CLO                                RSA340
103900     MOVE        ZERO TO W-FR00-MOIX                              RSA340
104000     MOVE        ZERO TO W-FR00-MOAG                              RSA340
104100     MOVE        ZERO TO W-FR00-AGE                               RSA340
104200     MOVE        ZERO TO W-FR00-AGEL.                             RSA340
104300           IF    RS04-DFREN = SPACE                               RSA340
104400     GO TO F60FR-A.                                               RSA340
104500           IF    RS04-DFREN NOT NUMERIC                           RSA340
104600     MOVE        'DATE DE FIN (DFREN) INVALIDE' TO W-FR00-LIB     RSA340
104700     PERFORM     F62AN THRU F62AN-FN                              RSA340
104800     GO TO F60FR-FN.                                              RSA340
104900     MOVE        RS04-DFREN TO W-FR00-DFIN                        RSA340
105000     MOVE        1 TO W-FR00-MOIX.                                RSA340
105100 F60FR-A.                                                         RSA340
105200           IF    RS04-CDCAT = W-WA00-CDCATE                       RSA340
105300     MOVE        3 TO W-FR00-MOAG                                 RSA340
105400     MOVE        W-WA00-AGEETU TO W-FR00-AGEL                     RSA340
105500     GO TO F60FR-B.                                               RSA340
105600     PERFORM     F95-RS09-FU THRU F95-RS09-FU-FN.                 RSA340
105700           IF    IK NOT = '0'                                     RSA340
105800     MOVE        '0' TO IK                                        RSA340
105900     MOVE        ZERO TO XP00-XCOUNT.                             RSA340
106000           IF    XP00-XCOUNT > ZERO                               RSA340
106100     MOVE        2 TO W-FR00-MOAG                                 RSA340
106200     MOVE        W-WA00-AGEORP TO W-FR00-AGEL.                    RSA340
106300 F60FR-B.                                                         RSA340
106400           IF    W-FR00-MOAG = ZERO                               RSA340
106500     GO TO F60FR-C.                                               RSA340
106600           IF    RS02-DTRENR NOT NUMERIC                          RSA340
106700     MOVE        'DATE DE NAISSANCE INVALIDE' TO W-FR00-LIB       RSA340
106800     PERFORM     F62AN THRU F62AN-FN                              RSA340
106900     GO TO F60FR-FN.                                              RSA340
107000     MOVE        RS02-DTRENR TO W-DA00-DATE                       RSA340
107100     COMPUTE     W-DA00-NBM = W-FR00-AGEL * 12                    RSA340
107200     PERFORM     F68AM THRU F68AM-FN.                             RSA340
107300           IF    W-FR00-DFIN = SPACE                              RSA340
107400           OR    W-DA00-DATE < W-FR00-DFIN                        RSA340
107500     MOVE        W-DA00-DATE TO W-FR00-DFIN                       RSA340
107600     MOVE        W-FR00-MOAG TO W-FR00-MOIX                       RSA340
107700     MOVE        W-FR00-AGEL TO W-FR00-AGE.                       RSA340
107800 F60FR-C.                                                         RSA340
107900           IF    W-FR00-DFIN = SPACE                              RSA340
108000     ADD         1 TO W-WA00-CPTSF                                RSA340
108100     GO TO F60FR-FN.                                              RSA340
108200           IF    W-FR00-DFIN > W-WA00-DTLIM                       RSA340
108300     ADD         1 TO W-WA00-CPTUL                                RSA340
108400     GO TO F60FR-FN.                                              RSA340
108500           IF    RS04-DTPAID NUMERIC                              RSA340
108600           AND   RS04-DTPAID > W-FR00-DFIN                        RSA340
108700     PERFORM     F64TP THRU F64TP-FN                              RSA340
108800     MOVE        'TROP-PERCU : VOIR EXCEPTIONS' TO W-FR00-LIB     RSA340
108900     GO TO F60FR-D.                                               RSA340
109000           IF    W-FR00-DFIN (1:6) NOT > W-WA00-MOISJ             RSA340
109100     PERFORM     F64CL THRU F64CL-FN.                             RSA340
109200           IF    W-FR00-DFIN < W-WA00-DATJ                        RSA340
109300     GO TO F60FR-FN.                                              RSA340
109314           IF    W-FR00-DFIN > W-WA00-DTLIP                       RSA340
109328     PERFORM     F66LV THRU F66LV-FN                              RSA340
109342     GO TO F60FR-D.                                               RSA340
109356     MOVE        'PREAVIS DEJA EMIS' TO W-FR00-LIB.               RSA340
109370           IF    W-FR00-CLO = '1'                                 RSA340
109384     MOVE        'PROPOSITION DE CLOTURE' TO W-FR00-LIB.          RSA340
109500 F60FR-D.                                                         RSA340
109600           IF    W-FR00-DFIN < W-WA00-DATJ                        RSA340
109700     GO TO F60FR-FN.                                              RSA340
109800     PERFORM     F62EC THRU F62EC-FN                              RSA340
109900     ADD         1 TO W-WA00-CPTEC.                               RSA340
110000 F60FR-FN. EXIT.                                                  RSA340
110100*          NOTE *  LIGNE DE L ECHEANCIER            *.            RSA340
110200 F62EC.                                                           RSA340
110300           IF    W-TB10-NB NOT < 2000                             RSA340
110400     MOVE        '62EC' TO XA60-XCDFSF                            RSA340
110500     MOVE        'TABLE DU REGIME SATUREE       '                 RSA340
110600                 TO XA60-XLISUI                                   RSA340
110700     MOVE        'PLUS DE 2000 FINS DE RENTE DANS LE REGIME'      RSA340
110800                 TO XA60-ZX67A                                    RSA340
110900     MOVE        W-TB10-NIREG TO XA60-ZX67B                       RSA340
111000     PERFORM     F9900 THRU F9900-FN.                             RSA340
111100     MOVE        RS04-CNREN TO W-LE05-CNREN                       RSA340
111200     MOVE        RS04-NORER TO W-LE05-NORER                       RSA340
111300     MOVE        RS04-IDRPL TO W-LE05-IDRPL                       RSA340
111400     MOVE        RS02-LNRENR TO W-LE05-LNRENR                     RSA340
111500     MOVE        RS02-LNREPR TO W-LE05-LNREPR                     RSA340
111600     MOVE        RS04-CDPAF TO W-LE05-CDPAF                       RSA340
111700     MOVE        RS04-MTREA TO W-LE05-MTREA                       RSA340
111800     MOVE        W-FR00-LIB TO W-LE05-LIB                         RSA340
111900     MOVE        RS02-DTRENR TO W-LE05-DTRENR.                    RSA340
112000           IF    RS02-DTRENR NUMERIC                              RSA340
112100     MOVE        RS02-DTRENR TO W-DA00-DATE                       RSA340
112200     PERFORM     F68DE THRU F68DE-FN                              RSA340
112300     MOVE        W-DE00-EDIT TO W-LE05-DTRENR.                    RSA340
112400     MOVE        W-FR00-DFIN TO W-LE05-DFIN.                      RSA340
112500           IF    W-FR00-DFIN NUMERIC                              RSA340
112600     MOVE        W-FR00-DFIN TO W-DA00-DATE                       RSA340
112700     PERFORM     F68DE THRU F68DE-FN                              RSA340
112800     MOVE        W-DE00-EDIT TO W-LE05-DFIN.                      RSA340
112900     ADD         1 TO W-TB10-NB                                   RSA340
113000     MOVE        W-FR00-MOIX TO W-TB10-MOIX (W-TB10-NB)           RSA340
113100     MOVE        RS04-MTREA TO W-TB10-MTREA (W-TB10-NB)           RSA340
113200     MOVE        W-LE05-LIGNE TO W-TB10-LIGNE (W-TB10-NB).        RSA340
113300 F62EC-FN. EXIT.                                                  RSA340
113400*          NOTE *  ANOMALIE SUR UNE RENTE           *.            RSA340
113500 F62AN.                                                           RSA340
113600     MOVE        W-FR00-MOIX TO W-FR00-MOSV                       RSA340
113700     MOVE        4 TO W-FR00-MOIX                                 RSA340
113800     PERFORM     F62EC THRU F62EC-FN                              RSA340
113900     MOVE        W-FR00-MOSV TO W-FR00-MOIX                       RSA340
114000     ADD         1 TO W-WA00-CPTAN.                               RSA340
114100 F62AN-FN. EXIT.                                                  RSA340
114200*          NOTE *  EDITION DES FINS D UN REGIME     *.            RSA340
114300 F64RG.                                                           RSA340
114400           IF    W-TB10-NB = ZERO                                 RSA340
114500     GO TO F64RG-FN.                                              RSA340
114600     MOVE        ZERO TO W-SR00-NBRG                              RSA340
114700     MOVE        ZERO TO W-SR00-MTRG                              RSA340
114800     MOVE        W-TB10-NIREG TO W-LE06-NIREG                     RSA340
114900     MOVE        SPACE TO EW00                                    RSA340
115000     PERFORM     F80LI THRU F80LI-FN                              RSA340
115100     MOVE        W-LE06-LIGNE TO EW00                             RSA340
115200     PERFORM     F80LI THRU F80LI-FN                              RSA340
115300     MOVE        1 TO J00.                                        RSA340
115400 F64RG-A.                                                         RSA340
115500     PERFORM     F64MO THRU F64MO-FN                              RSA340
115600     ADD         1 TO J00.                                        RSA340
115700           IF    J00 NOT > 4                                      RSA340
115800     GO TO F64RG-A.                                               RSA340
115900     MOVE        W-TB10-NIREG TO W-LE10-NIREG                     RSA340
116000     MOVE        W-SR00-NBRG TO W-LE10-NB                         RSA340
116100     MOVE        W-SR00-MTRG TO W-LE10-MT                         RSA340
116200     MOVE        SPACE TO EW00                                    RSA340
116300     PERFORM     F80LI THRU F80LI-FN                              RSA340
116400     MOVE        W-LE10-LIGNE TO EW00                             RSA340
116500     PERFORM     F80LI THRU F80LI-FN                              RSA340
116600     MOVE        ZERO TO W-TB10-NB.                               RSA340
116700 F64RG-FN. EXIT.                                                  RSA340
116800*          NOTE *  FINS D UN REGIME POUR UN MOTIF   *.            RSA340
116900 F64MO.                                                           RSA340
117000     MOVE        ZERO TO W-SR00-NBMO                              RSA340
117100     MOVE        ZERO TO W-SR00-MTMO                              RSA340
117200     MOVE        1 TO J01.                                        RSA340
117300 F64MO-A.                                                         RSA340
117400           IF    J01 > W-TB10-NB                                  RSA340
117500     GO TO F64MO-B.                                               RSA340
117600           IF    W-TB10-MOIX (J01) NOT = J00                      RSA340
117700     ADD         1 TO J01                                         RSA340
117800     GO TO F64MO-A.                                               RSA340
117900           IF    W-SR00-NBMO = ZERO                               RSA340
118000     MOVE        W-MO00-LIB (J00) TO W-LE08-LIB                   RSA340
118100     MOVE        SPACE TO EW00                                    RSA340
118200     PERFORM     F80LI THRU F80LI-FN                              RSA340
118300     MOVE        W-LE08-LIGNE TO EW00                             RSA340
118400     PERFORM     F80LI THRU F80LI-FN.                             RSA340
118500     MOVE        W-TB10-LIGNE (J01) TO EW00                       RSA340
118600     PERFORM     F80LI THRU F80LI-FN                              RSA340
118700     ADD         1 TO W-SR00-NBMO                                 RSA340
118800     ADD         W-TB10-MTREA (J01) TO W-SR00-MTMO                RSA340
118900     ADD         1 TO J01                                         RSA340
119000     GO TO F64MO-A.                                               RSA340
119100 F64MO-B.                                                         RSA340
119200           IF    W-SR00-NBMO = ZERO                               RSA340
119300     GO TO F64MO-FN.                                              RSA340
119400     MOVE        W-MO00-LIB (J00) TO W-LE09-LIB                   RSA340
119500     MOVE        W-SR00-NBMO TO W-LE09-NB                         RSA340
119600     MOVE        W-SR00-MTMO TO W-LE09-MT                         RSA340
119700     MOVE        W-LE09-LIGNE TO EW00                             RSA340
119800     PERFORM     F80LI THRU F80LI-FN                              RSA340
119900     ADD         W-SR00-NBMO TO W-MT10-NB (J00)                   RSA340
120000     ADD         W-SR00-MTMO TO W-MT10-MT (J00).                  RSA340
120100           IF    J00 < 4                                          RSA340
120200     ADD         W-SR00-NBMO TO W-SR00-NBRG                       RSA340
120300     ADD         W-SR00-MTMO TO W-SR00-MTRG.                      RSA340
120400 F64MO-FN. EXIT.                                                  RSA340
120500*          NOTE *  PROPOSITION DE CLOTURE           *.            RSA340
120600 F64CL.                                                           RSA340
120700     MOVE        ZERO TO W-WA00-NBECH.                            RSA340
120800           IF    RS04-CDPAF = 'M'                                 RSA340
120900     MOVE        12 TO W-WA00-NBECH.                              RSA340
121000           IF    RS04-CDPAF = 'T'                                 RSA340
121100     MOVE        4 TO W-WA00-NBECH.                               RSA340
121200           IF    RS04-CDPAF = 'S'                                 RSA340
121300     MOVE        2 TO W-WA00-NBECH.                               RSA340
121400           IF    RS04-CDPAF = 'A'                                 RSA340
121500     MOVE        1 TO W-WA00-NBECH.                               RSA340
121600           IF    W-WA00-NBECH = ZERO                              RSA340
121700     MOVE        'FREQUENCE DE PAIEMENT INCONNUE' TO W-FR00-LIB   RSA340
121800     PERFORM     F62AN THRU F62AN-FN                              RSA340
121900     MOVE        SPACE TO W-FR00-LIB                              RSA340
122000     GO TO F64CL-FN.                                              RSA340
122100     COMPUTE     W-WA00-NBMOIS = 12 / W-WA00-NBECH.               RSA340
122200           IF    RS04-DTPAID NUMERIC                              RSA340
122300           AND   RS04-DTPAID NOT = ZERO                           RSA340
122400     MOVE        RS04-DTPAID TO W-PR00-DTDEB                      RSA340
122500           ELSE                                                   RSA340
122600     MOVE        RS04-DDREN TO W-PR00-DTDEB.                      RSA340
122700           IF    W-PR00-DTDEB NOT NUMERIC                         RSA340
122800     MOVE        'DATES DE LA RENTE INVALIDES' TO W-FR00-LIB      RSA340
122900     PERFORM     F62AN THRU F62AN-FN                              RSA340
123000     MOVE        SPACE TO W-FR00-LIB                              RSA340
123100     GO TO F64CL-FN.                                              RSA340
123200           IF    W-PR00-DTDEB > W-FR00-DFIN                       RSA340
123300     MOVE        'DEBUT DE RENTE APRES LA FIN' TO W-FR00-LIB      RSA340
123400     PERFORM     F62AN THRU F62AN-FN                              RSA340
123500     MOVE        SPACE TO W-FR00-LIB                              RSA340
123600     GO TO F64CL-FN.                                              RSA340
123700     MOVE        W-PR00-DTDEB TO W-PR00-DTORI                     RSA340
123800     MOVE        ZERO TO W-PR00-NBREG.                            RSA340
123900 F64CL-A.                                                         RSA340
124000     MOVE        W-PR00-DTORI TO W-DA00-DATE                      RSA340
124100     COMPUTE     W-DA00-NBM = (W-PR00-NBREG + 1) * W-WA00-NBMOIS  RSA340
124200     PERFORM     F68AM THRU F68AM-FN                              RSA340
124300     MOVE        W-DA00-DATE TO W-PR00-DTECH.                     RSA340
124400           IF    W-PR00-DTECH NOT > W-FR00-DFIN                   RSA340
124500     ADD         1 TO W-PR00-NBREG                                RSA340
124600     MOVE        W-PR00-DTECH TO W-PR00-DTDEB                     RSA340
124700     GO TO F64CL-A.                                               RSA340
124800     MOVE        W-PR00-DTDEB TO W-JN00-DATE                      RSA340
124900     PERFORM     F68JN THRU F68JN-FN                              RSA340
125000     MOVE        W-JN00-NBJ TO W-PR00-NJDEB                       RSA340
125100     MOVE        W-FR00-DFIN TO W-JN00-DATE                       RSA340
125200     PERFORM     F68JN THRU F68JN-FN                              RSA340
125300     COMPUTE     W-PR00-NBJ = W-JN00-NBJ - W-PR00-NJDEB           RSA340
125400     MOVE        W-PR00-DTECH TO W-JN00-DATE                      RSA340
125500     PERFORM     F68JN THRU F68JN-FN                              RSA340
125600     COMPUTE     W-PR00-NBJP = W-JN00-NBJ - W-PR00-NJDEB          RSA340
125700     COMPUTE     W-PR00-DIVIS = W-WA00-NBECH * W-PR00-NBJP        RSA340
125800     COMPUTE     W-PR00-MTFIN ROUNDED                             RSA340
125900                 = RS04-MTREA * W-PR00-NBJ / W-PR00-DIVIS         RSA340
126000     ADD         1 TO W-WA00-CPTCL                                RSA340
126100     ADD         W-PR00-MTFIN TO W-TO00-MTFIN                     RSA340
126200     MOVE        '1' TO W-FR00-CLO                                RSA340
126300     MOVE        RS04-CNREN TO W-LC05-CNREN                       RSA340
126400     MOVE        RS04-NORER TO W-LC05-NORER                       RSA340
126500     MOVE        RS04-IDRPL TO W-LC05-IDRPL                       RSA340
126600     MOVE        RS02-LNRENR TO W-LC05-LNRENR                     RSA340
126700     MOVE        RS04-CDPAF TO W-LC05-CDPAF                       RSA340
126800     MOVE        RS04-MTREA TO W-LC05-MTREA                       RSA340
126900     MOVE        RS04-DTPAID TO W-LC05-DTPAID                     RSA340
127000     MOVE        W-FR00-DFIN TO W-LC05-DFIN                       RSA340
127100     MOVE        W-PR00-NBREG TO W-LC05-NBREG                     RSA340
127200     MOVE        W-PR00-DTDEB TO W-LC05-DTDEB                     RSA340
127300     MOVE        W-PR00-NBJ TO W-LC05-NBJ                         RSA340
127400     MOVE        W-PR00-NBJP TO W-LC05-NBJP                       RSA340
127500     MOVE        W-PR00-MTFIN TO W-LC05-MTFIN                     RSA340
127600     MOVE        W-WA00-CDREAA TO W-LC05-CDREA                    RSA340
127700     MOVE        W-WA00-CDREAF TO W-LC05-CDREAF                   RSA340
127800     MOVE        W-MO00-LIC (W-FR00-MOIX) TO W-LC05-MOTIF         RSA340
127900     MOVE        W-LC05-LIGNE TO CL00                             RSA340
128000     PERFORM     F81LI THRU F81LI-FN.                             RSA340
128100 F64CL-FN. EXIT.                                                  RSA340
128200*          NOTE *  TROP-PERCU APRES LA DATE DE FIN  *.            RSA340
128300 F64TP.                                                           RSA340
128400     MOVE        W-FR00-DFIN TO W-JN00-DATE                       RSA340
128500     PERFORM     F68JN THRU F68JN-FN                              RSA340
128600     MOVE        W-JN00-NBJ TO W-PR00-NJDEB                       RSA340
128700     MOVE        RS04-DTPAID TO W-JN00-DATE                       RSA340
128800     PERFORM     F68JN THRU F68JN-FN                              RSA340
128900     COMPUTE     W-PR00-NBJ = W-JN00-NBJ - W-PR00-NJDEB           RSA340
129000     COMPUTE     W-PR00-MTTP ROUNDED                              RSA340
129100                 = RS04-MTREA * W-PR00-NBJ / 365                  RSA340
129200     ADD         1 TO W-WA00-CPTTP                                RSA340
129300     ADD         W-PR00-MTTP TO W-TO00-MTTP                       RSA340
129400     MOVE        RS04-CNREN TO W-LP05-CNREN                       RSA340
129500     MOVE        RS04-NORER TO W-LP05-NORER                       RSA340
129600     MOVE        RS04-IDRPL TO W-LP05-IDRPL                       RSA340
129700     MOVE        RS02-LNRENR TO W-LP05-LNRENR                     RSA340
129800     MOVE        RS04-CDPAF TO W-LP05-CDPAF                       RSA340
129900     MOVE        RS04-MTREA TO W-LP05-MTREA                       RSA340
130000     MOVE        W-FR00-DFIN TO W-LP05-DFIN                       RSA340
130100     MOVE        RS04-DTPAID TO W-LP05-DTPAID                     RSA340
130200     MOVE        W-PR00-NBJ TO W-LP05-NBJ                         RSA340
130300     MOVE        W-PR00-MTTP TO W-LP05-MTTP                       RSA340
130400     MOVE        W-MO00-LIC (W-FR00-MOIX) TO W-LP05-MOTIF         RSA340
130500     MOVE        W-LP05-LIGNE TO TP00                             RSA340
130600     PERFORM     F83LI THRU F83LI-FN.                             RSA340
130700 F64TP-FN. EXIT.                                                  RSA340
130800*          NOTE *  PREAVIS DE FIN DE RENTE          *.            RSA340
130900 F66LV.                                                           RSA340
131000     MOVE        RS04-NORER TO RS03-NORER                         RSA340
131100     PERFORM     F95-RS03-FU THRU F95-RS03-FU-FN.                 RSA340
131200           IF    IK NOT = '0'                                     RSA340
131300     MOVE        '0' TO IK                                        RSA340
131400     MOVE        'PREAVIS NON EMIS : ADRESSE' TO W-FR00-LIB       RSA340
131500     ADD         1 TO W-WA00-CPTAN                                RSA340
131600     GO TO F66LV-FN.                                              RSA340
131700           IF   (RS03-LRRE1R = SPACE                              RSA340
131800           AND   RS03-LRRE2R = SPACE)                             RSA340
131900           OR    RS03-LVRER = SPACE                               RSA340
132000     MOVE        'PREAVIS NON EMIS : ADRESSE' TO W-FR00-LIB       RSA340
132100     ADD         1 TO W-WA00-CPTAN                                RSA340
132200     GO TO F66LV-FN.                                              RSA340
132300     PERFORM     F82LV THRU F82LV-FN                              RSA340
132400     ADD         1 TO W-WA00-CPTPR                                RSA340
132500     MOVE        'PREAVIS EMIS' TO W-FR00-LIB.                    RSA340
132600           IF    W-FR00-CLO = '1'                                 RSA340
132700     MOVE        'PREAVIS + PROPOSITION CLOTURE' TO W-FR00-LIB.   RSA340
132800 F66LV-FN. EXIT.                                                  RSA340
132900*          NOTE *  AJOUT DE MOIS A UNE DATE         *.            RSA340
133000 F68AM.                                                           RSA340
133100     COMPUTE     W-DA00-Q = W-DA00-MM - 1 + W-DA00-NBM            RSA340
133200     DIVIDE      W-DA00-Q BY 12 GIVING W-DA00-Q                   RSA340
133300                 REMAINDER W-DA00-R                               RSA340
133400     ADD         W-DA00-Q TO W-DA00-AAAA                          RSA340
133500     COMPUTE     W-DA00-MM = W-DA00-R + 1.                        RSA340
133600           IF    W-DA00-MM = 02                                   RSA340
133700           AND   W-DA00-JJ > 28                                   RSA340
133800     MOVE        28 TO W-DA00-JJ.                                 RSA340
133900           IF    W-DA00-JJ > 30                                   RSA340
134000           AND  (W-DA00-MM = 04 OR 06 OR 09 OR 11)                RSA340
134100     MOVE        30 TO W-DA00-JJ.                                 RSA340
134200 F68AM-FN. EXIT.                                                  RSA340
134300*          NOTE *  DATE AU FORMAT JJ/MM/AAAA        *.            RSA340
134400 F68DE.                                                           RSA340
134500     MOVE        W-DA00-JJ TO W-DE00-JJ                           RSA340
134600     MOVE        W-DA00-MM TO W-DE00-MM                           RSA340
134700     MOVE        W-DA00-AAAA TO W-DE00-AAAA.                      RSA340
134800 F68DE-FN. EXIT.                                                  RSA340
134900*          NOTE *  NUMERO DE JOUR D UNE DATE        *.            RSA340
135000 F68JN.                                                           RSA340
135100     MOVE        W-JN00-AAAA TO W-JN00-AA                         RSA340
135200     MOVE        W-JN00-MM TO W-JN00-MS.                          RSA340
135300           IF    W-JN00-MS < 3                                    RSA340
135400     SUBTRACT    1 FROM W-JN00-AA                                 RSA340
135500     ADD         12 TO W-JN00-MS.                                 RSA340
135600     COMPUTE     W-JN00-NBJ = W-JN00-AA * 365 + W-JN00-JJ         RSA340
135700     DIVIDE      W-JN00-AA BY 4 GIVING W-JN00-Q                   RSA340
135800     ADD         W-JN00-Q TO W-JN00-NBJ                           RSA340
135900     DIVIDE      W-JN00-AA BY 100 GIVING W-JN00-Q                 RSA340
136000     SUBTRACT    W-JN00-Q FROM W-JN00-NBJ                         RSA340
136100     DIVIDE      W-JN00-AA BY 400 GIVING W-JN00-Q                 RSA340
136200     ADD         W-JN00-Q TO W-JN00-NBJ                           RSA340
136300     COMPUTE     W-JN00-Q = W-JN00-MS * 153 - 457                 RSA340
136400     DIVIDE      W-JN00-Q BY 5 GIVING W-JN00-Q                    RSA340
136500     ADD         W-JN00-Q TO W-JN00-NBJ.                          RSA340
136600 F68JN-FN. EXIT.                                                  RSA340
136700*          NOTE *  LETTRE DE PREAVIS                *.            RSA340
136800 F82LV.                                                           RSA340
136900     ADD         1 TO 5-LV00-CPAG                                 RSA340
137000     MOVE        W-LL01-LIGNE TO LV00                             RSA340
137100     WRITE       LV00 AFTER ADVANCING SAUTP                       RSA340
137200     MOVE        W-LL02-LIGNE TO LV00                             RSA340
137300     MOVE        1 TO W-LV00-SAUT                                 RSA340
137400     PERFORM     F81LV THRU F81LV-FN                              RSA340
137500     MOVE        SPACE TO W-LL03-ADRES                            RSA340
137600     STRING      RS02-LNRENR DELIMITED BY '  '                    RSA340
137700                 ' ' DELIMITED BY SIZE                            RSA340
137800                 RS02-LNREPR DELIMITED BY '  '                    RSA340
137900                 INTO W-LL03-ADRES                                RSA340
138000     MOVE        W-LL03-LIGNE TO LV00                             RSA340
138100     MOVE        4 TO W-LV00-SAUT                                 RSA340
138200     PERFORM     F81LV THRU F81LV-FN                              RSA340
138300     MOVE        1 TO W-LV00-SAUT.                                RSA340
138400           IF    RS03-LRRE1R NOT = SPACE                          RSA340
138500     MOVE        RS03-LRRE1R TO W-LL03-ADRES                      RSA340
138600     MOVE        W-LL03-LIGNE TO LV00                             RSA340
138700     PERFORM     F81LV THRU F81LV-FN.                             RSA340
138800           IF    RS03-LRRE2R NOT = SPACE                          RSA340
138900     MOVE        RS03-LRRE2R TO W-LL03-ADRES                      RSA340
139000     MOVE        W-LL03-LIGNE TO LV00                             RSA340
139100     PERFORM     F81LV THRU F81LV-FN.                             RSA340
139200     MOVE        SPACE TO W-LL03-ADRES                            RSA340
139300     STRING      RS03-CPRENR DELIMITED BY SPACE                   RSA340
139400                 ' ' DELIMITED BY SIZE                            RSA340
139500                 RS03-LVRER DELIMITED BY SIZE                     RSA340
139600                 INTO W-LL03-ADRES                                RSA340
139700     MOVE        W-LL03-LIGNE TO LV00                             RSA340
139800     PERFORM     F81LV THRU F81LV-FN.                             RSA340
139900           IF    RS03-CDREPR NOT = SPACE                          RSA340
140000           AND   RS03-CDREPR NOT = 'FRA'                          RSA340
140100     MOVE        RS03-CDREPR TO W-LL03-ADRES                      RSA340
140200     MOVE        W-LL03-LIGNE TO LV00                             RSA340
140300     PERFORM     F81LV THRU F81LV-FN.                             RSA340
140400     MOVE        RS04-NOREN TO W-LL04-NOREN                       RSA340
140500     MOVE        XAED-XDATRT TO W-LL04-DATE                       RSA340
140600     MOVE        W-LL04-LIGNE TO LV00                             RSA340
140700     MOVE        3 TO W-LV00-SAUT                                 RSA340
140800     PERFORM     F81LV THRU F81LV-FN                              RSA340
140900     MOVE        'OBJET : PREAVIS DE FIN DE RENTE' TO W-LL05-OBJETRSA340
141000     MOVE        W-LL05-LIGNE TO LV00                             RSA340
141100     MOVE        2 TO W-LV00-SAUT                                 RSA340
141200     PERFORM     F81LV THRU F81LV-FN                              RSA340
141300     MOVE        'MADAME, MONSIEUR,' TO W-LL06-TEXTE              RSA340
141400     MOVE        W-LL06-LIGNE TO LV00                             RSA340
141500     PERFORM     F81LV THRU F81LV-FN                              RSA340
141600     MOVE        1 TO W-WA00-LTDEB                                RSA340
141700     MOVE        2 TO W-WA00-LTFIN                                RSA340
141800     PERFORM     F82LT THRU F82LT-FN                              RSA340
141900     MOVE        RS04-CNREN TO W-LL08-CNREN                       RSA340
142000     MOVE        RS04-NORER TO W-LL08-NORER                       RSA340
142100     MOVE        RS04-IDRPL TO W-LL08-IDRPL                       RSA340
142200     MOVE        RS04-NIREG TO W-LL08-NIREG                       RSA340
142300     MOVE        W-LL08-LIGNE TO LV00                             RSA340
142400     MOVE        2 TO W-LV00-SAUT                                 RSA340
142500     PERFORM     F81LV THRU F81LV-FN                              RSA340
142600     MOVE        W-FR00-DFIN TO W-DA00-DATE                       RSA340
142700     PERFORM     F68DE THRU F68DE-FN                              RSA340
142800     MOVE        W-DE00-EDIT TO W-LL07-DFIN                       RSA340
142900     MOVE        W-LL07-LIGNE TO LV00                             RSA340
143000     MOVE        2 TO W-LV00-SAUT                                 RSA340
143100     PERFORM     F81LV THRU F81LV-FN.                             RSA340
143200           IF    W-FR00-AGE = ZERO                                RSA340
143300     MOVE        W-MO00-LIB (W-FR00-MOIX) TO W-LL10-MOTIF         RSA340
143400           ELSE                                                   RSA340
143500     MOVE        SPACE TO W-LL10-MOTIF                            RSA340
143600     STRING      W-MO00-LIB (W-FR00-MOIX) DELIMITED BY '  '       RSA340
143700                 ' (' W-FR00-AGE ' ANS)' DELIMITED BY SIZE        RSA340
143800                 INTO W-LL10-MOTIF.                               RSA340
143900     MOVE        W-LL10-LIGNE TO LV00                             RSA340
144000     MOVE        1 TO W-LV00-SAUT                                 RSA340
144100     PERFORM     F81LV THRU F81LV-FN                              RSA340
144200     MOVE        3 TO W-WA00-LTDEB                                RSA340
144300     MOVE        5 TO W-WA00-LTFIN                                RSA340
144400     PERFORM     F82LT THRU F82LT-FN                              RSA340
144500     MOVE        6 TO W-WA00-LTDEB                                RSA340
144600     MOVE        8 TO W-WA00-LTFIN                                RSA340
144700     PERFORM     F82LT THRU F82LT-FN                              RSA340
144800     MOVE        9 TO W-WA00-LTDEB                                RSA340
144900     MOVE        13 TO W-WA00-LTFIN                               RSA340
145000     PERFORM     F82LT THRU F82LT-FN.                             RSA340
145100 F82LV-FN. EXIT.                                                  RSA340
145200*          NOTE *  PARAGRAPHE DE TEXTE DE LA LETTRE *.            RSA340
145300 F82LT.                                                           RSA340
145400     MOVE        W-WA00-LTDEB TO J01.                             RSA340
145500 F82LT-A.                                                         RSA340
145600           IF    J01 = W-WA00-LTDEB                               RSA340
145700     MOVE        2 TO W-LV00-SAUT                                 RSA340
145800           ELSE                                                   RSA340
145900     MOVE        1 TO W-LV00-SAUT.                                RSA340
146000     MOVE        W-LT00-LIG (J01) TO W-LL06-TEXTE                 RSA340
146100     MOVE        W-LL06-LIGNE TO LV00                             RSA340
146200     PERFORM     F81LV THRU F81LV-FN                              RSA340
146300     ADD         1 TO J01.                                        RSA340
146400           IF    J01 NOT > W-WA00-LTFIN                           RSA340
146500     GO TO F82LT-A.                                               RSA340
146600 F82LT-FN. EXIT.                                                  RSA340
146700*          NOTE *  EDITION DU BILAN                 *.            RSA340
146800 F84TO.                                                           RSA340
146900     MOVE        SPACE TO EW00                                    RSA340
147000     PERFORM     F80LI THRU F80LI-FN                              RSA340
147100     MOVE        'RENTES ACTIVES LUES    : ' TO W-LE07-LIB        RSA340
147200     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA340
147300     MOVE        W-LE07-LIGNE TO EW00                             RSA340
147400     PERFORM     F80LI THRU F80LI-FN                              RSA340
147500     MOVE        'SANS DATE DE FIN       : ' TO W-LE07-LIB        RSA340
147600     MOVE        W-WA00-CPTSF TO W-LE07-NB                        RSA340
147700     MOVE        W-LE07-LIGNE TO EW00                             RSA340
147800     PERFORM     F80LI THRU F80LI-FN                              RSA340
147900     MOVE        'FIN APRES L HORIZON    : ' TO W-LE07-LIB        RSA340
148000     MOVE        W-WA00-CPTUL TO W-LE07-NB                        RSA340
148100     MOVE        W-LE07-LIGNE TO EW00                             RSA340
148200     PERFORM     F80LI THRU F80LI-FN                              RSA340
148300     MOVE        'FINS A L ECHEANCIER    : ' TO W-LE07-LIB        RSA340
148400     MOVE        W-WA00-CPTEC TO W-LE07-NB                        RSA340
148500     MOVE        W-LE07-LIGNE TO EW00                             RSA340
148600     PERFORM     F80LI THRU F80LI-FN                              RSA340
148700     MOVE        '  DONT TEMPORAIRES     : ' TO W-LE07-LIB        RSA340
148800     MOVE        W-MT10-NB (1) TO W-LE07-NB                       RSA340
148900     MOVE        W-LE07-LIGNE TO EW00                             RSA340
149000     PERFORM     F80LI THRU F80LI-FN                              RSA340
149100     MOVE        '  DONT ORPHELINS       : ' TO W-LE07-LIB        RSA340
149200     MOVE        W-MT10-NB (2) TO W-LE07-NB                       RSA340
149300     MOVE        W-LE07-LIGNE TO EW00                             RSA340
149400     PERFORM     F80LI THRU F80LI-FN                              RSA340
149500     MOVE        '  DONT EDUCATION       : ' TO W-LE07-LIB        RSA340
149600     MOVE        W-MT10-NB (3) TO W-LE07-NB                       RSA340
149700     MOVE        W-LE07-LIGNE TO EW00                             RSA340
149800     PERFORM     F80LI THRU F80LI-FN                              RSA340
149900     MOVE        'PREAVIS EMIS           : ' TO W-LE07-LIB        RSA340
150000     MOVE        W-WA00-CPTPR TO W-LE07-NB                        RSA340
150100     MOVE        W-LE07-LIGNE TO EW00                             RSA340
150200     PERFORM     F80LI THRU F80LI-FN                              RSA340
150300     MOVE        'PROPOSITIONS CLOTURE   : ' TO W-LE07-LIB        RSA340
150400     MOVE        W-WA00-CPTCL TO W-LE07-NB                        RSA340
150500     MOVE        W-LE07-LIGNE TO EW00                             RSA340
150600     PERFORM     F80LI THRU F80LI-FN                              RSA340
150700     MOVE        'TROP-PERCUS            : ' TO W-LE07-LIB        RSA340
150800     MOVE        W-WA00-CPTTP TO W-LE07-NB                        RSA340
150900     MOVE        W-LE07-LIGNE TO EW00                             RSA340
151000     PERFORM     F80LI THRU F80LI-FN                              RSA340
151100     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA340
151200     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA340
151300     MOVE        W-LE07-LIGNE TO EW00                             RSA340
151400     PERFORM     F80LI THRU F80LI-FN                              RSA340
151500     MOVE        SPACE TO EW00                                    RSA340
151600     PERFORM     F80LI THRU F80LI-FN                              RSA340
151700     MOVE        'TOTAL DERNIERS TERMES  : ' TO W-LE11-LIB        RSA340
151800     MOVE        W-TO00-MTFIN TO W-LE11-MT                        RSA340
151900     MOVE        W-LE11-LIGNE TO EW00                             RSA340
152000     PERFORM     F80LI THRU F80LI-FN                              RSA340
152100     MOVE        'TOTAL TROP-PERCUS      : ' TO W-LE11-LIB        RSA340
152200     MOVE        W-TO00-MTTP TO W-LE11-MT                         RSA340
152300     MOVE        W-LE11-LIGNE TO EW00                             RSA340
152400     PERFORM     F80LI THRU F80LI-FN.                             RSA340
152500 F84TO-FN. EXIT.                                                  RSA340
152600*          NOTE *  TOTAL DES PROPOSITIONS           *.            RSA340
152700 F85TO.                                                           RSA340
152800     MOVE        SPACE TO CL00                                    RSA340
152900     PERFORM     F81LI THRU F81LI-FN                              RSA340
153000     MOVE        W-WA00-CPTCL TO W-LC07-NB                        RSA340
153100     MOVE        W-TO00-MTFIN TO W-LC07-MT                        RSA340
153200     MOVE        W-LC07-LIGNE TO CL00                             RSA340
153300     PERFORM     F81LI THRU F81LI-FN.                             RSA340
153400 F85TO-FN. EXIT.                                                  RSA340
153500*          NOTE *  TOTAL DES TROP-PERCUS            *.            RSA340
153600 F86TO.                                                           RSA340
153700     MOVE        SPACE TO TP00                                    RSA340
153800     PERFORM     F83LI THRU F83LI-FN                              RSA340
153900     MOVE        W-WA00-CPTTP TO W-LP07-NB                        RSA340
154000     MOVE        W-TO00-MTTP TO W-LP07-MT                         RSA340
154100     MOVE        W-LP07-LIGNE TO TP00                             RSA340
154200     PERFORM     F83LI THRU F83LI-FN.                             RSA340
154300 F86TO-FN. EXIT.                                                  RSA340
154400 F80TE.                                                           RSA340
154500     ADD         1 TO 5-EW00-CPAG                                 RSA340
154600     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA340
154700     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA340
154800     MOVE        W-LE01-LIGNE TO EW00                             RSA340
154900     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA340
155000     MOVE        W-LE02-LIGNE TO EW00                             RSA340
155100     WRITE       EW00 AFTER ADVANCING 1                           RSA340
155200     MOVE        W-LE03-LIGNE TO EW00                             RSA340
155300     WRITE       EW00 AFTER ADVANCING 1                           RSA340
155400     MOVE        SPACE TO EW00                                    RSA340
155500     WRITE       EW00 AFTER ADVANCING 1                           RSA340
155600     MOVE        W-LE04-LIGNE TO EW00                             RSA340
155700     WRITE       EW00 AFTER ADVANCING 1                           RSA340
155800     MOVE        5 TO 5-EW00-CLIG.                                RSA340
155900 F80TE-FN. EXIT.                                                  RSA340
156000 F80LI.                                                           RSA340
156100     MOVE        EW00 TO W-EW00-SAV.                              RSA340
156200           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA340
156300     PERFORM     F80TE THRU F80TE-FN.                             RSA340
156400     MOVE        W-EW00-SAV TO EW00                               RSA340
156500     WRITE       EW00 AFTER ADVANCING 1                           RSA340
156600     ADD         1 TO 5-EW00-CLIG.                                RSA340
156700 F80LI-FN. EXIT.                                                  RSA340
156800 F81TE.                                                           RSA340
156900     ADD         1 TO 5-CL00-CPAG                                 RSA340
157000     MOVE        5-CL00-CPAG TO W-LC01-PAGE                       RSA340
157100     MOVE        XAED-XDATRT TO W-LC01-DATE                       RSA340
157200     MOVE        W-LC01-LIGNE TO CL00                             RSA340
157300     WRITE       CL00 AFTER ADVANCING SAUTP                       RSA340
157400     MOVE        W-LC02-LIGNE TO CL00                             RSA340
157500     WRITE       CL00 AFTER ADVANCING 1                           RSA340
157600     MOVE        W-LC03-LIGNE TO CL00                             RSA340
157700     WRITE       CL00 AFTER ADVANCING 1                           RSA340
157800     MOVE        SPACE TO CL00                                    RSA340
157900     WRITE       CL00 AFTER ADVANCING 1                           RSA340
158000     MOVE        W-LC04-LIGNE TO CL00                             RSA340
158100     WRITE       CL00 AFTER ADVANCING 1                           RSA340
158200     MOVE        5 TO 5-CL00-CLIG.                                RSA340
158300 F81TE-FN. EXIT.                                                  RSA340
158400 F81LI.                                                           RSA340
158500     MOVE        CL00 TO W-CL00-SAV.                              RSA340
158600           IF    5-CL00-CLIG NOT < 5-CL00-CLIM                    RSA340
158700     PERFORM     F81TE THRU F81TE-FN.                             RSA340
158800     MOVE        W-CL00-SAV TO CL00                               RSA340
158900     WRITE       CL00 AFTER ADVANCING 1                           RSA340
159000     ADD         1 TO 5-CL00-CLIG.                                RSA340
159100 F81LI-FN. EXIT.                                                  RSA340
159200 F81LV.                                                           RSA340
159300     WRITE       LV00 AFTER ADVANCING W-LV00-SAUT LINES.          RSA340
159400 F81LV-FN. EXIT.                                                  RSA340
159500 F83TE.                                                           RSA340
159600     ADD         1 TO 5-TP00-CPAG                                 RSA340
159700     MOVE        5-TP00-CPAG TO W-LP01-PAGE                       RSA340
159800     MOVE        XAED-XDATRT TO W-LP01-DATE                       RSA340
159900     MOVE        W-LP01-LIGNE TO TP00                             RSA340
160000     WRITE       TP00 AFTER ADVANCING SAUTP                       RSA340
160100     MOVE        W-LP02-LIGNE TO TP00                             RSA340
160200     WRITE       TP00 AFTER ADVANCING 1                           RSA340
160300     MOVE        W-LP03-LIGNE TO TP00                             RSA340
160400     WRITE       TP00 AFTER ADVANCING 1                           RSA340
160500     MOVE        SPACE TO TP00                                    RSA340
160600     WRITE       TP00 AFTER ADVANCING 1                           RSA340
160700     MOVE        W-LP04-LIGNE TO TP00                             RSA340
160800     WRITE       TP00 AFTER ADVANCING 1                           RSA340
160900     MOVE        5 TO 5-TP00-CLIG.                                RSA340
161000 F83TE-FN. EXIT.                                                  RSA340
161100 F83LI.                                                           RSA340
161200     MOVE        TP00 TO W-TP00-SAV.                              RSA340
161300           IF    5-TP00-CLIG NOT < 5-TP00-CLIM                    RSA340
161400     PERFORM     F83TE THRU F83TE-FN.                             RSA340
161500     MOVE        W-TP00-SAV TO TP00                               RSA340
161600     WRITE       TP00 AFTER ADVANCING 1                           RSA340
161700     ADD         1 TO 5-TP00-CLIG.                                RSA340
161800 F83LI-FN. EXIT.                                                  RSA340
161900 F95-A.                                                           P000
162000     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
162100     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
162200     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
162300 F95-A-FN. EXIT.                                                  P300
162400 F95BB.                                                           RSA340
162500     EXEC SQL                                                     RSA340
162600                 DECLARE C_BB_RS04 CURSOR FOR                     RSA340
162700                 SELECT  Q.CNREN                                  RSA340
162800                      ,  Q.NORER                                  RSA340
162900                      ,  Q.IDRPL                                  RSA340
163000                      ,  nvl(Q.CDPAF ,' ')                        RSA340
163100                      ,  nvl(Q.MTREA , 0)                         RSA340
163200                      ,  nvl(Q.DTPAID,' ')                        RSA340
163300                      ,  nvl(Q.DDREN ,' ')                        RSA340
163400                      ,  nvl(Q.DFREN ,' ')                        RSA340
163500                      ,  nvl(Q.CDCAT ,' ')                        RSA340
163600                      ,  nvl(R.DTRENR,' ')                        RSA340
163700                      ,  nvl(R.LNRENR,' ')                        RSA340
163800                      ,  nvl(R.LNREPR,' ')                        RSA340
163900                   FROM  RS04 Q                                   RSA340
164000                      ,  RS02 R                                   RSA340
164100                  WHERE  R.NORER (+) = Q.NORER                    RSA340
164200                    AND  Q.CDREA  = :W-WA00-CDREAA                RSA340
164300                  ORDER  BY Q.IDRPL                               RSA340
164400                       ,  Q.NORER                                 RSA340
164500                       ,  Q.CNREN                  END-EXEC.      RSA340
164600 F95-RS04-FV.                                                     RSA340
164700           IF    XOBB-RS04-OPE = ZERO                             RSA340
164800     MOVE        'OPEN' TO XO00-XORATY                            RSA340
164900     MOVE        '95BB' TO XO00-XCDFSF                            RSA340
165000     MOVE        'RS04' TO XO00-XORATA                            RSA340
165100     MOVE        RS04 TO XO00-XORACL                              RSA340
165200     EXEC SQL    OPEN    C_BB_RS04                   END-EXEC     RSA340
165300     MOVE        '1' TO XOBB-RS04-OPE.                            RSA340
165400     MOVE        'FETCH' TO XO00-XORATY                           RSA340
165500     MOVE        '95BB' TO XO00-XCDFSF                            RSA340
165600     MOVE        'RS04' TO XO00-XORATA                            RSA340
165700     MOVE        RS04 TO XO00-XORACL                              RSA340
165800     MOVE        ZERO TO XOBB-RS04-CF                             RSA340
165900     EXEC SQL    FETCH   C_BB_RS04                                RSA340
166000                   INTO :RS04-CNREN                               RSA340
166100                      , :RS04-NORER                               RSA340
166200                      , :RS04-IDRPL                               RSA340
166300                      , :RS04-CDPAF                               RSA340
166400                      , :RS04-MTREA                               RSA340
166500                      , :RS04-DTPAID                              RSA340
166600                      , :RS04-DDREN                               RSA340
166700                      , :RS04-DFREN                               RSA340
166800                      , :RS04-CDCAT                               RSA340
166900                      , :RS02-DTRENR                              RSA340
167000                      , :RS02-LNRENR                              RSA340
167100                      , :RS02-LNREPR                END-EXEC.     RSA340
167200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA340
167300           IF    IK = ZERO                                        RSA340
167400     MOVE        '1' TO XOBB-RS04-CF                              RSA340
167500     ADD         1 TO XOBB-COUNT                                  RSA340
167600           ELSE                                                   RSA340
167700     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN.           RSA340
167800 F95-RS04-FV-FN. EXIT.                                            RSA340
167900 F95-RS04-FV-CL.                                                  RSA340
168000           IF    XOBB-RS04-OPE = ZERO                             RSA340
168100     GO TO F95-RS04-FV-CL-FN.                                     RSA340
168200     MOVE        'CLOSE BB' TO XO00-XORATY                        RSA340
168300     MOVE        '95BB' TO XO00-XCDFSF                            RSA340
168400     MOVE        'RS04' TO XO00-XORATA                            RSA340
168500     EXEC SQL    CLOSE   C_BB_RS04                   END-EXEC.    RSA340
168600     MOVE        ZERO TO XOBB-RS04-OPE.                           RSA340
168700 F95-RS04-FV-CL-FN. EXIT.                                         RSA340
168800 F95BB-FN. EXIT.                                                  RSA340
168900 F95DD.         EXIT.                                             RSA340
169000 F95-RS03-FU.                                                     RSA340
169100     MOVE        'SELECT' TO XO00-XORATY                          RSA340
169200     MOVE        '95DD' TO XO00-XCDFSF                            RSA340
169300     MOVE        'RS03' TO XO00-XORATA                            RSA340
169400     MOVE        RS03 TO XO00-XORACL                              RSA340
169500     EXEC SQL                                                     RSA340
169600                 SELECT  nvl(LRRE1R,' ')                          RSA340
169700                      ,  nvl(LRRE2R,' ')                          RSA340
169800                      ,  nvl(LVRER ,' ')                          RSA340
169900                      ,  nvl(CPRENR,' ')                          RSA340
170000                      ,  nvl(CDREPR,' ')                          RSA340
170100                   INTO :RS03-LRRE1R                              RSA340
170200                      , :RS03-LRRE2R                              RSA340
170300                      , :RS03-LVRER                               RSA340
170400                      , :RS03-CPRENR                              RSA340
170500                      , :RS03-CDREPR                              RSA340
170600                   FROM  RS03                                     RSA340
170700                  WHERE  NORER  = :RS03-NORER                     RSA340
170800                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            RSA340
170900                   FROM  RS03                                     RSA340
171000                  WHERE  NORER  = :RS03-NORER                     RSA340
171100                                  )                  END-EXEC.    RSA340
171200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA340
171300           IF    IK = ZERO                                        RSA340
171400     ADD         1 TO XODD-COUNT.                                 RSA340
171500 F95-RS03-FU-FN. EXIT.                                            RSA340
171600 F95DD-FN. EXIT.                                                  RSA340
171700 F95EE.         EXIT.                                             RSA340
171800 F95-RS09-FU.                                                     RSA340
171900     MOVE        'SELECT' TO XO00-XORATY                          RSA340
172000     MOVE        '95EE' TO XO00-XCDFSF                            RSA340
172100     MOVE        'RS09' TO XO00-XORATA                            RSA340
172200     MOVE        RS04-NOREN TO XO00-XORACL                        RSA340
172300     EXEC SQL                                                     RSA340
172400                 SELECT  COUNT(*)                                 RSA340
172500                   INTO :XP00-XCOUNT                              RSA340
172600                   FROM  RS09                                     RSA340
172700                  WHERE  CNREN  = :RS04-CNREN                     RSA340
172800                    AND  NORER  = :RS04-NORER                     RSA340
172900                    AND  IDRPL  = :RS04-IDRPL      END-EXEC.      RSA340
173000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA340
173100           IF    IK = ZERO                                        RSA340
173200     ADD         1 TO XOEE-COUNT.                                 RSA340
173300 F95-RS09-FU-FN. EXIT.                                            RSA340
173400 F95EE-FN. EXIT.                                                  RSA340
173500 F9590.         EXIT.                                             P000
173600 F95-WORK-CN.                                                     P100
173700     MOVE        '9590' TO XO00-XCDFSF                            P110
173800     MOVE        'CONNECT' TO XO00-XORATY                         P120
173900     MOVE        SPACE TO XO00-XORATA                             P130
174000     MOVE        USERID TO XO00-XORACL                            P140
174100     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
174200 F95-WORK-CN-FN.                                                  P199
174300 F9590-FN. EXIT.                                                  P199
174400 F9591.         EXIT.                                             P000
174500 F95-WORK-RBS.                                                    P100
174600     MOVE        '9591' TO XO00-XCDFSF                            P110
174700     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
174800     MOVE        SPACE TO XO00-XORATA                             P130
174900     MOVE        XO00-XORARB TO XO00-XORACL                       P140
175000     EXEC SQL    SET TRANSACTION USE                              P150
175100                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
175200 F95-WORK-RBS-FN.                                                 P199
175300 F9591-FN. EXIT.                                                  P199
175400 F9592.         EXIT.                                             P000
175500 F95-WORK-CO.                                                     P100
175600     MOVE        '9592' TO XO00-XCDFSF                            P110
175700     MOVE        'COMMIT' TO XO00-XORATY                          P120
175800     MOVE        SPACE TO XO00-XORATA                             P130
175900     MOVE        SPACE TO XO00-XORACL                             P140
176000     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
176100     MOVE        '1' TO XO00-XORACO.                              P155
176200           IF    XO00-XORARB NOT = SPACE                          P160
176300     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
176400 F95-WORK-CO-FN.                                                  P199
176500 F9592-FN. EXIT.                                                  P199
176600 F9594.         EXIT.                                             P000
176700 F95-WORK-RO.                                                     P100
176800     MOVE        '9594' TO XO00-XCDFSF                            P110
176900     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
177000     MOVE        SPACE TO XO00-XORATA                             P130
177100     MOVE        SPACE TO XO00-XORACL                             P140
177200     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
177300 F95-WORK-RO-FN.                                                  P199
177400 F9594-FN. EXIT.                                                  P199
177500 F9596.         EXIT.                                             P000
177600 F95-WORK-RR.                                                     P100
177700     MOVE        '9596' TO XO00-XCDFSF                            P110
177800     MOVE        'RELEASE' TO XO00-XORATY                         P120
177900     MOVE        SPACE TO XO00-XORATA                             P130
178000     MOVE        SPACE TO XO00-XORACL                             P140
178100     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
178200 F95-WORK-RR-FN.                                                  P199
178300 F9596-FN. EXIT.                                                  P199
178400 F9598.         EXIT.                                             P000
178500 F95-WORK-TR.                                                     P100
178600     MOVE        '9598' TO XO00-XCDFSF                            P110
178700     MOVE        'TRACE' TO XO00-XORATY                           P120
178800     MOVE        SPACE TO XO00-XORATA                             P130
178900     MOVE        SPACE TO XO00-XORACL                             P140
179000     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
179100 F95-WORK-TR-FN.                                                  P199
179200 F9598-FN. EXIT.                                                  P199
179300 F9599.         EXIT.                                             P000
179400 F95-WORK-OK.                                                     RSA340
179500           IF    SQLCODE = ZERO                                   RSA340
179600     MOVE        ZERO TO IK                                       RSA340
179700           ELSE                                                   RSA340
179800     MOVE        '1' TO IK.                                       RSA340
179900     MOVE        SQLCODE TO XO00-XORARC.                          RSA340
180000 F95-WORK-OK-FN.                                                  RSA340
180100 F9599-FN. EXIT.                                                  RSA340
180200 F98.           EXIT.                                             RSA340
180300 F98-D.         EXIT.                                             RSA340
180400 F98-H.                                                           RSA340
180500     DISPLAY     '------------------------------'                 RSA340
180600     '------------------------------'                             RSA340
180700     '-------------'                                              RSA340
180800     DISPLAY     '- Programme ' PROGE ' : '                       RSA340
180900     'ECHEANCIER DES FINS DE RENTE  '.                            RSA340
181000     DISPLAY     '-   version ' NUGNA ' generee '                 RSA340
181100     'le ' DATGN ' a ' TIMGN ' en '                               RSA340
181200     'bibliotheque ' APPLI.                                       RSA340
181300     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA340
181400     XAED-XHETRT.                                                 RSA340
181500     DISPLAY     '------------------------------'                 RSA340
181600     '------------------------------'                             RSA340
181700     '-------------'.                                             RSA340
181800 F98-H-FN. EXIT.                                                  RSA340
181900 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
182000           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
182100     DISPLAY                      '- Attention ! La date du jour aP100
182200-                                 ' ete forcee par la variable GCAP110
182300-                '_DATCE'.                                        P120
182400     DISPLAY     '------------------------------'                 P500
182500     '------------------------------'                             P520
182600     '-------------'.                                             P530
182700 F98-L-FN. EXIT.                                                  P530
182800 F98-D-FN. EXIT.                                                  RSA340
182900 F98-Z.                                                           RSA340
183000     DISPLAY     '-'.                                             RSA340
183100 F98BB.                                                           RSA340
183200     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA340
183300     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA340
183400     ' rentes lues'                                               RSA340
183500     ' dans RS04'.                                                RSA340
183600 F98BB-FN. EXIT.                                                  RSA340
183700 F98DD.                                                           RSA340
183800     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA340
183900     DISPLAY     '- oracle F95DD ' XA80-XQNENR                    RSA340
184000     ' adresses lues'                                             RSA340
184100     ' dans RS03'.                                                RSA340
184200 F98DD-FN. EXIT.                                                  RSA340
184300 F98EE.                                                           RSA340
184400     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA340
184500     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA340
184600     ' controles orphelin'                                        RSA340
184700     ' dans RS09'.                                                RSA340
184800 F98EE-FN. EXIT.                                                  RSA340
184900 F98LV.                                                           RSA340
185000     MOVE        5-LV00-CPAG TO XA80-XQNENR.                      RSA340
185100     DISPLAY     '- fichier ' 'LV   '                             RSA340
185200     XA80-XQNENR ' preavis edites'                                RSA340
185300     ' assignation: ' 'LV'                                        RSA340
185400     ' ouverture: ' 'O'.                                          RSA340
185500 F98LV-FN. EXIT.                                                  RSA340
185600 F98CL.                                                           RSA340
185700     MOVE        5-CL00-CPAG TO XA80-XQNENR.                      RSA340
185800     DISPLAY     '- fichier ' 'CL   '                             RSA340
185900     XA80-XQNENR ' pages de propositions'                         RSA340
186000     ' assignation: ' 'CL'                                        RSA340
186100     ' ouverture: ' 'O'.                                          RSA340
186200 F98CL-FN. EXIT.                                                  RSA340
186300 F98TP.                                                           RSA340
186400     MOVE        5-TP00-CPAG TO XA80-XQNENR.                      RSA340
186500     DISPLAY     '- fichier ' 'TP   '                             RSA340
186600     XA80-XQNENR ' pages de trop-percus'                          RSA340
186700     ' assignation: ' 'TP'                                        RSA340
186800     ' ouverture: ' 'O'.                                          RSA340
186900 F98TP-FN. EXIT.                                                  RSA340
187000 F98EW.                                                           RSA340
187100     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA340
187200     DISPLAY     '- fichier ' 'EW   '                             RSA340
187300     XA80-XQNENR ' pages editees'                                 RSA340
187400     ' assignation: ' 'EW'                                        RSA340
187500     ' ouverture: ' 'O'.                                          RSA340
187600     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA340
187700     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA340
187800 F98EW-FN. EXIT.                                                  RSA340
187900 F9899.                                                           RSA340
188000     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA340
188100     XAED-XHETRT.                                                 RSA340
188200     DISPLAY     '------------------------------'                 RSA340
188300     '------------------------------'                             RSA340
188400     '-------------'.                                             RSA340
188500 F9899-FN. EXIT.                                                  RSA340
188600 F98-Z-FN. EXIT.                                                  RSA340
188700 F98-FN.   EXIT.                                                  RSA340
188800 F99OR.                                                           P000
188900     PERFORM     F0BBA THRU F0BBA-FN.                             P100
189000 F99OV.                                                           P000
189100     MOVE        001                      TO J99OVR.              P000
189200                              GO TO     F99OV-B.                  P000
189300 F99OV-A.                                                         P000
189400     ADD         1                        TO J99OVR.              P000
189500 F99OV-B.                                                         P000
189600     IF          IXO00M                   <  J99OVR               P000
189700                              GO TO     F99OV-FN.                 P000
189800           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
189900           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
190000     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
190100 F99OV-900. GO TO F99OV-A.                                        P100
190200 F99OV-FN. EXIT.                                                  P100
190300 F99OZ.                                                           P000
190400     MOVE        '99OR' TO XA60-XCDFSF                            P100
190500     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
190600     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
190700     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
190800     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
190900     PERFORM     F9900 THRU F9900-FN.                             P210
191000 F99OZ-FN. EXIT.                                                  P210
191100 F99OR-FN. EXIT.                                                  P210
191200 F99SW.         EXIT.                                             P000
191300 F99SW-FN. EXIT.                                                  P000
191400 F99SX.         EXIT.                                             P000
191500 F99SX-FN. EXIT.                                                  P000
191600 F99VE.                                                           P000
191700     MOVE        ZERO TO IK                                       P100
191800     DISPLAY     XA30-ENVNAM                                      P110
191900     UPON ENVIRONMENT-NAME                                        P120
192000     ACCEPT      XA30-ENVVAL                                      P200
192100     FROM ENVIRONMENT-VALUE                                       P210
192200     ON EXCEPTION                                                 P220
192300     MOVE        '1' TO IK                                        P230
192400     MOVE        SPACE TO XA30-ENVVAL.                            P240
192500 F99VE-FN. EXIT.                                                  P240
192600 F9900.         EXIT.                                             P000
192700 F9910.                                                           P000
192800     DISPLAY     '***'                                            P100
192900     DISPLAY     '***' XA60-L1                                    P200
193000     DISPLAY     '***' XA60-ZX67A.                                P300
193100           IF    XA60-ZX67B NOT = SPACE                           P400
193200     DISPLAY     '***' XA60-ZX67B.                                P400
193300           IF    XA60-ZX67C NOT = SPACE                           P500
193400     DISPLAY     '***' XA60-ZX67C                                 P500
193500     DISPLAY     '***'.                                           P600
193600 F9910-FN. EXIT.                                                  P600
193700 F9920.                                                           P000
193800     PERFORM     F98-Z THRU F98-Z-FN.                             P100
193900 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
194000           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
194100     MOVE        ZERO TO XO00-XORACN                              P100
194200     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
194300 F9950-FN. EXIT.                                                  P110
194400 F9980.                                                           P000
194500     MOVE        4 TO XA00-XRC.                                   P100
194600           IF    XO00-XORACO NOT = ZERO                           P500
194700     MOVE        8 TO XA00-XRC.                                   P500
194800 F9980-FN. EXIT.                                                  P500
194900 F9990.                                                           P000
195000     MOVE        XA00-XRC TO RETURN-CODE                          P100
195100     STOP RUN.                                                    P500
195200 F9990-FN. EXIT.                                                  P500
195300 F9920-FN. EXIT.                                                  P500
195400 F9900-FN. EXIT.                                                  P500
195500 F9999.                                                           P000
195600     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
195700     ' ' XA60-XCDFSF                                              P150
195800     PERFORM     F9920 THRU F9920-FN.                             P200
195900 F9999-FN. EXIT.                                                  P200
