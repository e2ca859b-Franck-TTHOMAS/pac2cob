000100 IDENTIFICATION DIVISION.                                         RSA290
000200 PROGRAM-ID.  RSA290.                                             RSA290
000300 ENVIRONMENT DIVISION.                                            RSA290
000400 CONFIGURATION SECTION.                                           RSA290
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA290
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA290
000700 SPECIAL-NAMES.                                                   RSA290
000800      C01 IS SAUTP                                                RSA290
000900      CSP IS SAUT0                                                RSA290
001000      DECIMAL-POINT IS COMMA.                                     RSA290
001100 INPUT-OUTPUT SECTION.                                            RSA290
001200 FILE-CONTROL.                                                    RSA290
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA290
001400      FILE STATUS IS                   1-EW00-STATUS              RSA290
001500                                       VSAM-STATUS.               RSA290
001600      SELECT     FA-FICHIER    ASSIGN      AS-FA                  RSA290
001700      FILE STATUS IS                   1-FA00-STATUS              RSA290
001800                                       VSAM-STATUS.               RSA290
001900      SELECT AR-FICHIER      ASSIGN AS-SOAR                       RSA290
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA290
002100             FILE STATUS     1-AR00-STATUS.                       RSA290
002200      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA290
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA290
002400             FILE STATUS     1-CT00-STATUS.                       RSA290
002500 DATA DIVISION.                                                   RSA290
002600 FILE SECTION.                                                    RSA290
002700 FD                 EW-FICHIER                                    RSA290
002800      BLOCK              00000 RECORDS.                           RSA290
002900 01                 EW00.                                         RSA290
003000      10       FILLER         PICTURE  X(133).                    RSA290
003100 FD                 FA-FICHIER                                    RSA290
003200      BLOCK              00000 RECORDS.                           RSA290
003300 01                 FA00.                                         RSA290
003400      10       FILLER         PICTURE  X(133).                    RSA290
003500 FD                 AR-FICHIER                                    RSA290
003600      BLOCK              00000 RECORDS.                           RSA290
003700 01                 AR00.                                         RSA290
003800      10            AR00-LIGNE  PICTURE  X(80).                   RSA290
003900 FD                 CT-FICHIER                                    RSA290
004000      BLOCK              00000 RECORDS.                           RSA290
004100 01                 CT00.                                         RSA290
004200      10            CT00-LIGNE  PICTURE  X(150).                  RSA290
004300 WORKING-STORAGE SECTION.                                         RSA290
004400          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA290
004500          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA290
004600 01                 RS04.                                         RSA290
004700      10            RS04-NOREN.                                   RSA290
004800      11            RS04-CNREN  PICTURE  XX.                      RSA290
004900      11            RS04-NORER  PICTURE  X(6).                    RSA290
005000      11            RS04-IDRPL  PICTURE  X(5).                    RSA290
005100      11            RS04-IDRPLG                                   RSA290
005200                    REDEFINES            RS04-IDRPL.              RSA290
005300      12            RS04-NIREG  PICTURE  XX.                      RSA290
005400      12            RS04-CDRETP PICTURE  X.                       RSA290
005500      12            RS04-NIPOL  PICTURE  XX.                      RSA290
005600      10            RS04-NOTIE  PICTURE  X(6).                    RSA290
005700      10            RS04-DMREA  PICTURE  X(8).                    RSA290
005800      10            RS04-CDPAF  PICTURE  X.                       RSA290
005900      10            RS04-CTPAT  PICTURE  X.                       RSA290
006000      10            RS04-DDREN  PICTURE  X(8).                    RSA290
006100      10            RS04-MTREA  PICTURE  S9(09)V99                RSA290
006200                    COMPUTATIONAL-3.                              RSA290
006300      10            RS04-DTPAID PICTURE  X(8).                    RSA290
006400 01                 RS06.                                         RSA290
006500      10            RS06-CNREN  PICTURE  XX.                      RSA290
006600      10            RS06-NORER  PICTURE  X(6).                    RSA290
006700      10            RS06-IDRPL  PICTURE  X(5).                    RSA290
006800      10            RS06-XCSEQ  PICTURE  S9(9)                    RSA290
006900                    COMPUTATIONAL-3.                              RSA290
007000      10            RS06-DDREN  PICTURE  X(8).                    RSA290
007100      10            RS06-MTREA  PICTURE  S9(09)V99                RSA290
007200                    COMPUTATIONAL-3.                              RSA290
007300      10            RS06-TXREI  PICTURE  S9999V99                 RSA290
007400                    COMPUTATIONAL-3.                              RSA290
007500      10            RS06-MTREAO PICTURE  S9(09)V99                RSA290
007600                    COMPUTATIONAL-3.                              RSA290
007700 01                 RS02.                                         RSA290
007800      10            RS02-NORER  PICTURE  X(6).                    RSA290
007900      10            RS02-LNRENR PICTURE  X(20).                   RSA290
008000      10            RS02-LNREPR PICTURE  X(12).                   RSA290
008100 01                 RS03.                                         RSA290
008200      10            RS03-NORER  PICTURE  X(6).                    RSA290
008300      10            RS03-LRRE1R PICTURE  X(36).                   RSA290
008400      10            RS03-LRRE2R PICTURE  X(32).                   RSA290
008500      10            RS03-LVRER  PICTURE  X(31).                   RSA290
008600      10            RS03-CPRENR PICTURE  X(5).                    RSA290
008700      10            RS03-CDREPR PICTURE  XXX.                     RSA290
008800 77               W-WA00-CDREAA   PIC X.                          RSA290
008900 77               W-WA00-DATJ     PIC X(8).                       RSA290
009000          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA290
009100 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009200 77               W-WA00-CPTRA  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009300 77               W-WA00-CPTRV  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009400 77               W-WA00-CPTDD  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009500 77               W-WA00-CPTSR  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009600 77               W-WA00-CPTEC  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009700 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA290
009800 77               W-WA00-NBECH  PIC S9(4) COMP   VALUE ZERO.      RSA290
009900 77               W-WA00-NBMOIS PIC S9(4) COMP   VALUE ZERO.      RSA290
010000 77               W-RA00-CDMOT  PIC X.                            RSA290
010100 77               W-RA00-DTLIM  PIC X(8).                         RSA290
010200 77               W-RA00-LIMOT  PIC X(12).                        RSA290
010300 77               W-RA00-CDOK   PIC X.                            RSA290
010400 77               W-AN00-LIB    PIC X(30).                        RSA290
010500 77               W-HR00-IX     PIC S9(4) COMP VALUE ZERO.        RSA290
010600 77               W-SG00-DTDEB  PIC X(8).                         RSA290
010700 77               W-SG00-DTFIN  PIC X(8).                         RSA290
010800 77               W-SG00-PREM   PIC X.                            RSA290
010900 77               W-SG00-NJDEB  PIC S9(9) COMP-3.                 RSA290
011000 77               W-SG00-NBJ    PIC S9(5) COMP-3.                 RSA290
011100 77               W-SG00-MTANN  PIC S9(9)V99 COMP-3.              RSA290
011200 77               W-SG00-TXREI  PIC S9999V99 COMP-3.              RSA290
011300 77               W-SG00-DIVIS  PIC S9(9) COMP-3.                 RSA290
011400 77               W-PE00-DTDEB  PIC X(8).                         RSA290
011500 77               W-PE00-NJDEB  PIC S9(9) COMP-3.                 RSA290
011600 77               W-PE00-NJFIN  PIC S9(9) COMP-3.                 RSA290
011700 77               W-PE00-NBJP   PIC S9(5) COMP-3.                 RSA290
011800 01               W-EC00-DTECH.                                   RSA290
011900    05            W-EC00-AAAA    PIC 9(4).                        RSA290
012000    05            W-EC00-MM      PIC 99.                          RSA290
012100    05            W-EC00-JJ      PIC 99.                          RSA290
012200 01               W-JN00-DATE.                                    RSA290
012300    05            W-JN00-AAAA    PIC 9(4).                        RSA290
012400    05            W-JN00-MM      PIC 99.                          RSA290
012500    05            W-JN00-JJ      PIC 99.                          RSA290
012600 01               W-JN00-CALCUL COMPUTATIONAL-3.                  RSA290
012700    05            W-JN00-AA      PIC S9(5).                       RSA290
012800    05            W-JN00-MS      PIC S9(3).                       RSA290
012900    05            W-JN00-Q       PIC S9(7).                       RSA290
013000    05            W-JN00-NBJ     PIC S9(9).                       RSA290
013100 01               W-HR00-TAB.                                     RSA290
013200    05            W-HR00-NB      PIC S9(4) COMP VALUE ZERO.       RSA290
013300    05            W-HR00-POSTE   OCCURS 200.                      RSA290
013400      10          W-HR00-DDREN   PIC X(8).                        RSA290
013500      10          W-HR00-MTREA   PIC S9(9)V99 COMP-3.             RSA290
013600      10          W-HR00-TXREI   PIC S9999V99 COMP-3.             RSA290
013700      10          W-HR00-MTREAO  PIC S9(9)V99 COMP-3.             RSA290
013800 01               W-RP00-TAB.                                     RSA290
013900    05            W-RP00-NB      PIC S9(4) COMP VALUE ZERO.       RSA290
014000    05            W-RP00-POSTE   OCCURS 600.                      RSA290
014100      10          W-RP00-DTECH   PIC X(8).                        RSA290
014200      10          W-RP00-DTDEB   PIC X(8).                        RSA290
014300      10          W-RP00-DTFIN   PIC X(8).                        RSA290
014400      10          W-RP00-MTANN   PIC S9(9)V99 COMP-3.             RSA290
014500      10          W-RP00-TXREI   PIC S9999V99 COMP-3.             RSA290
014600      10          W-RP00-NBJ     PIC S9(5) COMP-3.                RSA290
014700      10          W-RP00-NBJP    PIC S9(5) COMP-3.                RSA290
014800      10          W-RP00-MTSEG   PIC S9(9)V99 COMP-3.             RSA290
014900 01               W-RP00-CUMULS.                                  RSA290
015000    05            W-RP00-NBECH   PIC S9(4) COMP VALUE ZERO.       RSA290
015100    05            W-RP00-DTPRE   PIC X(8).                        RSA290
015200    05            W-RP00-DTDER   PIC X(8).                        RSA290
015300    05            W-RP00-MTTOT   PIC S9(9)V99 COMP-3 VALUE ZERO.  RSA290
015400 01               W-TL00-CUMULS COMPUTATIONAL-3.                  RSA290
015500    05            W-TL00-MTRAP   PIC S9(11)V99 VALUE ZERO.        RSA290
015600 01               W-AR00-ENR.                                     RSA290
015700    05            W-AR00-CNREN   PIC XX.                          RSA290
015800    05            W-AR00-NORER   PIC X(6).                        RSA290
015900    05            W-AR00-IDRPL   PIC X(5).                        RSA290
016000    05            W-AR00-NOTIE   PIC X(6).                        RSA290
016100    05            W-AR00-NIREG   PIC XX.                          RSA290
016200    05            W-AR00-DTECH   PIC X(8).                        RSA290
016300    05            W-AR00-CDPAF   PIC X.                           RSA290
016400    05            W-AR00-CTPAT   PIC X.                           RSA290
016500    05            W-AR00-MTBRUT  PIC 9(9)V99.                     RSA290
016600    05            W-AR00-MTOPPO  PIC 9(9)V99.                     RSA290
016700    05            W-AR00-MTNET   PIC 9(9)V99.                     RSA290
016800    05            W-AR00-CDORD   PIC X.                           RSA290
016900    05            W-AR00-TXPAS   PIC 99V99.                       RSA290
017000    05            W-AR00-MTPAS   PIC 9(9)V99.                     RSA290
017100 01               W-EW00-SAV     PIC X(133).                      RSA290
017200 01               W-EW00-ENTET   PIC X(133).                      RSA290
017300 01               W-EW00-ENTE2   PIC X(133).                      RSA290
017400 01               W-FA00-SAV     PIC X(133).                      RSA290
017500 01               W-FA00-ENTET.                                   RSA290
017600    05            W-FA00-ENT     PIC X(133) OCCURS 7.             RSA290
017700 01               W-LE01-LIGNE.                                   RSA290
017800    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
017900    05            FILLER         PIC X(22) VALUE                  RSA290
018000                  'GROUPAMA - RENTES'.                            RSA290
018100    05            FILLER         PIC X(32) VALUE                  RSA290
018200                  'CALCUL DES RAPPELS D ARRERAGES'.               RSA290
018300    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA290
018400    05            W-LE01-DATE    PIC X(10).                       RSA290
018500    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA290
018600    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA290
018700    05            FILLER         PIC X(43) VALUE SPACES.          RSA290
018800 01               W-LE02-LIGNE.                                   RSA290
018900    05            FILLER         PIC X(24) VALUE SPACES.          RSA290
019000    05            FILLER         PIC X(30) VALUE ALL '='.         RSA290
019100    05            FILLER         PIC X(79) VALUE SPACES.          RSA290
019200 01               W-LE04-LIGNE.                                   RSA290
019300    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
019400    05            FILLER         PIC X(16) VALUE 'RENTE'.         RSA290
019500    05            FILLER         PIC X(34) VALUE 'RENTIER'.       RSA290
019600    05            FILLER         PIC X(14) VALUE 'MOTIF'.         RSA290
019700    05            FILLER         PIC X(10) VALUE 'DU'.            RSA290
019800    05            FILLER         PIC X(10) VALUE 'AU'.            RSA290
019900    05            FILLER         PIC X(06) VALUE 'NBECH'.         RSA290
020000    05            FILLER         PIC X(17) VALUE                  RSA290
020100                  '    MONTANT DU'.                               RSA290
020200    05            FILLER         PIC X(25) VALUE SPACES.          RSA290
020300 01               W-LE05-LIGNE.                                   RSA290
020400    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
020500    05            W-LE05-NOREN   PIC X(13).                       RSA290
020600    05            FILLER         PIC X(03) VALUE SPACES.          RSA290
020700    05            W-LE05-LNRENR  PIC X(20).                       RSA290
020800    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
020900    05            W-LE05-LNREPR  PIC X(12).                       RSA290
021000    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
021100    05            W-LE05-LIMOT   PIC X(12).                       RSA290
021200    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
021300    05            W-LE05-DTDEB   PIC X(8).                        RSA290
021400    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
021500    05            W-LE05-DTFIN   PIC X(8).                        RSA290
021600    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
021700    05            W-LE05-NBECH   PIC ZZZ9.                        RSA290
021800    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
021900    05            W-LE05-MTTOT   PIC -(12)9,99.                   RSA290
022000    05            FILLER         PIC X(26) VALUE SPACES.          RSA290
022100 01               W-LE07-LIGNE.                                   RSA290
022200    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
022300    05            W-LE07-LIB     PIC X(26).                       RSA290
022400    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA290
022500    05            FILLER         PIC X(97) VALUE SPACES.          RSA290
022600 01               W-LE08-LIGNE.                                   RSA290
022700    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
022800    05            W-LE08-LIB     PIC X(80).                       RSA290
022900    05            FILLER         PIC X(52) VALUE SPACES.          RSA290
023000 01               W-LE10-LIGNE.                                   RSA290
023100    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
023200    05            W-LE10-LIB     PIC X(40).                       RSA290
023300    05            FILLER         PIC X(92) VALUE SPACES.          RSA290
023400 01               W-LE11-LIGNE.                                   RSA290
023500    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
023600    05            W-LE11-LIB     PIC X(26).                       RSA290
023700    05            W-LE11-MT      PIC -(12)9,99.                   RSA290
023800    05            FILLER         PIC X(90) VALUE SPACES.          RSA290
023900 01               W-LF01-LIGNE.                                   RSA290
024000    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
024100    05            FILLER         PIC X(22) VALUE                  RSA290
024200                  'GROUPAMA - RENTES'.                            RSA290
024300    05            FILLER         PIC X(32) VALUE                  RSA290
024400                  'DECOMPTE DE RAPPEL D ARRERAGES'.               RSA290
024500    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA290
024600    05            W-LF01-DATE    PIC X(10).                       RSA290
024700    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA290
024800    05            W-LF01-PAGE    PIC ZZZZZZ9.                     RSA290
024900    05            FILLER         PIC X(43) VALUE SPACES.          RSA290
025000 01               W-LF02-LIGNE.                                   RSA290
025100    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
025200    05            FILLER         PIC X(10) VALUE 'RENTE   : '.    RSA290
025300    05            W-LF02-NOREN   PIC X(13).                       RSA290
025400    05            FILLER         PIC X(12) VALUE '  REGIME : '.   RSA290
025500    05            W-LF02-NIREG   PIC XX.                          RSA290
025600    05            FILLER         PIC X(15) VALUE '  FREQUENCE : '.RSA290
025700    05            W-LF02-CDPAF   PIC X.                           RSA290
025800    05            FILLER         PIC X(23) VALUE                  RSA290
025900                  '  DERNIER PAIEMENT : '.                        RSA290
026000    05            W-LF02-DTPAID  PIC X(8).                        RSA290
026100    05            FILLER         PIC X(48) VALUE SPACES.          RSA290
026200 01               W-LF03-LIGNE.                                   RSA290
026300    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
026400    05            FILLER         PIC X(10) VALUE 'RENTIER : '.    RSA290
026500    05            W-LF03-NORER   PIC X(6).                        RSA290
026600    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
026700    05            W-LF03-LNRENR  PIC X(20).                       RSA290
026800    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
026900    05            W-LF03-LNREPR  PIC X(12).                       RSA290
027000    05            FILLER         PIC X(81) VALUE SPACES.          RSA290
027100 01               W-LF04-LIGNE.                                   RSA290
027200    05            FILLER         PIC X(11) VALUE SPACES.          RSA290
027300    05            W-LF04-ADRES   PIC X(40).                       RSA290
027400    05            FILLER         PIC X(82) VALUE SPACES.          RSA290
027500 01               W-LF05-LIGNE.                                   RSA290
027600    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
027700    05            FILLER         PIC X(10) VALUE 'MOTIF   : '.    RSA290
027800    05            W-LF05-LIMOT   PIC X(12).                       RSA290
027900    05            FILLER         PIC X(06) VALUE ' DU : '.        RSA290
028000    05            W-LF05-DTMOT   PIC X(8).                        RSA290
028100    05            FILLER         PIC X(25) VALUE                  RSA290
028200                  '  RAPPEL CALCULE JUSQU AU'.                    RSA290
028300    05            FILLER         PIC X(03) VALUE ' : '.           RSA290
028400    05            W-LF05-DTLIM   PIC X(8).                        RSA290
028500    05            FILLER         PIC X(60) VALUE SPACES.          RSA290
028600 01               W-LF06-LIGNE.                                   RSA290
028700    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
028800    05            FILLER         PIC X(10) VALUE 'ECHEANCE'.      RSA290
028900    05            FILLER         PIC X(10) VALUE 'DU'.            RSA290
029000    05            FILLER         PIC X(10) VALUE 'AU'.            RSA290
029100    05            FILLER         PIC X(17) VALUE                  RSA290
029200                  '   MONTANT ANNUEL'.                            RSA290
029300    05            FILLER         PIC X(10) VALUE                  RSA290
029400                  '  TX REVAL'.                                   RSA290
029500    05            FILLER         PIC X(14) VALUE                  RSA290
029600                  '  JOURS/PERIOD'.                               RSA290
029700    05            FILLER         PIC X(17) VALUE                  RSA290
029800                  '          MONTANT'.                            RSA290
029900    05            FILLER         PIC X(44) VALUE SPACES.          RSA290
030000 01               W-LF07-LIGNE.                                   RSA290
030100    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
030200    05            W-LF07-DTECH   PIC X(8).                        RSA290
030300    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
030400    05            W-LF07-DTDEB   PIC X(8).                        RSA290
030500    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
030600    05            W-LF07-DTFIN   PIC X(8).                        RSA290
030700    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
030800    05            W-LF07-MTANN   PIC -(12)9,99.                   RSA290
030900    05            FILLER         PIC X(02) VALUE SPACES.          RSA290
031000    05            W-LF07-TXREI   PIC -(4)9,99.                    RSA290
031100    05            FILLER         PIC X(04) VALUE SPACES.          RSA290
031200    05            W-LF07-NBJ     PIC ZZZZ9.                       RSA290
031300    05            FILLER         PIC X(01) VALUE '/'.             RSA290
031400    05            W-LF07-NBJP    PIC ZZZZ9.                       RSA290
031500    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
031600    05            W-LF07-MTSEG   PIC -(12)9,99.                   RSA290
031700    05            FILLER         PIC X(44) VALUE SPACES.          RSA290
031800 01               W-LF08-LIGNE.                                   RSA290
031900    05            FILLER         PIC X(01) VALUE SPACE.           RSA290
032000    05            FILLER         PIC X(20) VALUE                  RSA290
032100                  'TOTAL DU RAPPEL  : '.                          RSA290
032200    05            W-LF08-MTTOT   PIC -(12)9,99.                   RSA290
032300    05            FILLER         PIC X(18) VALUE                  RSA290
032400                  '  NB ECHEANCES : '.                            RSA290
032500    05            W-LF08-NBECH   PIC ZZZ9.                        RSA290
032600    05            FILLER         PIC X(74) VALUE SPACES.          RSA290
032700 01               W-CT00-ENR.                                     RSA290
032800    05            W-CT00-PROGR   PIC X(8).                        RSA290
032900    05            W-CT00-DATTRT  PIC X(8).                        RSA290
033000    05            W-CT00-HETRT   PIC X(6).                        RSA290
033100    05            W-CT00-CDETAT  PIC 9(4).                        RSA290
033200    05            W-CT00-POSTE   OCCURS 10.                       RSA290
033300      10          W-CT00-FICID   PIC XX.                          RSA290
033400      10          W-CT00-SENS    PIC X.                           RSA290
033500      10          W-CT00-NBENR   PIC 9(9).                        RSA290
033600    05            FILLER         PIC X(4).                        RSA290
033700 77                 XA00-XRC      VALUE ZERO                      7XA015
033800                  PICTURE 9(4).                                   7XA015
033900 77                 XA00-8TMES    VALUE ZERO                      7XA055
034000                  PICTURE X(01).                                  7XA055
034100 77                 XAIN-XDATRT                                   7XA110
034200                  PICTURE X(8).                                   7XA110
034300 77                 XAIN-XHETRT                                   7XA120
034400                  PICTURE X(6).                                   7XA120
034500 77                 XAED-XDATRT                                   7XA160
034600                  PICTURE X(10).                                  7XA160
034700 77                 XAED-XHETRT                                   7XA170
034800                  PICTURE X(8).                                   7XA170
034900 77                 XA30-ENVNAM   PIC X(080).                     7XA310
035000 77                 XA30-ENVVAL   PIC X(080).                     7XA320
035100 01                 XA60.                                         7XA610
035200   05               XA60-L1.                                      7XA620
035300     10             FILLER PIC X  VALUE 'F'.                      7XA625
035400     10             XA60-XCDFSF   VALUE SPACE                     7XA630
035500                  PICTURE X(4).                                   7XA630
035600     10             FILLER PIC X  VALUE ':'.                      7XA635
035700     10             XA60-XLISUI   VALUE SPACE                     7XA640
035800                  PICTURE X(30).                                  7XA640
035900   05               XA60-ZX67A    VALUE SPACE                     7XA650
036000                  PICTURE X(67).                                  7XA650
036100   05               XA60-ZX67B    VALUE SPACE                     7XA660
036200                  PICTURE X(67).                                  7XA660
036300   05               XA60-ZX67C    VALUE SPACE                     7XA670
036400                  PICTURE X(67).                                  7XA670
036500 01                 XA80.                                         7XA810
036600   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
036700   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
036800   05               XA80-XCOSD                                    7XA820
036900                  PICTURE XX.                                     7XA820
037000   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
037100   05               XA80-STATUS.                                  7XA830
037200    07              XA80-STATUS1  PIC X.                          7XA831
037300    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
037400    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
037500   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
037600   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
037700   05               XA80-XQNENR                                   7XA840
037800                  PICTURE Z(8)9.                                  7XA840
037900 01                 XA81-STATUS.                                  7XA900
038000    07              XA81-STATUS1  PIC X.                          7XA905
038100    07              FILLER        PIC X      VALUE '/'.           7XA910
038200    07              XA81-STATUS2  PIC 999.                        7XA915
038300          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
038400 01               USERID          PIC X(20).                      7XBCC2
038500          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
038600 01                 XO00.                                         7XO-A0
038700   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
038800   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
038900   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
039000   05               XO00-XORAER.                                  7XO-EE
039100     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
039200     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
039300     10             XO00-XORARC   PIC 9(004).                     7XO-EK
039400     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
039500     10             XO00-XCDFSF                                   7XO-EO
039600                  PICTURE X(4).                                   7XO-EO
039700     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
039800     10             XO00-XORATY   PIC X(008).                     7XO-ES
039900     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
040000     10             XO00-XORATA                                   7XO-EW
040100                  PICTURE X(10).                                  7XO-EW
040200   05               XO00-XORAE2.                                  7XO-FE
040300     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
040400     10             XO00-XORACL.                                  7XO-FI
040500       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
040600                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
040700 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
040800                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
040900 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA290
041000 77                 XOBB-RS04-CF  PIC X(001)     VALUE ZERO.      RSA290
041100 77                 XOBB-RS04-OPE PIC X(001)     VALUE ZERO.      RSA290
041200 77                 XOCC-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA290
041300 77                 XOCC-RS06-CF  PIC X(001)     VALUE ZERO.      RSA290
041400 77                 XOCC-RS06-OPE PIC X(001)     VALUE ZERO.      RSA290
041500 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA290
041600 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA290
041700 77                 XOFF-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA290
041800          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
041900 77                 XP00-XROWID                                   7XP001
042000                  PICTURE X(18).                                  7XP001
042100 77                 XP00-XCSEQ                                    7XP002
042200                  PICTURE S9(9)                                   7XP002
042300                    COMPUTATIONAL-3.                              7XP002
042400 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
042500          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
042600 01                 CODE-ABORT    PIC X(2).                       7ZA999
042700 01   DEBUT-WSS.                                                  RSA290
042800      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA290
042900      05   IK     PICTURE X.                                      RSA290
043000 01  CONSTANTES-PAC.                                              RSA290
043100     05  FILLER  PICTURE X(50)   VALUE                            RSA290
043200     '6315ARSA15/10/26RSA290LEBLANC 10:41:52RSA290  UNIX'.        RSA290
043300     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA290
043400 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA290
043500     05  NUGNA   PICTURE X(5).                                    RSA290
043600     05  APPLI   PICTURE X(3).                                    RSA290
043700     05  DATGN   PICTURE X(8).                                    RSA290
043800     05  PROGR   PICTURE X(6).                                    RSA290
043900     05  CODUTI  PICTURE X(8).                                    RSA290
044000     05  TIMGN   PICTURE X(8).                                    RSA290
044100     05  PROGE   PICTURE X(8).                                    RSA290
044200     05  COBASE  PICTURE X(4).                                    RSA290
044300     05  DATGNC  PICTURE X(10).                                   RSA290
044400 01  DATCE.                                                       RSA290
044500   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA290
044600   05  DATOR.                                                     RSA290
044700     10  DATOA  PICTURE XX.                                       RSA290
044800     10  DATOM  PICTURE XX.                                       RSA290
044900     10  DATOJ  PICTURE XX.                                       RSA290
045000 01  DAT6.                                                        RSA290
045100      10 DAT61   PICTURE XX.                                      RSA290
045200      10 DAT62   PICTURE XX.                                      RSA290
045300      10 DAT63   PICTURE XX.                                      RSA290
045400 01  DAT8.                                                        RSA290
045500      10 DAT81   PICTURE XX.                                      RSA290
045600      10 DAT8S1  PICTURE X.                                       RSA290
045700      10 DAT82   PICTURE XX.                                      RSA290
045800      10 DAT8S2  PICTURE X.                                       RSA290
045900      10 DAT83   PICTURE XX.                                      RSA290
046000 01  DAT8E    REDEFINES    DAT8.                                  RSA290
046100      10 DAT81E  PICTURE X(4).                                    RSA290
046200      10 DAT82E  PICTURE XX.                                      RSA290
046300      10 DAT83E  PICTURE XX.                                      RSA290
046400 01  DAT6C.                                                       RSA290
046500      10  DAT61C PICTURE XX.                                      RSA290
046600      10  DAT62C PICTURE XX.                                      RSA290
046700      10  DAT63C.                                                 RSA290
046800       15 DAT63CC PICTURE XX.                                     RSA290
046900       15 DAT64C  PICTURE XX.                                     RSA290
047000 01  DAT8C.                                                       RSA290
047100      10  DAT81C  PICTURE XX.                                     RSA290
047200      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA290
047300      10  DAT82C  PICTURE XX.                                     RSA290
047400      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA290
047500      10  DAT83C.                                                 RSA290
047600       15 DAT83CC PICTURE XX.                                     RSA290
047700       15 DAT84C  PICTURE XX.                                     RSA290
047800 01  TIMCO.                                                       RSA290
047900   05  TIMCOH   PICTURE XX.                                       RSA290
048000   05  TIMCOM   PICTURE XX.                                       RSA290
048100   05  TIMCOS   PICTURE XX.                                       RSA290
048200   05  TIMOC.                                                     RSA290
048300    10 TIMCOC   PICTURE XX.                                       RSA290
048400 01  TIMDAY.                                                      RSA290
048500   05  TIMHOU   PICTURE XX.                                       RSA290
048600   05  TIMS1    PICTURE X  VALUE ':'.                             RSA290
048700   05  TIMMIN   PICTURE XX.                                       RSA290
048800   05  TIMS2    PICTURE X  VALUE ':'.                             RSA290
048900   05  TIMSEC   PICTURE XX.                                       RSA290
049000 01  DATSEP     PICTURE X VALUE '/'.                              RSA290
049100 01   VARIABLES-CONDITIONNELLES.                                  RSA290
049200      05                  FT      PICTURE X VALUE '0'.            RSA290
049300 01   INDICES  COMPUTATIONAL  SYNC.                               RSA290
049400      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA290
049500      05        J00       PICTURE S9(4) VALUE +1.                 RSA290
049600      05        J01       PICTURE S9(4) VALUE +1.                 RSA290
049700      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA290
049800      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA290
049900      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA290
050000      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
050100 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA290
050200      05       5-AR00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA290
050300 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA290
050400      05         COMPTEURS     COMPUTATIONAL-3.                   RSA290
050500      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA290
050600      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA290
050700      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA290
050800      10       5-FA00-CLIM PICTURE S999 VALUE +56.                RSA290
050900      10       5-FA00-CLIG PICTURE S999 VALUE +99.                RSA290
051000      10       5-FA00-CPAG PICTURE S9(7) VALUE ZERO.              RSA290
051100      10       5-FA00-CPFIC PICTURE S9(7) VALUE ZERO.             RSA290
051200 01  ZONES-STATUS.                                                RSA290
051300      05   VSAM-STATUS.                                           RSA290
051400        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA290
051500        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA290
051600        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA290
051700      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA290
051800      05          1-FA00-STATUS PICTURE XX VALUE ZERO.            RSA290
051900      05          1-AR00-STATUS PICTURE XX VALUE ZERO.            RSA290
052000      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA290
052100 PROCEDURE DIVISION.                                              RSA290
052200 DECLARATIVES.                                                    RSA290
052300 SECEW SECTION.                                                   RSA290
052400     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA290
052500 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA290
052600 F0AEW-A. GO TO  F0A90.                                           RSA290
052700 SECFA SECTION.                                                   RSA290
052800     USE AFTER ERROR PROCEDURE                                    RSA290
052900      ON FA-FICHIER.                                              RSA290
053000 F0AFA.                                                           RSA290
053100     MOVE        'FA' TO XA80-XCOSD                               RSA290
053200     MOVE        1-FA00-STATUS TO XA80-STATUS                     RSA290
053300     MOVE        5-FA00-CPAG TO XA80-XQNENR                       RSA290
053400     GO TO F0A90.                                                 RSA290
053500 F0AFA-FN. EXIT.                                                  RSA290
053600 SECAR SECTION.                                                   RSA290
053700     USE AFTER ERROR PROCEDURE                                    RSA290
053800      ON AR-FICHIER.                                              RSA290
053900 F0AAR.                                                           RSA290
054000     MOVE        'AR' TO XA80-XCOSD                               RSA290
054100     MOVE        1-AR00-STATUS TO XA80-STATUS                     RSA290
054200     MOVE        5-AR00-CPTENR TO XA80-XQNENR                     RSA290
054300     GO TO F0A90.                                                 RSA290
054400 F0AAR-FN. EXIT.                                                  RSA290
054500 SECCT SECTION.                                                   RSA290
054600     USE AFTER ERROR PROCEDURE                                    RSA290
054700      ON CT-FICHIER.                                              RSA290
054800 F0ACT.                                                           RSA290
054900     MOVE        'CT' TO XA80-XCOSD                               RSA290
055000     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA290
055100     MOVE        ZERO TO XA80-XQNENR                              RSA290
055200     GO TO F0A90.                                                 RSA290
055300 F0ACT-FN. EXIT.                                                  RSA290
055400 F0A90.                                                           RSA290
055500     MOVE        '0A90' TO XA60-XCDFSF                            RSA290
055600     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA290
055700           IF    XA80-STATUS1 = '9'                               RSA290
055800     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA290
055900     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA290
056000     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA290
056100     MOVE        XA80 TO XA60-ZX67A                               RSA290
056200     MOVE        SPACE TO XA60-ZX67B.                             RSA290
056300     PERFORM     F9900 THRU F9900-FN.                             RSA290
056400 F0A90-FN. EXIT.                                                  RSA290
056500 END DECLARATIVES.                                                RSA290
056600 SEC00 SECTION.                                                   RSA290
056700 F0B.           EXIT.                                             RSA290
056800 F0BBA.                                                           P000
056900     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
057000     PERFORM     F99VE THRU F99VE-FN.                             P060
057100           IF    IK = ZERO                                        P070
057200     MOVE        XA30-ENVVAL TO DATCE                             P070
057300           ELSE                                                   P100
057400     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
057500       TO DATCE.                                                  P110
057600     ACCEPT TIMCO FROM TIME.                                      P120
057700     MOVE        DATCE TO XAIN-XDATRT                             P210
057800     MOVE        TIMCO TO XAIN-XHETRT.                            P220
057900     MOVE        DATCE                                            P310
058000     TO DAT8E DAT6C                                               P310
058100     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
058200     MOVE DAT82E TO DAT62C                                        P310
058300     MOVE   DAT6C TO  XAED-XDATRT                                 P310
058400     MOVE        XAED-XDATRT                                      P315
058500     TO DAT8E DAT6C                                               P315
058600     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
058700     MOVE DAT63C TO DAT83C                                        P315
058800     MOVE   DAT8C TO XAED-XDATRT                                  P315
058900     MOVE        TIMCO                                            P320
059000     TO DAT8E DAT6C                                               P320
059100     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
059200     MOVE DAT82E TO TIMSEC                                        P320
059300     MOVE TIMDAY TO   XAED-XHETRT.                                P320
059400 F0BBA-FN. EXIT.                                                  P320
059500 F0BBE.                                                           P000
059600     PERFORM     F98-D THRU F98-D-FN.                             P100
059700 F0BBE-FN. EXIT.                                                  P100
059800 F0BCA.         EXIT.                                             P000
059900 F0BCI.                                                           P000
060000     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
060100     PERFORM     F99VE THRU F99VE-FN.                             P110
060200           IF    IK = ZERO                                        P200
060300     MOVE        XA30-ENVVAL TO USERID                            P200
060400           ELSE                                                   P210
060500     MOVE        '0BCE' TO XA60-XCDFSF                            P210
060600     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
060700     XA60-XLISUI                                                  P235
060800     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
060900-                'ORT' TO XA60-ZX67A                              P245
061000     MOVE        SPACE TO XA60-ZX67B                              P250
061100     PERFORM     F9900 THRU F9900-FN.                             P260
061200 F0BCI-FN. EXIT.                                                  P260
061300 F0BCO.                                                           P000
061400     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
061500     PERFORM     F99VE THRU F99VE-FN.                             P110
061600           IF    IK = ZERO                                        P200
061700           AND   XA30-ENVVAL = 'ON'                               P210
061800     MOVE        '1' TO XO00-XORATR.                              P200
061900 F0BCO-FN. EXIT.                                                  P200
062000 F0BCU.                                                           P000
062100     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
062200     PERFORM     F99VE THRU F99VE-FN.                             P110
062300           IF    IK = ZERO                                        P200
062400           AND   XA30-ENVVAL = '1'                                P210
062500     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
062600           ELSE                                                   P220
062700     MOVE        ZERO TO XA00-8TMES.                              P220
062800 F0BCU-FN. EXIT.                                                  P220
062900 F0BCY.                                                           P000
063000     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
063100     PERFORM     F99VE THRU F99VE-FN.                             P110
063200           IF    IK = ZERO                                        P200
063300     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
063400 F0BCY-FN. EXIT.                                                  P200
063500 F0BCW.                                                           RSA290
063600     MOVE        DATCE TO W-WA00-DATJ                             RSA290
063700     MOVE        'A' TO W-WA00-CDREAA                             RSA290
063800     MOVE        'GCA_CDREAACT' TO XA30-ENVNAM                    RSA290
063900     PERFORM     F99VE THRU F99VE-FN.                             RSA290
064000           IF    IK = ZERO                                        RSA290
064100           AND   XA30-ENVVAL NOT = SPACE                          RSA290
064200     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDREAA.               RSA290
064300     DISPLAY     '- code activite retenu    : ' W-WA00-CDREAA.    RSA290
064400 F0BCW-FN. EXIT.                                                  RSA290
064500 F0BDA.                                                           P000
064600     PERFORM     F99SX THRU F99SX-FN.                             P100
064700 F0BDA-FN. EXIT.                                                  P100
064800 F0BEA.         EXIT.                                             P000
064900 F0BEA-FN. EXIT.                                                  P000
065000 F0BCA-FN. EXIT.                                                  P000
065100 F0B-FN.   EXIT.                                                  P000
065200 F0C.           EXIT.                                             P000
065300 F0CCI.                                                           P000
065400     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
065500     MOVE        '1' TO XO00-XORACN.                              P110
065600 F0CCI-FN. EXIT.                                                  P110
065700 F0CCO.    IF    XO00-XORATR = '1'                                P000
065800           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
065900     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
066000     DISPLAY     'TRACE ORACLE IS ON'.                            P110
066100 F0CCO-FN. EXIT.                                                  P110
066200 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
066300           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
066400     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
066500     DISPLAY     'ROLLBACK SEGMENT : '                            P110
066600     XO00-XORARB.                                                 P120
066700 F0CCY-FN. EXIT.                                                  P120
066800 F0C-FN.   EXIT.                                                  P120
066900 F01.      EXIT.                                                  RSA290
067000 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA290
067100        IF        1-EW00-STATUS  NOT  = ZERO                      RSA290
067200             AND  1-EW00-STATUS  NOT  = '97'                      RSA290
067300        PERFORM    F0AEW                                          RSA290
067400        PERFORM    F0A90         THRU F0A90-FN.                   RSA290
067500 F01EW-FN. EXIT.                                                  RSA290
067600 F01FA.    OPEN OUTPUT                   FA-FICHIER.              RSA290
067700        IF        1-FA00-STATUS  NOT  = ZERO                      RSA290
067800             AND  1-FA00-STATUS  NOT  = '97'                      RSA290
067900        PERFORM    F0AFA                                          RSA290
068000        PERFORM    F0A90         THRU F0A90-FN.                   RSA290
068100 F01FA-FN. EXIT.                                                  RSA290
068200 F01AR.    OPEN OUTPUT                   AR-FICHIER.              RSA290
068300        IF        1-AR00-STATUS  NOT  = ZERO                      RSA290
068400             AND  1-AR00-STATUS  NOT  = '97'                      RSA290
068500        PERFORM    F0AAR                                          RSA290
068600        PERFORM    F0A90         THRU F0A90-FN.                   RSA290
068700 F01AR-FN. EXIT.                                                  RSA290
068800 F01ZZ.                                                           RSA290
068900     MOVE        ZERO TO W-HR00-NB                                RSA290
069000     MOVE        ZERO TO W-RP00-NB.                               RSA290
069100 F01ZZ-FN. EXIT.                                                  RSA290
069200 F01-FN.   EXIT.                                                  RSA290
069300*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA290
069400 F05.           EXIT.                                             RSA290
069500 F20.      IF FT =            ALL '1'                             RSA290
069600           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA290
069700 F20AD.                                                           RSA290
069800     PERFORM     F0BBA THRU F0BBA-FN.                             RSA290
069900 F20AD-FN. EXIT.                                                  RSA290
070000 F20EW.    CLOSE    EW-FICHIER.                                   RSA290
070100 F20EW-FN. EXIT.                                                  RSA290
070200 F20FA.    CLOSE    FA-FICHIER.                                   RSA290
070300 F20FA-FN. EXIT.                                                  RSA290
070400 F20AR.    CLOSE    AR-FICHIER.                                   RSA290
070500 F20AR-FN. EXIT.                                                  RSA290
070600 F2080.    IF    XO00-XORACN = '1'                                RSA290
070700           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA290
070800     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA290
070900 F2080-FN. EXIT.                                                  RSA290
071000 F2085.                                                           RSA290
071100     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN            RSA290
071200     PERFORM     F95-RS06-FV-CL THRU F95-RS06-FV-CL-FN            RSA290
071300           IF    XO00-XORACN = '1'                                RSA290
071400     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA290
071500     MOVE        ZERO TO XO00-XORACN.                             RSA290
071600 F2085-FN. EXIT.                                                  RSA290
071700 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA290
071800           AND   XA00-XRC < 4                                     RSA290
071900     MOVE        4 TO XA00-XRC.                                   RSA290
072000 F20RC-FN. EXIT.                                                  RSA290
072100*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA290
072200 F20CT.                                                           RSA290
072300     OPEN EXTEND CT-FICHIER.                                      RSA290
072400           IF    1-CT00-STATUS NOT = ZERO                         RSA290
072500           AND   1-CT00-STATUS NOT = '05'                         RSA290
072600           AND   1-CT00-STATUS NOT = '97'                         RSA290
072700        PERFORM    F0ACT                                          RSA290
072800        PERFORM    F0A90         THRU F0A90-FN.                   RSA290
072900     MOVE        SPACE TO W-CT00-ENR                              RSA290
073000     MOVE        PROGE TO W-CT00-PROGR                            RSA290
073100     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA290
073200     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA290
073300     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA290
073400     MOVE        'AR' TO W-CT00-FICID (1)                         RSA290
073500     MOVE        'O' TO W-CT00-SENS (1)                           RSA290
073600     MOVE        5-AR00-CPTENR TO W-CT00-NBENR (1)                RSA290
073700     MOVE        'FA' TO W-CT00-FICID (2)                         RSA290
073800     MOVE        'O' TO W-CT00-SENS (2)                           RSA290
073900     MOVE        5-FA00-CPAG TO W-CT00-NBENR (2)                  RSA290
074000     MOVE        'EW' TO W-CT00-FICID (3)                         RSA290
074100     MOVE        'O' TO W-CT00-SENS (3)                           RSA290
074200     MOVE        5-EW00-CPAG TO W-CT00-NBENR (3)                  RSA290
074300     MOVE        W-CT00-ENR TO CT00                               RSA290
074400     WRITE       CT00                                             RSA290
074500     CLOSE       CT-FICHIER.                                      RSA290
074600 F20CT-FN. EXIT.                                                  RSA290
074700 F2090.                                                           RSA290
074800     PERFORM     F98-Z THRU F98-Z-FN.                             RSA290
074900 F2090-FN. EXIT.                                                  RSA290
075000 F2095.                                                           RSA290
075100     MOVE        XA00-XRC TO RETURN-CODE.                         RSA290
075200 F2095-FN. EXIT.                                                  RSA290
075300 F2099.     GOBACK.                                               RSA290
075400 F2099-FN. EXIT.                                                  RSA290
075500 F20-FN.   EXIT.                                                  RSA290
075600 F50.           EXIT.                                             RSA290
075700 F50AA.                                                           RSA290
075800     MOVE        W-LE04-LIGNE TO W-EW00-ENTET                     RSA290
075900     MOVE        SPACE TO W-EW00-ENTE2                            RSA290
076000     PERFORM     F80TE THRU F80TE-FN.                             RSA290
076100 F50AA-FN. EXIT.                                                  RSA290
076200*          NOTE *  RENTES A RAPPELER (RS04)         *.            RSA290
076300 F50BB.                                                           RSA290
076400     PERFORM     F95-RS04-FV THRU F95-RS04-FV-FN.                 RSA290
076500           IF    XOBB-RS04-CF NOT = '1'                           RSA290
076600     MOVE        '0' TO IK                                        RSA290
076700     GO TO F50BB-FN.                                              RSA290
076800     PERFORM     F60RA THRU F60RA-FN                              RSA290
076900     GO TO F50BB.                                                 RSA290
077000 F50BB-FN. EXIT.                                                  RSA290
077100 F50CC.                                                           RSA290
077200     PERFORM     F84TO THRU F84TO-FN.                             RSA290
077300 F50CC-FN. EXIT.                                                  RSA290
077400 F50XX.                                                           RSA290
077500     MOVE                     ALL '1' TO FT GO TO F20.            RSA290
077600 F50XX-FN. EXIT.                                                  RSA290
077700 F50-FN.   EXIT.                                                  RSA290
077800*          NOTE *  RAPPEL D ARRERAGES D UNE RENTE   *.            RSA290
077900 F60RA.                                                           RSA290
078000     ADD         1 TO W-WA00-CPTLU                                RSA290
078100     MOVE        '1' TO W-RA00-CDOK                               RSA290
078200     MOVE        ZERO TO W-WA00-NBECH.                            RSA290
078300           IF    RS04-CDPAF = 'M'                                 RSA290
078400     MOVE        12 TO W-WA00-NBECH.                              RSA290
078500           IF    RS04-CDPAF = 'T'                                 RSA290
078600     MOVE        4 TO W-WA00-NBECH.                               RSA290
078700           IF    RS04-CDPAF = 'S'                                 RSA290
078800     MOVE        2 TO W-WA00-NBECH.                               RSA290
078900           IF    RS04-CDPAF = 'A'                                 RSA290
079000     MOVE        1 TO W-WA00-NBECH.                               RSA290
079100           IF    W-WA00-NBECH = ZERO                              RSA290
079200     MOVE        'FREQUENCE DE PAIEMENT INCONNUE' TO W-AN00-LIB   RSA290
079300     PERFORM     F70AN THRU F70AN-FN                              RSA290
079400     GO TO F60RA-FN.                                              RSA290
079500     COMPUTE     W-WA00-NBMOIS = 12 / W-WA00-NBECH.               RSA290
079600           IF    RS04-DTPAID NUMERIC                              RSA290
079700           AND   RS04-DTPAID NOT = ZERO                           RSA290
079800     MOVE        'R' TO W-RA00-CDMOT                              RSA290
079900     MOVE        'REACTIVATION' TO W-RA00-LIMOT                   RSA290
080000     MOVE        RS04-DTPAID TO W-PE00-DTDEB                      RSA290
080100     MOVE        RS04-DMREA TO W-RA00-DTLIM                       RSA290
080200           ELSE                                                   RSA290
080300     MOVE        'D' TO W-RA00-CDMOT                              RSA290
080400     MOVE        'DEB.DIFFERE' TO W-RA00-LIMOT                    RSA290
080500     MOVE        RS04-DDREN TO W-PE00-DTDEB                       RSA290
080600     MOVE        W-WA00-DATJ TO W-RA00-DTLIM.                     RSA290
080700           IF    W-PE00-DTDEB NOT NUMERIC                         RSA290
080800           OR    W-RA00-DTLIM NOT NUMERIC                         RSA290
080900     MOVE        'DATES DE LA RENTE INVALIDES   ' TO W-AN00-LIB   RSA290
081000     PERFORM     F70AN THRU F70AN-FN                              RSA290
081100     GO TO F60RA-FN.                                              RSA290
081200     PERFORM     F62HR THRU F62HR-FN.                             RSA290
081300           IF    W-RA00-CDOK NOT = '1'                            RSA290
081400     GO TO F60RA-FN.                                              RSA290
081500     MOVE        ZERO TO W-RP00-NB                                RSA290
081600     MOVE        ZERO TO W-RP00-NBECH                             RSA290
081700     MOVE        ZERO TO W-RP00-MTTOT                             RSA290
081800     MOVE        SPACE TO W-RP00-DTDER                            RSA290
081900     MOVE        W-PE00-DTDEB TO W-RP00-DTPRE                     RSA290
082000     MOVE        W-PE00-DTDEB TO W-EC00-DTECH.                    RSA290
082100 F60RA-A.                                                         RSA290
082200     ADD         W-WA00-NBMOIS TO W-EC00-MM.                      RSA290
082300           IF    W-EC00-MM > 12                                   RSA290
082400     SUBTRACT    12 FROM W-EC00-MM                                RSA290
082500     ADD         1 TO W-EC00-AAAA.                                RSA290
082600           IF    W-EC00-MM = 02                                   RSA290
082700           AND   W-EC00-JJ > 28                                   RSA290
082800     MOVE        28 TO W-EC00-JJ.                                 RSA290
082900           IF    W-EC00-JJ > 30                                   RSA290
083000           AND  (W-EC00-MM = 04 OR 06 OR 09 OR 11)                RSA290
083100     MOVE        30 TO W-EC00-JJ.                                 RSA290
083200           IF    W-EC00-DTECH > W-RA00-DTLIM                      RSA290
083300     GO TO F60RA-B.                                               RSA290
083400     PERFORM     F62PE THRU F62PE-FN.                             RSA290
083500           IF    W-RA00-CDOK NOT = '1'                            RSA290
083600     GO TO F60RA-FN.                                              RSA290
083700     MOVE        W-EC00-DTECH TO W-PE00-DTDEB                     RSA290
083800     GO TO F60RA-A.                                               RSA290
083900 F60RA-B.                                                         RSA290
084000           IF    W-RP00-NBECH = ZERO                              RSA290
084100     ADD         1 TO W-WA00-CPTSR                                RSA290
084200     GO TO F60RA-FN.                                              RSA290
084300           IF    W-RP00-MTTOT NOT > ZERO                          RSA290
084400     MOVE        'MONTANT DU RAPPEL NUL         ' TO W-AN00-LIB   RSA290
084500     PERFORM     F70AN THRU F70AN-FN                              RSA290
084600     GO TO F60RA-FN.                                              RSA290
084700     MOVE        RS04-NORER TO RS02-NORER                         RSA290
084800     PERFORM     F95-RS02-FU THRU F95-RS02-FU-FN.                 RSA290
084900           IF    IK NOT = '0'                                     RSA290
085000     MOVE        '0' TO IK                                        RSA290
085100     MOVE        SPACE TO RS02-LNRENR                             RSA290
085200     MOVE        SPACE TO RS02-LNREPR.                            RSA290
085300     MOVE        RS04-NORER TO RS03-NORER                         RSA290
085400     PERFORM     F95-RS03-FU THRU F95-RS03-FU-FN.                 RSA290
085500           IF    IK NOT = '0'                                     RSA290
085600     MOVE        '0' TO IK                                        RSA290
085700     MOVE        SPACE TO RS03-LRRE1R                             RSA290
085800     MOVE        SPACE TO RS03-LRRE2R                             RSA290
085900     MOVE        SPACE TO RS03-LVRER                              RSA290
086000     MOVE        SPACE TO RS03-CPRENR                             RSA290
086100     MOVE        SPACE TO RS03-CDREPR.                            RSA290
086200     PERFORM     F70AR THRU F70AR-FN                              RSA290
086300     PERFORM     F82FA THRU F82FA-FN                              RSA290
086400     PERFORM     F84RA THRU F84RA-FN                              RSA290
086500     ADD         1 TO W-WA00-CPTRA                                RSA290
086600     ADD         W-RP00-NBECH TO W-WA00-CPTEC                     RSA290
086700     ADD         W-RP00-MTTOT TO W-TL00-MTRAP.                    RSA290
086800           IF    W-RA00-CDMOT = 'R'                               RSA290
086900     ADD         1 TO W-WA00-CPTRV                                RSA290
087000           ELSE                                                   RSA290
087100     ADD         1 TO W-WA00-CPTDD.                               RSA290
087200 F60RA-FN. EXIT.                                                  RSA290
087300*          NOTE *  HISTORIQUE DES REVALORISATIONS   *.            RSA290
087400 F62HR.                                                           RSA290
087500     MOVE        ZERO TO W-HR00-NB                                RSA290
087600     MOVE        RS04-CNREN TO RS06-CNREN                         RSA290
087700     MOVE        RS04-NORER TO RS06-NORER                         RSA290
087800     MOVE        RS04-IDRPL TO RS06-IDRPL.                        RSA290
087900 F62HR-A.                                                         RSA290
088000     PERFORM     F95-RS06-FV THRU F95-RS06-FV-FN.                 RSA290
088100           IF    XOCC-RS06-CF NOT = '1'                           RSA290
088200     MOVE        '0' TO IK                                        RSA290
088300     GO TO F62HR-FN.                                              RSA290
088400           IF    RS06-DDREN NOT NUMERIC                           RSA290
088500     GO TO F62HR-A.                                               RSA290
088600           IF    W-HR00-NB NOT < 200                              RSA290
088700     PERFORM     F95-RS06-FV-CL THRU F95-RS06-FV-CL-FN            RSA290
088800     MOVE        'HISTORIQUE RS06 TROP VOLUMINEUX' TO W-AN00-LIB  RSA290
088900     PERFORM     F70AN THRU F70AN-FN                              RSA290
089000     GO TO F62HR-FN.                                              RSA290
089100     ADD         1 TO W-HR00-NB                                   RSA290
089200     MOVE        RS06-DDREN TO W-HR00-DDREN (W-HR00-NB)           RSA290
089300     MOVE        RS06-MTREA TO W-HR00-MTREA (W-HR00-NB)           RSA290
089400     MOVE        RS06-TXREI TO W-HR00-TXREI (W-HR00-NB)           RSA290
089500     MOVE        RS06-MTREAO TO W-HR00-MTREAO (W-HR00-NB)         RSA290
089600     GO TO F62HR-A.                                               RSA290
089700 F62HR-FN. EXIT.                                                  RSA290
089800*          NOTE *  DECOUPAGE D UNE PERIODE          *.            RSA290
089900 F62PE.                                                           RSA290
090000     MOVE        W-PE00-DTDEB TO W-JN00-DATE                      RSA290
090100     PERFORM     F68JN THRU F68JN-FN                              RSA290
090200     MOVE        W-JN00-NBJ TO W-PE00-NJDEB                       RSA290
090300     MOVE        W-EC00-DTECH TO W-JN00-DATE                      RSA290
090400     PERFORM     F68JN THRU F68JN-FN                              RSA290
090500     MOVE        W-JN00-NBJ TO W-PE00-NJFIN                       RSA290
090600     COMPUTE     W-PE00-NBJP = W-PE00-NJFIN - W-PE00-NJDEB        RSA290
090700     ADD         1 TO W-RP00-NBECH                                RSA290
090800     MOVE        W-EC00-DTECH TO W-RP00-DTDER                     RSA290
090900     MOVE        '1' TO W-SG00-PREM                               RSA290
091000     MOVE        W-PE00-DTDEB TO W-SG00-DTDEB                     RSA290
091100     MOVE        ZERO TO W-HR00-IX                                RSA290
091200     MOVE        1 TO J01.                                        RSA290
091300 F62PE-A.                                                         RSA290
091400           IF    J01 > W-HR00-NB                                  RSA290
091500     GO TO F62PE-B.                                               RSA290
091600           IF    W-HR00-DDREN (J01) > W-PE00-DTDEB                RSA290
091700     GO TO F62PE-B.                                               RSA290
091800     MOVE        J01 TO W-HR00-IX                                 RSA290
091900     ADD         1 TO J01                                         RSA290
092000     GO TO F62PE-A.                                               RSA290
092100 F62PE-B.                                                         RSA290
092200           IF    J01 > W-HR00-NB                                  RSA290
092300     GO TO F62PE-C.                                               RSA290
092400           IF    W-HR00-DDREN (J01) NOT < W-EC00-DTECH            RSA290
092500     GO TO F62PE-C.                                               RSA290
092600           IF    W-HR00-DDREN (J01) > W-SG00-DTDEB                RSA290
092700     MOVE        W-HR00-DDREN (J01) TO W-SG00-DTFIN               RSA290
092800     PERFORM     F64SG THRU F64SG-FN                              RSA290
092900     MOVE        W-HR00-DDREN (J01) TO W-SG00-DTDEB.              RSA290
093000           IF    W-RA00-CDOK NOT = '1'                            RSA290
093100     GO TO F62PE-FN.                                              RSA290
093200     MOVE        J01 TO W-HR00-IX                                 RSA290
093300     ADD         1 TO J01                                         RSA290
093400     GO TO F62PE-B.                                               RSA290
093500 F62PE-C.                                                         RSA290
093600     MOVE        W-EC00-DTECH TO W-SG00-DTFIN                     RSA290
093700     PERFORM     F64SG THRU F64SG-FN.                             RSA290
093800 F62PE-FN. EXIT.                                                  RSA290
093900*          NOTE *  MONTANT D UN SEGMENT DE PERIODE  *.            RSA290
094000 F64SG.                                                           RSA290
094100           IF    W-HR00-IX = ZERO                                 RSA290
094200     MOVE        ZERO TO W-SG00-TXREI                             RSA290
094300     MOVE        RS04-MTREA TO W-SG00-MTANN                       RSA290
094400           ELSE                                                   RSA290
094500     MOVE        W-HR00-TXREI (W-HR00-IX) TO W-SG00-TXREI         RSA290
094600     MOVE        W-HR00-MTREA (W-HR00-IX) TO W-SG00-MTANN.        RSA290
094700           IF    W-HR00-IX = ZERO                                 RSA290
094800           AND   W-HR00-NB > ZERO                                 RSA290
094900           AND   W-HR00-MTREAO (1) > ZERO                         RSA290
095000     MOVE        W-HR00-MTREAO (1) TO W-SG00-MTANN.               RSA290
095100     MOVE        W-SG00-DTDEB TO W-JN00-DATE                      RSA290
095200     PERFORM     F68JN THRU F68JN-FN                              RSA290
095300     MOVE        W-JN00-NBJ TO W-SG00-NJDEB                       RSA290
095400     MOVE        W-SG00-DTFIN TO W-JN00-DATE                      RSA290
095500     PERFORM     F68JN THRU F68JN-FN                              RSA290
095600     COMPUTE     W-SG00-NBJ = W-JN00-NBJ - W-SG00-NJDEB.          RSA290
095700           IF    W-SG00-NBJ NOT > ZERO                            RSA290
095800     GO TO F64SG-FN.                                              RSA290
095900           IF    W-RP00-NB NOT < 600                              RSA290
096000     MOVE        'RAPPEL TROP LONG (600 LIGNES) ' TO W-AN00-LIB   RSA290
096100     PERFORM     F70AN THRU F70AN-FN                              RSA290
096200     GO TO F64SG-FN.                                              RSA290
096300     ADD         1 TO W-RP00-NB                                   RSA290
096400           IF    W-SG00-PREM = '1'                                RSA290
096500     MOVE        W-EC00-DTECH TO W-RP00-DTECH (W-RP00-NB)         RSA290
096600     MOVE        '0' TO W-SG00-PREM                               RSA290
096700           ELSE                                                   RSA290
096800     MOVE        SPACE TO W-RP00-DTECH (W-RP00-NB).               RSA290
096900     MOVE        W-SG00-DTDEB TO W-RP00-DTDEB (W-RP00-NB)         RSA290
097000     MOVE        W-SG00-DTFIN TO W-RP00-DTFIN (W-RP00-NB)         RSA290
097100     MOVE        W-SG00-MTANN TO W-RP00-MTANN (W-RP00-NB)         RSA290
097200     MOVE        W-SG00-TXREI TO W-RP00-TXREI (W-RP00-NB)         RSA290
097300     MOVE        W-SG00-NBJ TO W-RP00-NBJ (W-RP00-NB)             RSA290
097400     MOVE        W-PE00-NBJP TO W-RP00-NBJP (W-RP00-NB)           RSA290
097500     COMPUTE     W-SG00-DIVIS = W-WA00-NBECH * W-PE00-NBJP        RSA290
097600     COMPUTE     W-RP00-MTSEG (W-RP00-NB) ROUNDED                 RSA290
097700                 = W-SG00-MTANN * W-SG00-NBJ / W-SG00-DIVIS       RSA290
097800     ADD         W-RP00-MTSEG (W-RP00-NB) TO W-RP00-MTTOT.        RSA290
097900 F64SG-FN. EXIT.                                                  RSA290
098000*          NOTE *  NUMERO DE JOUR D UNE DATE        *.            RSA290
098100 F68JN.                                                           RSA290
098200     MOVE        W-JN00-AAAA TO W-JN00-AA                         RSA290
098300     MOVE        W-JN00-MM TO W-JN00-MS.                          RSA290
098400           IF    W-JN00-MS < 3                                    RSA290
098500     SUBTRACT    1 FROM W-JN00-AA                                 RSA290
098600     ADD         12 TO W-JN00-MS.                                 RSA290
098700     COMPUTE     W-JN00-NBJ = W-JN00-AA * 365 + W-JN00-JJ         RSA290
098800     DIVIDE      W-JN00-AA BY 4 GIVING W-JN00-Q                   RSA290
098900     ADD         W-JN00-Q TO W-JN00-NBJ                           RSA290
099000     DIVIDE      W-JN00-AA BY 100 GIVING W-JN00-Q                 RSA290
099100     SUBTRACT    W-JN00-Q FROM W-JN00-NBJ                         RSA290
099200     DIVIDE      W-JN00-AA BY 400 GIVING W-JN00-Q                 RSA290
099300     ADD         W-JN00-Q TO W-JN00-NBJ                           RSA290
099400     COMPUTE     W-JN00-Q = W-JN00-MS * 153 - 457                 RSA290
099500     DIVIDE      W-JN00-Q BY 5 GIVING W-JN00-Q                    RSA290
099600     ADD         W-JN00-Q TO W-JN00-NBJ.                          RSA290
099700 F68JN-FN. EXIT.                                                  RSA290
099800*          NOTE *  ORDRE DE PAIEMENT DU RAPPEL      *.            RSA290
099900 F70AR.                                                           RSA290
100000     MOVE        SPACE TO W-AR00-ENR                              RSA290
100100     MOVE        RS04-CNREN TO W-AR00-CNREN                       RSA290
100200     MOVE        RS04-NORER TO W-AR00-NORER                       RSA290
100300     MOVE        RS04-IDRPL TO W-AR00-IDRPL                       RSA290
100400     MOVE        RS04-NOTIE TO W-AR00-NOTIE                       RSA290
100500     MOVE        RS04-NIREG TO W-AR00-NIREG                       RSA290
100600     MOVE        W-RP00-DTDER TO W-AR00-DTECH                     RSA290
100700     MOVE        RS04-CDPAF TO W-AR00-CDPAF                       RSA290
100800     MOVE        RS04-CTPAT TO W-AR00-CTPAT                       RSA290
100900     MOVE        W-RP00-MTTOT TO W-AR00-MTBRUT                    RSA290
101000     MOVE        ZERO TO W-AR00-MTOPPO                            RSA290
101100     MOVE        W-RP00-MTTOT TO W-AR00-MTNET                     RSA290
101200     MOVE        'A' TO W-AR00-CDORD                              RSA290
101300     MOVE        ZERO TO W-AR00-TXPAS                             RSA290
101400     MOVE        ZERO TO W-AR00-MTPAS                             RSA290
101500     MOVE        W-AR00-ENR TO AR00                               RSA290
101600     WRITE       AR00                                             RSA290
101700     ADD         1 TO 5-AR00-CPTENR.                              RSA290
101800 F70AR-FN. EXIT.                                                  RSA290
101900*          NOTE *  LIGNE D ANOMALIE                 *.            RSA290
102000 F70AN.                                                           RSA290
102100     MOVE        '0' TO W-RA00-CDOK                               RSA290
102200     MOVE        SPACE TO W-LE08-LIB                              RSA290
102300     STRING      'RENTE ' RS04-CNREN RS04-NORER RS04-IDRPL        RSA290
102400                 ' PAIE ' RS04-DTPAID ' REA ' RS04-DMREA          RSA290
102500                 ' : ' W-AN00-LIB                                 RSA290
102600                 DELIMITED BY SIZE INTO W-LE08-LIB                RSA290
102700     MOVE        W-LE08-LIGNE TO EW00                             RSA290
102800     PERFORM     F80LI THRU F80LI-FN                              RSA290
102900     ADD         1 TO W-WA00-CPTAN.                               RSA290
103000 F70AN-FN. EXIT.                                                  RSA290
103100*          NOTE *  DECOMPTE DETAILLE DU RAPPEL      *.            RSA290
103200 F82FA.                                                           RSA290
103300     MOVE        SPACE TO W-FA00-ENTET                            RSA290
103400     MOVE        RS04-NOREN TO W-LF02-NOREN                       RSA290
103500     MOVE        RS04-NIREG TO W-LF02-NIREG                       RSA290
103600     MOVE        RS04-CDPAF TO W-LF02-CDPAF                       RSA290
103700     MOVE        RS04-DTPAID TO W-LF02-DTPAID                     RSA290
103800     MOVE        W-LF02-LIGNE TO W-FA00-ENT (1)                   RSA290
103900     MOVE        RS04-NORER TO W-LF03-NORER                       RSA290
104000     MOVE        RS02-LNRENR TO W-LF03-LNRENR                     RSA290
104100     MOVE        RS02-LNREPR TO W-LF03-LNREPR                     RSA290
104200     MOVE        W-LF03-LIGNE TO W-FA00-ENT (2)                   RSA290
104300     MOVE        RS03-LRRE1R TO W-LF04-ADRES                      RSA290
104400     MOVE        W-LF04-LIGNE TO W-FA00-ENT (3)                   RSA290
104500     MOVE        RS03-LRRE2R TO W-LF04-ADRES                      RSA290
104600     MOVE        W-LF04-LIGNE TO W-FA00-ENT (4)                   RSA290
104700     MOVE        SPACE TO W-LF04-ADRES                            RSA290
104800     STRING      RS03-CPRENR ' ' RS03-LVRER ' ' RS03-CDREPR       RSA290
104900                 DELIMITED BY SIZE INTO W-LF04-ADRES              RSA290
105000     MOVE        W-LF04-LIGNE TO W-FA00-ENT (5)                   RSA290
105100     MOVE        W-RA00-LIMOT TO W-LF05-LIMOT.                    RSA290
105200           IF    W-RA00-CDMOT = 'R'                               RSA290
105300     MOVE        RS04-DMREA TO W-LF05-DTMOT                       RSA290
105400           ELSE                                                   RSA290
105500     MOVE        RS04-DDREN TO W-LF05-DTMOT.                      RSA290
105600     MOVE        W-RA00-DTLIM TO W-LF05-DTLIM                     RSA290
105700     MOVE        W-LF05-LIGNE TO W-FA00-ENT (6)                   RSA290
105800     MOVE        W-LF06-LIGNE TO W-FA00-ENT (7)                   RSA290
105900     MOVE        ZERO TO 5-FA00-CPFIC                             RSA290
106000     PERFORM     F81TE THRU F81TE-FN                              RSA290
106100     MOVE        1 TO J00.                                        RSA290
106200 F82FA-A.                                                         RSA290
106300           IF    J00 > W-RP00-NB                                  RSA290
106400     GO TO F82FA-B.                                               RSA290
106500     MOVE        W-RP00-DTECH (J00) TO W-LF07-DTECH               RSA290
106600     MOVE        W-RP00-DTDEB (J00) TO W-LF07-DTDEB               RSA290
106700     MOVE        W-RP00-DTFIN (J00) TO W-LF07-DTFIN               RSA290
106800     MOVE        W-RP00-MTANN (J00) TO W-LF07-MTANN               RSA290
106900     MOVE        W-RP00-TXREI (J00) TO W-LF07-TXREI               RSA290
107000     MOVE        W-RP00-NBJ (J00) TO W-LF07-NBJ                   RSA290
107100     MOVE        W-RP00-NBJP (J00) TO W-LF07-NBJP                 RSA290
107200     MOVE        W-RP00-MTSEG (J00) TO W-LF07-MTSEG               RSA290
107300     MOVE        W-LF07-LIGNE TO FA00                             RSA290
107400     PERFORM     F81LI THRU F81LI-FN                              RSA290
107500     ADD         1 TO J00                                         RSA290
107600     GO TO F82FA-A.                                               RSA290
107700 F82FA-B.                                                         RSA290
107800     MOVE        SPACE TO FA00                                    RSA290
107900     PERFORM     F81LI THRU F81LI-FN                              RSA290
108000     MOVE        W-RP00-MTTOT TO W-LF08-MTTOT                     RSA290
108100     MOVE        W-RP00-NBECH TO W-LF08-NBECH                     RSA290
108200     MOVE        W-LF08-LIGNE TO FA00                             RSA290
108300     PERFORM     F81LI THRU F81LI-FN.                             RSA290
108400 F82FA-FN. EXIT.                                                  RSA290
108500*          NOTE *  LIGNE DU RAPPEL AU BILAN         *.            RSA290
108600 F84RA.                                                           RSA290
108700     MOVE        RS04-NOREN TO W-LE05-NOREN                       RSA290
108800     MOVE        RS02-LNRENR TO W-LE05-LNRENR                     RSA290
108900     MOVE        RS02-LNREPR TO W-LE05-LNREPR                     RSA290
109000     MOVE        W-RA00-LIMOT TO W-LE05-LIMOT                     RSA290
109100     MOVE        W-RP00-DTPRE TO W-LE05-DTDEB                     RSA290
109200     MOVE        W-RP00-DTDER TO W-LE05-DTFIN                     RSA290
109300     MOVE        W-RP00-NBECH TO W-LE05-NBECH                     RSA290
109400     MOVE        W-RP00-MTTOT TO W-LE05-MTTOT                     RSA290
109500     MOVE        W-LE05-LIGNE TO EW00                             RSA290
109600     PERFORM     F80LI THRU F80LI-FN.                             RSA290
109700 F84RA-FN. EXIT.                                                  RSA290
109800*          NOTE *  EDITION DU BILAN                 *.            RSA290
109900 F84TO.                                                           RSA290
110000     MOVE        'BILAN DES RAPPELS' TO W-LE10-LIB                RSA290
110100     MOVE        W-LE10-LIGNE TO W-EW00-ENTET                     RSA290
110200     MOVE        SPACE TO W-EW00-ENTE2                            RSA290
110300     PERFORM     F80TE THRU F80TE-FN                              RSA290
110400     MOVE        'RENTES EXAMINEES       : ' TO W-LE07-LIB        RSA290
110500     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA290
110600     MOVE        W-LE07-LIGNE TO EW00                             RSA290
110700     PERFORM     F80LI THRU F80LI-FN                              RSA290
110800     MOVE        'RENTES AVEC RAPPEL     : ' TO W-LE07-LIB        RSA290
110900     MOVE        W-WA00-CPTRA TO W-LE07-NB                        RSA290
111000     MOVE        W-LE07-LIGNE TO EW00                             RSA290
111100     PERFORM     F80LI THRU F80LI-FN                              RSA290
111200     MOVE        'DONT REACTIVATIONS     : ' TO W-LE07-LIB        RSA290
111300     MOVE        W-WA00-CPTRV TO W-LE07-NB                        RSA290
111400     MOVE        W-LE07-LIGNE TO EW00                             RSA290
111500     PERFORM     F80LI THRU F80LI-FN                              RSA290
111600     MOVE        'DONT DEBUTS DIFFERES   : ' TO W-LE07-LIB        RSA290
111700     MOVE        W-WA00-CPTDD TO W-LE07-NB                        RSA290
111800     MOVE        W-LE07-LIGNE TO EW00                             RSA290
111900     PERFORM     F80LI THRU F80LI-FN                              RSA290
112000     MOVE        'RENTES SANS RAPPEL     : ' TO W-LE07-LIB        RSA290
112100     MOVE        W-WA00-CPTSR TO W-LE07-NB                        RSA290
112200     MOVE        W-LE07-LIGNE TO EW00                             RSA290
112300     PERFORM     F80LI THRU F80LI-FN                              RSA290
112400     MOVE        'ECHEANCES RAPPELEES    : ' TO W-LE07-LIB        RSA290
112500     MOVE        W-WA00-CPTEC TO W-LE07-NB                        RSA290
112600     MOVE        W-LE07-LIGNE TO EW00                             RSA290
112700     PERFORM     F80LI THRU F80LI-FN                              RSA290
112800     MOVE        'ORDRES DE RAPPEL       : ' TO W-LE07-LIB        RSA290
112900     MOVE        5-AR00-CPTENR TO W-LE07-NB                       RSA290
113000     MOVE        W-LE07-LIGNE TO EW00                             RSA290
113100     PERFORM     F80LI THRU F80LI-FN                              RSA290
113200     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA290
113300     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA290
113400     MOVE        W-LE07-LIGNE TO EW00                             RSA290
113500     PERFORM     F80LI THRU F80LI-FN                              RSA290
113600     MOVE        SPACE TO EW00                                    RSA290
113700     PERFORM     F80LI THRU F80LI-FN                              RSA290
113800     MOVE        'TOTAL DES RAPPELS      : ' TO W-LE11-LIB        RSA290
113900     MOVE        W-TL00-MTRAP TO W-LE11-MT                        RSA290
114000     MOVE        W-LE11-LIGNE TO EW00                             RSA290
114100     PERFORM     F80LI THRU F80LI-FN.                             RSA290
114200 F84TO-FN. EXIT.                                                  RSA290
114300 F80TE.                                                           RSA290
114400     ADD         1 TO 5-EW00-CPAG                                 RSA290
114500     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA290
114600     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA290
114700     MOVE        W-LE01-LIGNE TO EW00                             RSA290
114800     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA290
114900     MOVE        W-LE02-LIGNE TO EW00                             RSA290
115000     WRITE       EW00 AFTER ADVANCING 1                           RSA290
115100     MOVE        SPACE TO EW00                                    RSA290
115200     WRITE       EW00 AFTER ADVANCING 1                           RSA290
115300     MOVE        W-EW00-ENTET TO EW00                             RSA290
115400     WRITE       EW00 AFTER ADVANCING 1                           RSA290
115500     MOVE        5 TO 5-EW00-CLIG.                                RSA290
115600           IF    W-EW00-ENTE2 NOT = SPACE                         RSA290
115700     MOVE        W-EW00-ENTE2 TO EW00                             RSA290
115800     WRITE       EW00 AFTER ADVANCING 1                           RSA290
115900     ADD         1 TO 5-EW00-CLIG.                                RSA290
116000     MOVE        SPACE TO EW00                                    RSA290
116100     WRITE       EW00 AFTER ADVANCING 1.                          RSA290
116200 F80TE-FN. EXIT.                                                  RSA290
116300 F80LI.                                                           RSA290
116400     MOVE        EW00 TO W-EW00-SAV.                              RSA290
116500           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA290
116600     PERFORM     F80TE THRU F80TE-FN.                             RSA290
116700     MOVE        W-EW00-SAV TO EW00                               RSA290
116800     WRITE       EW00 AFTER ADVANCING 1                           RSA290
116900     ADD         1 TO 5-EW00-CLIG.                                RSA290
117000 F80LI-FN. EXIT.                                                  RSA290
117100 F81TE.                                                           RSA290
117200     ADD         1 TO 5-FA00-CPAG                                 RSA290
117300     ADD         1 TO 5-FA00-CPFIC                                RSA290
117400     MOVE        5-FA00-CPFIC TO W-LF01-PAGE                      RSA290
117500     MOVE        XAED-XDATRT TO W-LF01-DATE                       RSA290
117600     MOVE        W-LF01-LIGNE TO FA00                             RSA290
117700     WRITE       FA00 AFTER ADVANCING SAUTP                       RSA290
117800     MOVE        SPACE TO FA00                                    RSA290
117900     WRITE       FA00 AFTER ADVANCING 1                           RSA290
118000     MOVE        2 TO 5-FA00-CLIG                                 RSA290
118100     MOVE        1 TO J01.                                        RSA290
118200 F81TE-A.                                                         RSA290
118300           IF    J01 > 7                                          RSA290
118400     GO TO F81TE-B.                                               RSA290
118500           IF    J01 = 6                                          RSA290
118600     MOVE        SPACE TO FA00                                    RSA290
118700     WRITE       FA00 AFTER ADVANCING 1                           RSA290
118800     ADD         1 TO 5-FA00-CLIG.                                RSA290
118900     MOVE        W-FA00-ENT (J01) TO FA00                         RSA290
119000     WRITE       FA00 AFTER ADVANCING 1                           RSA290
119100     ADD         1 TO 5-FA00-CLIG                                 RSA290
119200     ADD         1 TO J01                                         RSA290
119300     GO TO F81TE-A.                                               RSA290
119400 F81TE-B.                                                         RSA290
119500     MOVE        SPACE TO FA00                                    RSA290
119600     WRITE       FA00 AFTER ADVANCING 1                           RSA290
119700     ADD         1 TO 5-FA00-CLIG.                                RSA290
119800 F81TE-FN. EXIT.                                                  RSA290
119900 F81LI.                                                           RSA290
120000     MOVE        FA00 TO W-FA00-SAV.                              RSA290
120100           IF    5-FA00-CLIG NOT < 5-FA00-CLIM                    RSA290
120200     PERFORM     F81TE THRU F81TE-FN.                             RSA290
120300     MOVE        W-FA00-SAV TO FA00                               RSA290
120400     WRITE       FA00 AFTER ADVANCING 1                           RSA290
120500     ADD         1 TO 5-FA00-CLIG.                                RSA290
120600 F81LI-FN. EXIT.                                                  RSA290
120700 F95-A.                                                           P000
120800     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
120900     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
121000     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
121100 F95-A-FN. EXIT.                                                  P300
121200 F95BB.                                                           RSA290
121300     EXEC SQL                                                     RSA290
121400                 DECLARE C_BB_RS04 CURSOR FOR                     RSA290
121500                 SELECT  CNREN                                    RSA290
121600                      ,  NORER                                    RSA290
121700                      ,  IDRPL                                    RSA290
121800                      ,  nvl(NOTIE ,' ')                          RSA290
121900                      ,  nvl(DMREA ,' ')                          RSA290
122000                      ,  nvl(CDPAF ,' ')                          RSA290
122100                      ,  nvl(CTPAT ,' ')                          RSA290
122200                      ,  nvl(DDREN ,' ')                          RSA290
122300                      ,  nvl(MTREA , 0)                           RSA290
122400                      ,  nvl(DTPAID,' ')                          RSA290
122500                   FROM  RS04                                     RSA290
122600                  WHERE  CDREA  = :W-WA00-CDREAA                  RSA290
122700                    AND (  ( nvl(DTPAID,' ') > '00000000'         RSA290
122800                         AND DMREA > DTPAID )                     RSA290
122900                        OR ( nvl(DTPAID,' ') IN (' ','00000000')  RSA290
123000                         AND DDREN > '00000000'                   RSA290
123100                         AND DDREN < :W-WA00-DATJ ) )             RSA290
123200                  ORDER  BY NORER                                 RSA290
123300                       ,  CNREN                                   RSA290
123400                       ,  IDRPL                    END-EXEC.      RSA290
123500 F95-RS04-FV.                                                     RSA290
123600           IF    XOBB-RS04-OPE = ZERO                             RSA290
123700     MOVE        'OPEN' TO XO00-XORATY                            RSA290
123800     MOVE        '95BB' TO XO00-XCDFSF                            RSA290
123900     MOVE        'RS04' TO XO00-XORATA                            RSA290
124000     MOVE        RS04 TO XO00-XORACL                              RSA290
124100     EXEC SQL    OPEN    C_BB_RS04                   END-EXEC     RSA290
124200     MOVE        '1' TO XOBB-RS04-OPE.                            RSA290
124300     MOVE        'FETCH' TO XO00-XORATY                           RSA290
124400     MOVE        '95BB' TO XO00-XCDFSF                            RSA290
124500     MOVE        'RS04' TO XO00-XORATA                            RSA290
124600     MOVE        RS04 TO XO00-XORACL                              RSA290
124700     MOVE        ZERO TO XOBB-RS04-CF                             RSA290
124800     EXEC SQL    FETCH   C_BB_RS04                                RSA290
124900                   INTO :RS04-CNREN                               RSA290
125000                      , :RS04-NORER                               RSA290
125100                      , :RS04-IDRPL                               RSA290
125200                      , :RS04-NOTIE                               RSA290
125300                      , :RS04-DMREA                               RSA290
125400                      , :RS04-CDPAF                               RSA290
125500                      , :RS04-CTPAT                               RSA290
125600                      , :RS04-DDREN                               RSA290
125700                      , :RS04-MTREA                               RSA290
125800                      , :RS04-DTPAID                END-EXEC.     RSA290
125900     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA290
126000           IF    IK = ZERO                                        RSA290
126100     MOVE        '1' TO XOBB-RS04-CF                              RSA290
126200     ADD         1 TO XOBB-COUNT                                  RSA290
126300           ELSE                                                   RSA290
126400     PERFORM     F95-RS04-FV-CL THRU F95-RS04-FV-CL-FN.           RSA290
126500 F95-RS04-FV-FN. EXIT.                                            RSA290
126600 F95-RS04-FV-CL.                                                  RSA290
126700           IF    XOBB-RS04-OPE = ZERO                             RSA290
126800     GO TO F95-RS04-FV-CL-FN.                                     RSA290
126900     MOVE        'CLOSE BB' TO XO00-XORATY                        RSA290
127000     MOVE        '95BB' TO XO00-XCDFSF                            RSA290
127100     MOVE        'RS04' TO XO00-XORATA                            RSA290
127200     EXEC SQL    CLOSE   C_BB_RS04                   END-EXEC.    RSA290
127300     MOVE        ZERO TO XOBB-RS04-OPE.                           RSA290
127400 F95-RS04-FV-CL-FN. EXIT.                                         RSA290
127500 F95BB-FN. EXIT.                                                  RSA290
127600 F95CC.                                                           RSA290
127700     EXEC SQL                                                     RSA290
127800                 DECLARE C_CC_RS06 CURSOR FOR                     RSA290
127900                 SELECT  XCSEQ                                    RSA290
128000                      ,  nvl(DDREN ,' ')                          RSA290
128100                      ,  nvl(MTREA , 0)                           RSA290
128200                      ,  nvl(TXREI , 0)                           RSA290
128300                      ,  nvl(MTREAO, 0)                           RSA290
128400                   FROM  RS06                                     RSA290
128500                  WHERE  CNREN  = :RS06-CNREN                     RSA290
128600                    AND  NORER  = :RS06-NORER                     RSA290
128700                    AND  IDRPL  = :RS06-IDRPL                     RSA290
128800                  ORDER  BY DDREN                                 RSA290
128900                       ,  XCSEQ                      END-EXEC.    RSA290
129000 F95-RS06-FV.                                                     RSA290
129100           IF    XOCC-RS06-OPE = ZERO                             RSA290
129200     MOVE        'OPEN' TO XO00-XORATY                            RSA290
129300     MOVE        '95CC' TO XO00-XCDFSF                            RSA290
129400     MOVE        'RS06' TO XO00-XORATA                            RSA290
129500     MOVE        RS06 TO XO00-XORACL                              RSA290
129600     EXEC SQL    OPEN    C_CC_RS06                   END-EXEC     RSA290
129700     MOVE        '1' TO XOCC-RS06-OPE.                            RSA290
129800     MOVE        'FETCH' TO XO00-XORATY                           RSA290
129900     MOVE        '95CC' TO XO00-XCDFSF                            RSA290
130000     MOVE        'RS06' TO XO00-XORATA                            RSA290
130100     MOVE        RS06 TO XO00-XORACL                              RSA290
130200     MOVE        ZERO TO XOCC-RS06-CF                             RSA290
130300     EXEC SQL    FETCH   C_CC_RS06                                RSA290
130400                   INTO :RS06-XCSEQ                               RSA290
130500                      , :RS06-DDREN                               RSA290
130600                      , :RS06-MTREA                               RSA290
130700                      , :RS06-TXREI                               RSA290
130800                      , :RS06-MTREAO               END-EXEC.      RSA290
130900     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA290
131000           IF    IK = ZERO                                        RSA290
131100     MOVE        '1' TO XOCC-RS06-CF                              RSA290
131200     ADD         1 TO XOCC-COUNT                                  RSA290
131300           ELSE                                                   RSA290
131400     PERFORM     F95-RS06-FV-CL THRU F95-RS06-FV-CL-FN.           RSA290
131500 F95-RS06-FV-FN. EXIT.                                            RSA290
131600 F95-RS06-FV-CL.                                                  RSA290
131700           IF    XOCC-RS06-OPE = ZERO                             RSA290
131800     GO TO F95-RS06-FV-CL-FN.                                     RSA290
131900     MOVE        'CLOSE CC' TO XO00-XORATY                        RSA290
132000     MOVE        '95CC' TO XO00-XCDFSF                            RSA290
132100     MOVE        'RS06' TO XO00-XORATA                            RSA290
132200     EXEC SQL    CLOSE   C_CC_RS06                   END-EXEC.    RSA290
132300     MOVE        ZERO TO XOCC-RS06-OPE.                           RSA290
132400 F95-RS06-FV-CL-FN. EXIT.                                         RSA290
132500 F95CC-FN. EXIT.                                                  RSA290
132600 F95DD.         EXIT.                                             RSA290
132700 F95-RS02-FU.                                                     RSA290
132800     MOVE        'SELECT' TO XO00-XORATY                          RSA290
132900     MOVE        '95DD' TO XO00-XCDFSF                            RSA290
133000     MOVE        'RS02' TO XO00-XORATA                            RSA290
133100     MOVE        RS02 TO XO00-XORACL                              RSA290
133200     EXEC SQL                                                     RSA290
133300                 SELECT  nvl(LNRENR,' ')                          RSA290
133400                      ,  nvl(LNREPR,' ')                          RSA290
133500                   INTO :RS02-LNRENR                              RSA290
133600                      , :RS02-LNREPR                              RSA290
133700                   FROM  RS02                                     RSA290
133800                  WHERE  NORER  = :RS02-NORER      END-EXEC.      RSA290
133900     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA290
134000           IF    IK = ZERO                                        RSA290
134100     ADD         1 TO XODD-COUNT.                                 RSA290
134200 F95-RS02-FU-FN. EXIT.                                            RSA290
134300 F95DD-FN. EXIT.                                                  RSA290
134400 F95EE.         EXIT.                                             RSA290
134500 F95-RS03-FU.                                                     RSA290
134600     MOVE        'SELECT' TO XO00-XORATY                          RSA290
134700     MOVE        '95EE' TO XO00-XCDFSF                            RSA290
134800     MOVE        'RS03' TO XO00-XORATA                            RSA290
134900     MOVE        RS03 TO XO00-XORACL                              RSA290
135000     EXEC SQL                                                     RSA290
135100                 SELECT  nvl(LRRE1R,' ')                          RSA290
135200                      ,  nvl(LRRE2R,' ')                          RSA290
135300                      ,  nvl(LVRER ,' ')                          RSA290
135400                      ,  nvl(CPRENR,' ')                          RSA290
135500                      ,  nvl(CDREPR,' ')                          RSA290
135600                   INTO :RS03-LRRE1R                              RSA290
135700                      , :RS03-LRRE2R                              RSA290
135800                      , :RS03-LVRER                               RSA290
135900                      , :RS03-CPRENR                              RSA290
136000                      , :RS03-CDREPR                              RSA290
136100                   FROM  RS03                                     RSA290
136200                  WHERE  NORER  = :RS03-NORER                     RSA290
136300                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            RSA290
136400                   FROM  RS03                                     RSA290
136500                  WHERE  NORER  = :RS03-NORER                     RSA290
136600                                  )                  END-EXEC.    RSA290
136700     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA290
136800           IF    IK = ZERO                                        RSA290
136900     ADD         1 TO XOEE-COUNT.                                 RSA290
137000 F95-RS03-FU-FN. EXIT.                                            RSA290
137100 F95EE-FN. EXIT.                                                  RSA290
137200 F9590.         EXIT.                                             P000
137300 F95-WORK-CN.                                                     P100
137400     MOVE        '9590' TO XO00-XCDFSF                            P110
137500     MOVE        'CONNECT' TO XO00-XORATY                         P120
137600     MOVE        SPACE TO XO00-XORATA                             P130
137700     MOVE        USERID TO XO00-XORACL                            P140
137800     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
137900 F95-WORK-CN-FN.                                                  P199
138000 F9590-FN. EXIT.                                                  P199
138100 F9591.         EXIT.                                             P000
138200 F95-WORK-RBS.                                                    P100
138300     MOVE        '9591' TO XO00-XCDFSF                            P110
138400     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
138500     MOVE        SPACE TO XO00-XORATA                             P130
138600     MOVE        XO00-XORARB TO XO00-XORACL                       P140
138700     EXEC SQL    SET TRANSACTION USE                              P150
138800                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
138900 F95-WORK-RBS-FN.                                                 P199
139000 F9591-FN. EXIT.                                                  P199
139100 F9592.         EXIT.                                             P000
139200 F95-WORK-CO.                                                     P100
139300     MOVE        '9592' TO XO00-XCDFSF                            P110
139400     MOVE        'COMMIT' TO XO00-XORATY                          P120
139500     MOVE        SPACE TO XO00-XORATA                             P130
139600     MOVE        SPACE TO XO00-XORACL                             P140
139700     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
139800     MOVE        '1' TO XO00-XORACO.                              P155
139900           IF    XO00-XORARB NOT = SPACE                          P160
140000     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
140100 F95-WORK-CO-FN.                                                  P199
140200 F9592-FN. EXIT.                                                  P199
140300 F9594.         EXIT.                                             P000
140400 F95-WORK-RO.                                                     P100
140500     MOVE        '9594' TO XO00-XCDFSF                            P110
140600     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
140700     MOVE        SPACE TO XO00-XORATA                             P130
140800     MOVE        SPACE TO XO00-XORACL                             P140
140900     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
141000 F95-WORK-RO-FN.                                                  P199
141100 F9594-FN. EXIT.                                                  P199
141200 F9596.         EXIT.                                             P000
141300 F95-WORK-RR.                                                     P100
141400     MOVE        '9596' TO XO00-XCDFSF                            P110
141500     MOVE        'RELEASE' TO XO00-XORATY                         P120
141600     MOVE        SPACE TO XO00-XORATA                             P130
141700     MOVE        SPACE TO XO00-XORACL                             P140
141800     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
141900 F95-WORK-RR-FN.                                                  P199
142000 F9596-FN. EXIT.                                                  P199
142100 F9598.         EXIT.                                             P000
142200 F95-WORK-TR.                                                     P100
142300     MOVE        '9598' TO XO00-XCDFSF                            P110
142400     MOVE        'TRACE' TO XO00-XORATY                           P120
142500     MOVE        SPACE TO XO00-XORATA                             P130
142600     MOVE        SPACE TO XO00-XORACL                             P140
142700     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
142800 F95-WORK-TR-FN.                                                  P199
142900 F9598-FN. EXIT.                                                  P199
143000 F9599.         EXIT.                                             P000
143100 F95-WORK-OK.                                                     RSA290
143200           IF    SQLCODE = ZERO                                   RSA290
143300     MOVE        ZERO TO IK                                       RSA290
143400           ELSE                                                   RSA290
143500     MOVE        '1' TO IK.                                       RSA290
143600     MOVE        SQLCODE TO XO00-XORARC.                          RSA290
143700 F95-WORK-OK-FN.                                                  RSA290
143800 F9599-FN. EXIT.                                                  RSA290
143900 F98.           EXIT.                                             RSA290
144000 F98-D.         EXIT.                                             RSA290
144100 F98-H.                                                           RSA290
144200     DISPLAY     '------------------------------'                 RSA290
144300     '------------------------------'                             RSA290
144400     '-------------'                                              RSA290
144500     DISPLAY     '- Programme ' PROGE ' : '                       RSA290
144600     'CALCUL DES RAPPELS D ARRERAGES'.                            RSA290
144700     DISPLAY     '-   version ' NUGNA ' generee '                 RSA290
144800     'le ' DATGN ' a ' TIMGN ' en '                               RSA290
144900     'bibliotheque ' APPLI.                                       RSA290
145000     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA290
145100     XAED-XHETRT.                                                 RSA290
145200     DISPLAY     '------------------------------'                 RSA290
145300     '------------------------------'                             RSA290
145400     '-------------'.                                             RSA290
145500 F98-H-FN. EXIT.                                                  RSA290
145600 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
145700           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
145800     DISPLAY                      '- Attention ! La date du jour aP100
145900-                                 ' ete forcee par la variable GCAP110
146000-                '_DATCE'.                                        P120
146100     DISPLAY     '------------------------------'                 P500
146200     '------------------------------'                             P520
146300     '-------------'.                                             P530
146400 F98-L-FN. EXIT.                                                  P530
146500 F98-D-FN. EXIT.                                                  RSA290
146600 F98-Z.                                                           RSA290
146700     DISPLAY     '-'.                                             RSA290
146800 F98BB.                                                           RSA290
146900     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA290
147000     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA290
147100     ' rentes lues'                                               RSA290
147200     ' dans RS04'.                                                RSA290
147300 F98BB-FN. EXIT.                                                  RSA290
147400 F98CC.                                                           RSA290
147500     MOVE        XOCC-COUNT TO XA80-XQNENR.                       RSA290
147600     DISPLAY     '- oracle F95CC ' XA80-XQNENR                    RSA290
147700     ' revalorisations lues'                                      RSA290
147800     ' dans RS06'.                                                RSA290
147900 F98CC-FN. EXIT.                                                  RSA290
148000 F98DD.                                                           RSA290
148100     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA290
148200     DISPLAY     '- oracle F95DD ' XA80-XQNENR                    RSA290
148300     ' rentiers lus'                                              RSA290
148400     ' dans RS02'.                                                RSA290
148500 F98DD-FN. EXIT.                                                  RSA290
148600 F98EE.                                                           RSA290
148700     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA290
148800     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA290
148900     ' adresses lues'                                             RSA290
149000     ' dans RS03'.                                                RSA290
149100 F98EE-FN. EXIT.                                                  RSA290
149200 F98AR.                                                           RSA290
149300     MOVE        5-AR00-CPTENR TO XA80-XQNENR.                    RSA290
149400     DISPLAY     '- fichier ' 'AR   '                             RSA290
149500     XA80-XQNENR ' ordres de rappel ecrits'                       RSA290
149600     ' assignation: ' 'AR'                                        RSA290
149700     ' ouverture: ' 'O'.                                          RSA290
149800     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA290
149900     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA290
150000 F98AR-FN. EXIT.                                                  RSA290
150100 F98FA.                                                           RSA290
150200     MOVE        5-FA00-CPAG TO XA80-XQNENR.                      RSA290
150300     DISPLAY     '- fichier ' 'FA   '                             RSA290
150400     XA80-XQNENR ' pages de decompte'                             RSA290
150500     ' assignation: ' 'FA'                                        RSA290
150600     ' ouverture: ' 'O'.                                          RSA290
150700 F98FA-FN. EXIT.                                                  RSA290
150800 F98EW.                                                           RSA290
150900     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA290
151000     DISPLAY     '- fichier ' 'EW   '                             RSA290
151100     XA80-XQNENR ' pages editees'                                 RSA290
151200     ' assignation: ' 'EW'                                        RSA290
151300     ' ouverture: ' 'O'.                                          RSA290
151400 F98EW-FN. EXIT.                                                  RSA290
151500 F9899.                                                           RSA290
151600     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA290
151700     XAED-XHETRT.                                                 RSA290
151800     DISPLAY     '------------------------------'                 RSA290
151900     '------------------------------'                             RSA290
152000     '-------------'.                                             RSA290
152100 F9899-FN. EXIT.                                                  RSA290
152200 F98-Z-FN. EXIT.                                                  RSA290
152300 F98-FN.   EXIT.                                                  RSA290
152400 F99OR.                                                           P000
152500     PERFORM     F0BBA THRU F0BBA-FN.                             P100
152600 F99OV.                                                           P000
152700     MOVE        001                      TO J99OVR.              P000
152800                              GO TO     F99OV-B.                  P000
152900 F99OV-A.                                                         P000
153000     ADD         1                        TO J99OVR.              P000
153100 F99OV-B.                                                         P000
153200     IF          IXO00M                   <  J99OVR               P000
153300                              GO TO     F99OV-FN.                 P000
153400           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
153500           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
153600     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
153700 F99OV-900. GO TO F99OV-A.                                        P100
153800 F99OV-FN. EXIT.                                                  P100
153900 F99OZ.                                                           P000
154000     MOVE        '99OR' TO XA60-XCDFSF                            P100
154100     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
154200     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
154300     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
154400     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
154500     PERFORM     F9900 THRU F9900-FN.                             P210
154600 F99OZ-FN. EXIT.                                                  P210
154700 F99OR-FN. EXIT.                                                  P210
154800 F99SW.         EXIT.                                             P000
154900 F99SW-FN. EXIT.                                                  P000
155000 F99SX.         EXIT.                                             P000
155100 F99SX-FN. EXIT.                                                  P000
155200 F99VE.                                                           P000
155300     MOVE        ZERO TO IK                                       P100
155400     DISPLAY     XA30-ENVNAM                                      P110
155500     UPON ENVIRONMENT-NAME                                        P120
155600     ACCEPT      XA30-ENVVAL                                      P200
155700     FROM ENVIRONMENT-VALUE                                       P210
155800     ON EXCEPTION                                                 P220
155900     MOVE        '1' TO IK                                        P230
156000     MOVE        SPACE TO XA30-ENVVAL.                            P240
156100 F99VE-FN. EXIT.                                                  P240
156200 F9900.         EXIT.                                             P000
156300 F9910.                                                           P000
156400     DISPLAY     '***'                                            P100
156500     DISPLAY     '***' XA60-L1                                    P200
156600     DISPLAY     '***' XA60-ZX67A.                                P300
156700           IF    XA60-ZX67B NOT = SPACE                           P400
156800     DISPLAY     '***' XA60-ZX67B.                                P400
156900           IF    XA60-ZX67C NOT = SPACE                           P500
157000     DISPLAY     '***' XA60-ZX67C                                 P500
157100     DISPLAY     '***'.                                           P600
157200 F9910-FN. EXIT.                                                  P600
157300 F9920.                                                           P000
157400     PERFORM     F98-Z THRU F98-Z-FN.                             P100
157500 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
157600           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
157700     MOVE        ZERO TO XO00-XORACN                              P100
157800     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
157900 F9950-FN. EXIT.                                                  P110
158000 F9980.                                                           P000
158100     MOVE        4 TO XA00-XRC.                                   P100
158200           IF    XO00-XORACO NOT = ZERO                           P500
158300     MOVE        8 TO XA00-XRC.                                   P500
158400 F9980-FN. EXIT.                                                  P500
158500 F9990.                                                           P000
158600     MOVE        XA00-XRC TO RETURN-CODE                          P100
158700     STOP RUN.                                                    P500
158800 F9990-FN. EXIT.                                                  P500
158900 F9920-FN. EXIT.                                                  P500
159000 F9900-FN. EXIT.                                                  P500
159100 F9999.                                                           P000
159200     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
159300     ' ' XA60-XCDFSF                                              P150
159400     PERFORM     F9920 THRU F9920-FN.                             P200
159500 F9999-FN. EXIT.                                                  P200
