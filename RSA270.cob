000100 IDENTIFICATION DIVISION.                                         RSA270
000200 PROGRAM-ID.  RSA270.                                             RSA270
000300 ENVIRONMENT DIVISION.                                            RSA270
000400 CONFIGURATION SECTION.                                           RSA270
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA270
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA270
000700 SPECIAL-NAMES.                                                   RSA270
000800      C01 IS SAUTP                                                RSA270
000900      CSP IS SAUT0                                                RSA270
001000      DECIMAL-POINT IS COMMA.                                     RSA270
001100 INPUT-OUTPUT SECTION.                                            RSA270
001200 FILE-CONTROL.                                                    RSA270
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA270
001400      FILE STATUS IS                   1-EW00-STATUS              RSA270
001500                                       VSAM-STATUS.               RSA270
001600      SELECT OP-FICHIER      ASSIGN AS-SOOP                       RSA270
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA270
001800             FILE STATUS     1-OP00-STATUS.                       RSA270
001900      SELECT OC-FICHIER      ASSIGN AS-SOOC                       RSA270
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA270
002100             FILE STATUS     1-OC00-STATUS.                       RSA270
002200      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA270
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA270
002400             FILE STATUS     1-CT00-STATUS.                       RSA270
002500 DATA DIVISION.                                                   RSA270
002600 FILE SECTION.                                                    RSA270
002700 FD                 EW-FICHIER                                    RSA270
002800      BLOCK              00000 RECORDS.                           RSA270
002900 01                 EW00.                                         RSA270
003000      10       FILLER         PICTURE  X(133).                    RSA270
003100 FD                 OP-FICHIER                                    RSA270
003200      BLOCK              00000 RECORDS.                           RSA270
003300 01                 OP00.                                         RSA270
003400      10            OP00-LIGNE  PICTURE  X(80).                   RSA270
003500 FD                 OC-FICHIER                                    RSA270
003600      BLOCK              00000 RECORDS.                           RSA270
003700 01                 OC00.                                         RSA270
003800      10            OC00-LIGNE  PICTURE  X(80).                   RSA270
003900 FD                 CT-FICHIER                                    RSA270
004000      BLOCK              00000 RECORDS.                           RSA270
004100 01                 CT00.                                         RSA270
004200      10            CT00-LIGNE  PICTURE  X(150).                  RSA270
004300 WORKING-STORAGE SECTION.                                         RSA270
004400          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA270
004500          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA270
004600 01                 RS12.                                         RSA270
004700      10            RS12-CNREN  PICTURE  XX.                      RSA270
004800      10            RS12-NORER  PICTURE  X(6).                    RSA270
004900      10            RS12-IDRPL  PICTURE  X(5).                    RSA270
005000      10            RS12-DDREJ  PICTURE  X(8).                    RSA270
005100      10            RS12-CDREJ  PICTURE  XXX.                     RSA270
005200      10            RS12-MOREC  PICTURE  S9(09)V99                RSA270
005300                    COMPUTATIONAL-3.                              RSA270
005400      10            RS12-DTREO  PICTURE  X(8).                    RSA270
005500      10            RS12-MTPAC  PICTURE  S9(09)V99                RSA270
005600                    COMPUTATIONAL-3.                              RSA270
005700      10            RS12-LNRENS PICTURE  X(20).                   RSA270
005800      10            RS12-NORES  PICTURE  X(6).                    RSA270
005900 01                 RS13.                                         RSA270
006000      10            RS13-CNREN  PICTURE  XX.                      RSA270
006100      10            RS13-NORER  PICTURE  X(6).                    RSA270
006200      10            RS13-IDRPL  PICTURE  X(5).                    RSA270
006300      10            RS13-DDREJ  PICTURE  X(8).                    RSA270
006400      10            RS13-CDREJ  PICTURE  XXX.                     RSA270
006500      10            RS13-MOREC  PICTURE  S9(09)V99                RSA270
006600                    COMPUTATIONAL-3.                              RSA270
006700      10            RS13-DTREO  PICTURE  X(8).                    RSA270
006800      10            RS13-MTPAC  PICTURE  S9(09)V99                RSA270
006900                    COMPUTATIONAL-3.                              RSA270
007000      10            RS13-LNRENS PICTURE  X(20).                   RSA270
007100      10            RS13-NORES  PICTURE  X(6).                    RSA270
007200 01                 RS05.                                         RSA270
007300      10            RS05-CNREN  PICTURE  XX.                      RSA270
007400      10            RS05-NORER  PICTURE  X(6).                    RSA270
007500      10            RS05-IDRPL  PICTURE  X(5).                    RSA270
007600 01                 RS02.                                         RSA270
007700      10            RS02-NORER  PICTURE  X(6).                    RSA270
007800      10            RS02-LNRENR PICTURE  X(20).                   RSA270
007900      10            RS02-LNREPR PICTURE  X(12).                   RSA270
008000 77               W-WA00-CDPAMV   PIC X.                          RSA270
008100 77               W-WA00-DATJ     PIC X(8).                       RSA270
008200          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA270
008300 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA270
008400 77               W-WA00-CPTOR  PIC S9(9) COMP-3 VALUE ZERO.      RSA270
008500 77               W-WA00-CPTSR  PIC S9(9) COMP-3 VALUE ZERO.      RSA270
008600 77               W-WA00-CPTRE  PIC S9(9) COMP-3 VALUE ZERO.      RSA270
008700 77               W-WA00-CPTSO  PIC S9(9) COMP-3 VALUE ZERO.      RSA270
008800 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA270
008900 77               W-OP00-EOF    PIC X VALUE '0'.                  RSA270
009000 77               W-CT00-CDOK   PIC X.                            RSA270
009100 77               W-CT00-MOTIF  PIC X(30).                        RSA270
009200 77               W-PA00-MTCTL  PIC S9(9)V99 COMP-3.              RSA270
009300 77               W-CR00-TROUV  PIC S9(4) COMP VALUE ZERO.        RSA270
009320 77               W-RP00-EOF    PIC X VALUE '0'.                  RSA270
009340 77               W-RP00-DEJA   PIC X VALUE '0'.                  RSA270
009360 77               W-RP00-DATTRT PIC X(8).                         RSA270
009380 77               W-RP00-HETRT  PIC X(6).                         RSA270
009400 01               W-SA00-ZONE.                                    RSA270
009500    05            W-SA00-TABLE   PIC X(4).                        RSA270
009600    05            W-SA00-DDREJ   PIC X(8).                        RSA270
009700    05            W-SA00-CDREJ   PIC XXX.                         RSA270
009800    05            W-SA00-MOREC   PIC S9(9)V99 COMP-3.             RSA270
009900    05            W-SA00-MTPAC   PIC S9(9)V99 COMP-3.             RSA270
010000    05            W-SA00-DTREO   PIC X(8).                        RSA270
010100    05            W-SA00-NORES   PIC X(6).                        RSA270
010200    05            W-SA00-LNRENS  PIC X(20).                       RSA270
010300    05            W-SA00-RESTE   PIC S9(9)V99 COMP-3.             RSA270
010400    05            W-SA00-PART    PIC S9(9)V99 COMP-3.             RSA270
010500    05            W-SA00-RESTOR  PIC S9(9)V99 COMP-3.             RSA270
010600    05            W-SA00-SOLDE   PIC X.                           RSA270
010700 01               W-CR00-TAB.                                     RSA270
010800    05            W-CR00-NB      PIC S9(4) COMP VALUE ZERO.       RSA270
010900    05            W-CR00-POSTE   OCCURS 500.                      RSA270
011000      10          W-CR00-NORES   PIC X(6).                        RSA270
011100      10          W-CR00-LNRENS  PIC X(20).                       RSA270
011200      10          W-CR00-CNREN   PIC XX.                          RSA270
011300      10          W-CR00-IDRPL   PIC X(5).                        RSA270
011400      10          W-CR00-NBLIG   PIC S9(5) COMP-3.                RSA270
011500      10          W-CR00-MTREV   PIC S9(11)V99 COMP-3.            RSA270
011600 01               W-AF00-TAB.                                     RSA270
011700    05            W-AF00-NB      PIC S9(4) COMP VALUE ZERO.       RSA270
011800    05            W-AF00-POSTE   OCCURS 3000.                     RSA270
011900      10          W-AF00-NORES   PIC X(6).                        RSA270
012000      10          W-AF00-NOREN.                                   RSA270
012100        15        W-AF00-CNREN   PIC XX.                          RSA270
012200        15        W-AF00-NORER   PIC X(6).                        RSA270
012300        15        W-AF00-IDRPL   PIC X(5).                        RSA270
012400      10          W-AF00-LNRENR  PIC X(20).                       RSA270
012500      10          W-AF00-LNREPR  PIC X(12).                       RSA270
012600      10          W-AF00-TABLE   PIC X(4).                        RSA270
012700      10          W-AF00-CDREJ   PIC XXX.                         RSA270
012800      10          W-AF00-DTECH   PIC X(8).                        RSA270
012900      10          W-AF00-MTREV   PIC S9(9)V99 COMP-3.             RSA270
013000      10          W-AF00-RESTE   PIC S9(9)V99 COMP-3.             RSA270
013100      10          W-AF00-SOLDE   PIC X.                           RSA270
013200 01               W-TL00-CUMULS COMPUTATIONAL-3.                  RSA270
013300    05            W-TL00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA270
013400    05            W-TL00-MTREV   PIC S9(11)V99 VALUE ZERO.        RSA270
013500    05            W-TL00-MTVIR   PIC S9(11)V99 VALUE ZERO.        RSA270
013600 01               W-OP00-ENR.                                     RSA270
013700    05            W-OP00-CNREN   PIC XX.                          RSA270
013800    05            W-OP00-NORER   PIC X(6).                        RSA270
013900    05            W-OP00-IDRPL   PIC X(5).                        RSA270
014000    05            W-OP00-NOTIE   PIC X(6).                        RSA270
014100    05            W-OP00-NIREG   PIC XX.                          RSA270
014200    05            W-OP00-DTECH   PIC X(8).                        RSA270
014300    05            W-OP00-CDPAF   PIC X.                           RSA270
014400    05            W-OP00-CTPAT   PIC X.                           RSA270
014500    05            W-OP00-MTBRUT  PIC 9(9)V99.                     RSA270
014600    05            W-OP00-MTOPPO  PIC 9(9)V99.                     RSA270
014700    05            W-OP00-MTNET   PIC 9(9)V99.                     RSA270
014800    05            W-OP00-CDORD   PIC X.                           RSA270
014900    05            W-OP00-TXPAS   PIC 99V99.                       RSA270
015000    05            W-OP00-MTPAS   PIC 9(9)V99.                     RSA270
015100 01               W-OC00-ENR.                                     RSA270
015200    05            W-OC00-CNREN   PIC XX.                          RSA270
015300    05            W-OC00-NORER   PIC X(6).                        RSA270
015400    05            W-OC00-IDRPL   PIC X(5).                        RSA270
015500    05            W-OC00-NOTIE   PIC X(6).                        RSA270
015600    05            W-OC00-NIREG   PIC XX.                          RSA270
015700    05            W-OC00-DTECH   PIC X(8).                        RSA270
015800    05            W-OC00-CDPAF   PIC X.                           RSA270
015900    05            W-OC00-CTPAT   PIC X.                           RSA270
016000    05            W-OC00-MTBRUT  PIC 9(9)V99.                     RSA270
016100    05            W-OC00-MTOPPO  PIC 9(9)V99.                     RSA270
016200    05            W-OC00-MTNET   PIC 9(9)V99.                     RSA270
016300    05            W-OC00-CDORD   PIC X.                           RSA270
016400    05            W-OC00-TXPAS   PIC 99V99.                       RSA270
016500    05            W-OC00-MTPAS   PIC 9(9)V99.                     RSA270
016600 01               W-EW00-SAV     PIC X(133).                      RSA270
016700 01               W-EW00-ENTET   PIC X(133).                      RSA270
016800 01               W-EW00-ENTE2   PIC X(133).                      RSA270
016900 01               W-LE01-LIGNE.                                   RSA270
017000    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
017100    05            FILLER         PIC X(22) VALUE                  RSA270
017200                  'GROUPAMA - RENTES'.                            RSA270
017300    05            FILLER         PIC X(32) VALUE                  RSA270
017400                  'REVERSEMENT AUX CREANCIERS'.                   RSA270
017500    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA270
017600    05            W-LE01-DATE    PIC X(10).                       RSA270
017700    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA270
017800    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA270
017900    05            FILLER         PIC X(43) VALUE SPACES.          RSA270
018000 01               W-LE02-LIGNE.                                   RSA270
018100    05            FILLER         PIC X(24) VALUE SPACES.          RSA270
018200    05            FILLER         PIC X(26) VALUE ALL '='.         RSA270
018300    05            FILLER         PIC X(83) VALUE SPACES.          RSA270
018400 01               W-LE03-LIGNE.                                   RSA270
018500    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
018600    05            FILLER         PIC X(12) VALUE 'CREANCIER : '.  RSA270
018700    05            W-LE03-NORES   PIC X(6).                        RSA270
018800    05            FILLER         PIC X(02) VALUE SPACES.          RSA270
018900    05            W-LE03-LNRENS  PIC X(20).                       RSA270
019000    05            FILLER         PIC X(18) VALUE                  RSA270
019100                  '  DOMICILIATION : '.                           RSA270
019200    05            W-LE03-DOMIC.                                   RSA270
019300      10          W-LE03-CNREN   PIC XX.                          RSA270
019400      10          W-LE03-NORER   PIC X(6).                        RSA270
019500      10          W-LE03-IDRPL   PIC X(5).                        RSA270
019600    05            FILLER         PIC X(61) VALUE SPACES.          RSA270
019700 01               W-LE04-LIGNE.                                   RSA270
019800    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
019900    05            FILLER         PIC X(16) VALUE 'RENTE'.         RSA270
020000    05            FILLER         PIC X(34) VALUE 'RENTIER'.       RSA270
020100    05            FILLER         PIC X(06) VALUE 'ORIG'.          RSA270
020200    05            FILLER         PIC X(07) VALUE 'CDREJ'.         RSA270
020300    05            FILLER         PIC X(10) VALUE 'ECHEANCE'.      RSA270
020400    05            FILLER         PIC X(18) VALUE                  RSA270
020500                  '         REVERSE'.                             RSA270
020600    05            FILLER         PIC X(18) VALUE                  RSA270
020700                  '        RESTE DU'.                             RSA270
020800    05            FILLER         PIC X(06) VALUE 'SOLDE'.         RSA270
020900    05            FILLER         PIC X(17) VALUE SPACES.          RSA270
021000 01               W-LE05-LIGNE.                                   RSA270
021100    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
021200    05            W-LE05-NOREN.                                   RSA270
021300      10          W-LE05-CNREN   PIC XX.                          RSA270
021400      10          W-LE05-NORER   PIC X(6).                        RSA270
021500      10          W-LE05-IDRPL   PIC X(5).                        RSA270
021600    05            FILLER         PIC X(03) VALUE SPACES.          RSA270
021700    05            W-LE05-LNRENR  PIC X(20).                       RSA270
021800    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
021900    05            W-LE05-LNREPR  PIC X(12).                       RSA270
022000    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
022100    05            W-LE05-TABLE   PIC X(4).                        RSA270
022200    05            FILLER         PIC X(02) VALUE SPACES.          RSA270
022300    05            W-LE05-CDREJ   PIC XXX.                         RSA270
022400    05            FILLER         PIC X(04) VALUE SPACES.          RSA270
022500    05            W-LE05-DTECH   PIC X(8).                        RSA270
022600    05            FILLER         PIC X(02) VALUE SPACES.          RSA270
022700    05            W-LE05-MTREV   PIC -(12)9,99.                   RSA270
022800    05            FILLER         PIC X(02) VALUE SPACES.          RSA270
022900    05            W-LE05-RESTE   PIC -(12)9,99.                   RSA270
023000    05            FILLER         PIC X(02) VALUE SPACES.          RSA270
023100    05            W-LE05-SOLDE   PIC X(3).                        RSA270
023200    05            FILLER         PIC X(20) VALUE SPACES.          RSA270
023300 01               W-LE06-LIGNE.                                   RSA270
023400    05            FILLER         PIC X(03) VALUE SPACES.          RSA270
023500    05            FILLER         PIC X(30) VALUE                  RSA270
023600                  'TOTAL REVERSE AU CREANCIER : '.                RSA270
023700    05            W-LE06-MTREV   PIC -(12)9,99.                   RSA270
023800    05            FILLER         PIC X(14) VALUE '  NB LIGNES : '.RSA270
023900    05            W-LE06-NBLIG   PIC ZZZZ9.                       RSA270
024000    05            FILLER         PIC X(65) VALUE SPACES.          RSA270
024100 01               W-LE07-LIGNE.                                   RSA270
024200    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
024300    05            W-LE07-LIB     PIC X(26).                       RSA270
024400    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA270
024500    05            FILLER         PIC X(97) VALUE SPACES.          RSA270
024600 01               W-LE08-LIGNE.                                   RSA270
024700    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
024800    05            W-LE08-LIB     PIC X(80).                       RSA270
024900    05            FILLER         PIC X(52) VALUE SPACES.          RSA270
025000 01               W-LE09-LIGNE.                                   RSA270
025100    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
025200    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA270
025300    05            W-LE09-LIB     PIC X(40).                       RSA270
025400    05            FILLER         PIC X(81) VALUE SPACES.          RSA270
025500 01               W-LE10-LIGNE.                                   RSA270
025600    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
025700    05            W-LE10-LIB     PIC X(40).                       RSA270
025800    05            FILLER         PIC X(92) VALUE SPACES.          RSA270
025900 01               W-LE11-LIGNE.                                   RSA270
026000    05            FILLER         PIC X(01) VALUE SPACE.           RSA270
026100    05            W-LE11-LIB     PIC X(26).                       RSA270
026200    05            W-LE11-MT      PIC -(12)9,99.                   RSA270
026300    05            FILLER         PIC X(90) VALUE SPACES.          RSA270
026400 01               W-CT00-ENR.                                     RSA270
026500    05            W-CT00-PROGR   PIC X(8).                        RSA270
026600    05            W-CT00-DATTRT  PIC X(8).                        RSA270
026700    05            W-CT00-HETRT   PIC X(6).                        RSA270
026800    05            W-CT00-CDETAT  PIC 9(4).                        RSA270
026900    05            W-CT00-POSTE   OCCURS 10.                       RSA270
027000      10          W-CT00-FICID   PIC XX.                          RSA270
027100      10          W-CT00-SENS    PIC X.                           RSA270
027200      10          W-CT00-NBENR   PIC 9(9).                        RSA270
027300    05            FILLER         PIC X(4).                        RSA270
027400 77                 XA00-XRC      VALUE ZERO                      7XA015
027500                  PICTURE 9(4).                                   7XA015
027600 77                 XA00-8TMES    VALUE ZERO                      7XA055
027700                  PICTURE X(01).                                  7XA055
027800 77                 XAIN-XDATRT                                   7XA110
027900                  PICTURE X(8).                                   7XA110
028000 77                 XAIN-XHETRT                                   7XA120
028100                  PICTURE X(6).                                   7XA120
028200 77                 XAED-XDATRT                                   7XA160
028300                  PICTURE X(10).                                  7XA160
028400 77                 XAED-XHETRT                                   7XA170
028500                  PICTURE X(8).                                   7XA170
028600 77                 XA30-ENVNAM   PIC X(080).                     7XA310
028700 77                 XA30-ENVVAL   PIC X(080).                     7XA320
028800 01                 XA60.                                         7XA610
028900   05               XA60-L1.                                      7XA620
029000     10             FILLER PIC X  VALUE 'F'.                      7XA625
029100     10             XA60-XCDFSF   VALUE SPACE                     7XA630
029200                  PICTURE X(4).                                   7XA630
029300     10             FILLER PIC X  VALUE ':'.                      7XA635
029400     10             XA60-XLISUI   VALUE SPACE                     7XA640
029500                  PICTURE X(30).                                  7XA640
029600   05               XA60-ZX67A    VALUE SPACE                     7XA650
029700                  PICTURE X(67).                                  7XA650
029800   05               XA60-ZX67B    VALUE SPACE                     7XA660
029900                  PICTURE X(67).                                  7XA660
030000   05               XA60-ZX67C    VALUE SPACE                     7XA670
030100                  PICTURE X(67).                                  7XA670
030200 01                 XA80.                                         7XA810
030300   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
030400   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
030500   05               XA80-XCOSD                                    7XA820
030600                  PICTURE XX.                                     7XA820
030700   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
030800   05               XA80-STATUS.                                  7XA830
030900    07              XA80-STATUS1  PIC X.                          7XA831
031000    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
031100    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
031200   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
031300   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
031400   05               XA80-XQNENR                                   7XA840
031500                  PICTURE Z(8)9.                                  7XA840
031600 01                 XA81-STATUS.                                  7XA900
031700    07              XA81-STATUS1  PIC X.                          7XA905
031800    07              FILLER        PIC X      VALUE '/'.           7XA910
031900    07              XA81-STATUS2  PIC 999.                        7XA915
032000          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
032100 01               USERID          PIC X(20).                      7XBCC2
032200          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
032300 01                 XO00.                                         7XO-A0
032400   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
032500   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
032600   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
032700   05               XO00-XORAER.                                  7XO-EE
032800     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
032900     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
033000     10             XO00-XORARC   PIC 9(004).                     7XO-EK
033100     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
033200     10             XO00-XCDFSF                                   7XO-EO
033300                  PICTURE X(4).                                   7XO-EO
033400     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
033500     10             XO00-XORATY   PIC X(008).                     7XO-ES
033600     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
033700     10             XO00-XORATA                                   7XO-EW
033800                  PICTURE X(10).                                  7XO-EW
033900   05               XO00-XORAE2.                                  7XO-FE
034000     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
034100     10             XO00-XORACL.                                  7XO-FI
034200       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
034300                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
034400 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
034500                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
034600 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA270
034700 77                 XOCC-RS12-CF  PIC X(001)     VALUE ZERO.      RSA270
034800 77                 XOCC-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA270
034900 77                 XOCC-RS12-OPE PIC X(001)     VALUE ZERO.      RSA270
035000 77                 XODD-RS13-CF  PIC X(001)     VALUE ZERO.      RSA270
035100 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA270
035200 77                 XODD-RS13-OPE PIC X(001)     VALUE ZERO.      RSA270
035300 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA270
035400 77                 XOFF-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA270
035500          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
035600 77                 XP00-XROWID                                   7XP001
035700                  PICTURE X(18).                                  7XP001
035800 77                 XP00-XCSEQ                                    7XP002
035900                  PICTURE S9(9)                                   7XP002
036000                    COMPUTATIONAL-3.                              7XP002
036100 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
036200          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
036300 01                 CODE-ABORT    PIC X(2).                       7ZA999
036400 01   DEBUT-WSS.                                                  RSA270
036500      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA270
036600      05   IK     PICTURE X.                                      RSA270
036700 01  CONSTANTES-PAC.                                              RSA270
036800     05  FILLER  PICTURE X(50)   VALUE                            RSA270
036900     '6315ARSA15/10/26RSA270LEBLANC 16:02:18RSA270  UNIX'.        RSA270
037000     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA270
037100 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA270
037200     05  NUGNA   PICTURE X(5).                                    RSA270
037300     05  APPLI   PICTURE X(3).                                    RSA270
037400     05  DATGN   PICTURE X(8).                                    RSA270
037500     05  PROGR   PICTURE X(6).                                    RSA270
037600     05  CODUTI  PICTURE X(8).                                    RSA270
037700     05  TIMGN   PICTURE X(8).                                    RSA270
037800     05  PROGE   PICTURE X(8).                                    RSA270
037900     05  COBASE  PICTURE X(4).                                    RSA270
038000     05  DATGNC  PICTURE X(10).                                   RSA270
038100 01  DATCE.                                                       RSA270
038200   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA270
038300   05  DATOR.                                                     RSA270
038400     10  DATOA  PICTURE XX.                                       RSA270
038500     10  DATOM  PICTURE XX.                                       RSA270
038600     10  DATOJ  PICTURE XX.                                       RSA270
038700 01  DAT6.                                                        RSA270
038800      10 DAT61   PICTURE XX.                                      RSA270
038900      10 DAT62   PICTURE XX.                                      RSA270
039000      10 DAT63   PICTURE XX.                                      RSA270
039100 01  DAT8.                                                        RSA270
039200      10 DAT81   PICTURE XX.                                      RSA270
039300      10 DAT8S1  PICTURE X.                                       RSA270
039400      10 DAT82   PICTURE XX.                                      RSA270
039500      10 DAT8S2  PICTURE X.                                       RSA270
039600      10 DAT83   PICTURE XX.                                      RSA270
039700 01  DAT8E    REDEFINES    DAT8.                                  RSA270
039800      10 DAT81E  PICTURE X(4).                                    RSA270
039900      10 DAT82E  PICTURE XX.                                      RSA270
040000      10 DAT83E  PICTURE XX.                                      RSA270
040100 01  DAT6C.                                                       RSA270
040200      10  DAT61C PICTURE XX.                                      RSA270
040300      10  DAT62C PICTURE XX.                                      RSA270
040400      10  DAT63C.                                                 RSA270
040500       15 DAT63CC PICTURE XX.                                     RSA270
040600       15 DAT64C  PICTURE XX.                                     RSA270
040700 01  DAT8C.                                                       RSA270
040800      10  DAT81C  PICTURE XX.                                     RSA270
040900      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA270
041000      10  DAT82C  PICTURE XX.                                     RSA270
041100      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA270
041200      10  DAT83C.                                                 RSA270
041300       15 DAT83CC PICTURE XX.                                     RSA270
041400       15 DAT84C  PICTURE XX.                                     RSA270
041500 01  TIMCO.                                                       RSA270
041600   05  TIMCOH   PICTURE XX.                                       RSA270
041700   05  TIMCOM   PICTURE XX.                                       RSA270
041800   05  TIMCOS   PICTURE XX.                                       RSA270
041900   05  TIMOC.                                                     RSA270
042000    10 TIMCOC   PICTURE XX.                                       RSA270
042100 01  TIMDAY.                                                      RSA270
042200   05  TIMHOU   PICTURE XX.                                       RSA270
042300   05  TIMS1    PICTURE X  VALUE ':'.                             RSA270
042400   05  TIMMIN   PICTURE XX.                                       RSA270
042500   05  TIMS2    PICTURE X  VALUE ':'.                             RSA270
042600   05  TIMSEC   PICTURE XX.                                       RSA270
042700 01  DATSEP     PICTURE X VALUE '/'.                              RSA270
042800 01   VARIABLES-CONDITIONNELLES.                                  RSA270
042900      05                  FT      PICTURE X VALUE '0'.            RSA270
043000 01   INDICES  COMPUTATIONAL  SYNC.                               RSA270
043100      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA270
043200      05        J00       PICTURE S9(4) VALUE +1.                 RSA270
043300      05        J01       PICTURE S9(4) VALUE +1.                 RSA270
043400      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA270
043500      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA270
043600      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA270
043700      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
043800 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA270
043900      05       5-OP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA270
044000      05       5-OC00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA270
044100 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA270
044200      05         COMPTEURS     COMPUTATIONAL-3.                   RSA270
044300      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA270
044400      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA270
044500      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA270
044600 01  ZONES-STATUS.                                                RSA270
044700      05   VSAM-STATUS.                                           RSA270
044800        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA270
044900        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA270
045000        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA270
045100      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA270
045200      05          1-OP00-STATUS PICTURE XX VALUE ZERO.            RSA270
045300      05          1-OC00-STATUS PICTURE XX VALUE ZERO.            RSA270
045400      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA270
045500 PROCEDURE DIVISION.                                              RSA270
045600 DECLARATIVES.                                                    RSA270
045700 SECEW SECTION.                                                   RSA270
045800     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA270
045900 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA270
046000 F0AEW-A. GO TO  F0A90.                                           RSA270
046100 SECOP SECTION.                                                   RSA270
046200     USE AFTER ERROR PROCEDURE                                    RSA270
046300      ON OP-FICHIER.                                              RSA270
046400 F0AOP.                                                           RSA270
046500     MOVE        'OP' TO XA80-XCOSD                               RSA270
046600     MOVE        1-OP00-STATUS TO XA80-STATUS                     RSA270
046700     MOVE        5-OP00-CPTENR TO XA80-XQNENR                     RSA270
046800     GO TO F0A90.                                                 RSA270
046900 F0AOP-FN. EXIT.                                                  RSA270
047000 SECOC SECTION.                                                   RSA270
047100     USE AFTER ERROR PROCEDURE                                    RSA270
047200      ON OC-FICHIER.                                              RSA270
047300 F0AOC.                                                           RSA270
047400     MOVE        'OC' TO XA80-XCOSD                               RSA270
047500     MOVE        1-OC00-STATUS TO XA80-STATUS                     RSA270
047600     MOVE        5-OC00-CPTENR TO XA80-XQNENR                     RSA270
047700     GO TO F0A90.                                                 RSA270
047800 F0AOC-FN. EXIT.                                                  RSA270
047900 SECCT SECTION.                                                   RSA270
048000     USE AFTER ERROR PROCEDURE                                    RSA270
048100      ON CT-FICHIER.                                              RSA270
048200 F0ACT.                                                           RSA270
048300     MOVE        'CT' TO XA80-XCOSD                               RSA270
048400     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA270
048500     MOVE        ZERO TO XA80-XQNENR                              RSA270
048600     GO TO F0A90.                                                 RSA270
048700 F0ACT-FN. EXIT.                                                  RSA270
048800 F0A90.                                                           RSA270
048900     MOVE        '0A90' TO XA60-XCDFSF                            RSA270
049000     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA270
049100           IF    XA80-STATUS1 = '9'                               RSA270
049200     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA270
049300     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA270
049400     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA270
049500     MOVE        XA80 TO XA60-ZX67A                               RSA270
049600     MOVE        SPACE TO XA60-ZX67B.                             RSA270
049700     PERFORM     F9900 THRU F9900-FN.                             RSA270
049800 F0A90-FN. EXIT.                                                  RSA270
049900 END DECLARATIVES.                                                RSA270
050000 SEC00 SECTION.                                                   RSA270
050100 F0B.           EXIT.                                             RSA270
050200 F0BBA.                                                           P000
050300     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
050400     PERFORM     F99VE THRU F99VE-FN.                             P060
050500           IF    IK = ZERO                                        P070
050600     MOVE        XA30-ENVVAL TO DATCE                             P070
050700           ELSE                                                   P100
050800     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
050900       TO DATCE.                                                  P110
051000     ACCEPT TIMCO FROM TIME.                                      P120
051100     MOVE        DATCE TO XAIN-XDATRT                             P210
051200     MOVE        TIMCO TO XAIN-XHETRT.                            P220
051300     MOVE        DATCE                                            P310
051400     TO DAT8E DAT6C                                               P310
051500     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
051600     MOVE DAT82E TO DAT62C                                        P310
051700     MOVE   DAT6C TO  XAED-XDATRT                                 P310
051800     MOVE        XAED-XDATRT                                      P315
051900     TO DAT8E DAT6C                                               P315
052000     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
052100     MOVE DAT63C TO DAT83C                                        P315
052200     MOVE   DAT8C TO XAED-XDATRT                                  P315
052300     MOVE        TIMCO                                            P320
052400     TO DAT8E DAT6C                                               P320
052500     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
052600     MOVE DAT82E TO TIMSEC                                        P320
052700     MOVE TIMDAY TO   XAED-XHETRT.                                P320
052800 F0BBA-FN. EXIT.                                                  P320
052900 F0BBE.                                                           P000
053000     PERFORM     F98-D THRU F98-D-FN.                             P100
053100 F0BBE-FN. EXIT.                                                  P100
053200 F0BCA.         EXIT.                                             P000
053300 F0BCI.                                                           P000
053400     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
053500     PERFORM     F99VE THRU F99VE-FN.                             P110
053600           IF    IK = ZERO                                        P200
053700     MOVE        XA30-ENVVAL TO USERID                            P200
053800           ELSE                                                   P210
053900     MOVE        '0BCE' TO XA60-XCDFSF                            P210
054000     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
054100     XA60-XLISUI                                                  P235
054200     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
054300-                'ORT' TO XA60-ZX67A                              P245
054400     MOVE        SPACE TO XA60-ZX67B                              P250
054500     PERFORM     F9900 THRU F9900-FN.                             P260
054600 F0BCI-FN. EXIT.                                                  P260
054700 F0BCO.                                                           P000
054800     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
054900     PERFORM     F99VE THRU F99VE-FN.                             P110
055000           IF    IK = ZERO                                        P200
055100           AND   XA30-ENVVAL = 'ON'                               P210
055200     MOVE        '1' TO XO00-XORATR.                              P200
055300 F0BCO-FN. EXIT.                                                  P200
055400 F0BCU.                                                           P000
055500     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
055600     PERFORM     F99VE THRU F99VE-FN.                             P110
055700           IF    IK = ZERO                                        P200
055800           AND   XA30-ENVVAL = '1'                                P210
055900     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
056000           ELSE                                                   P220
056100     MOVE        ZERO TO XA00-8TMES.                              P220
056200 F0BCU-FN. EXIT.                                                  P220
056300 F0BCY.                                                           P000
056400     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
056500     PERFORM     F99VE THRU F99VE-FN.                             P110
056600           IF    IK = ZERO                                        P200
056700     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
056800 F0BCY-FN. EXIT.                                                  P200
056900 F0BCW.                                                           RSA270
057000     MOVE        DATCE TO W-WA00-DATJ                             RSA270
057100     MOVE        'V' TO W-WA00-CDPAMV                             RSA270
057200     MOVE        'GCA_CDPAMVIR' TO XA30-ENVNAM                    RSA270
057300     PERFORM     F99VE THRU F99VE-FN.                             RSA270
057400           IF    IK = ZERO                                        RSA270
057500           AND   XA30-ENVVAL NOT = SPACE                          RSA270
057600     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDPAMV.               RSA270
057700     DISPLAY     '- mode virement retenu    : ' W-WA00-CDPAMV.    RSA270
057800 F0BCW-FN. EXIT.                                                  RSA270
057900 F0BDA.                                                           P000
058000     PERFORM     F99SX THRU F99SX-FN.                             P100
058100 F0BDA-FN. EXIT.                                                  P100
058200 F0BEA.         EXIT.                                             P000
058300 F0BEA-FN. EXIT.                                                  P000
058400 F0BCA-FN. EXIT.                                                  P000
058500 F0B-FN.   EXIT.                                                  P000
058600 F0C.           EXIT.                                             P000
058700 F0CCI.                                                           P000
058800     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
058900     MOVE        '1' TO XO00-XORACN.                              P110
059000 F0CCI-FN. EXIT.                                                  P110
059100 F0CCO.    IF    XO00-XORATR = '1'                                P000
059200           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
059300     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
059400     DISPLAY     'TRACE ORACLE IS ON'.                            P110
059500 F0CCO-FN. EXIT.                                                  P110
059600 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
059700           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
059800     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
059900     DISPLAY     'ROLLBACK SEGMENT : '                            P110
060000     XO00-XORARB.                                                 P120
060100 F0CCY-FN. EXIT.                                                  P120
060200 F0C-FN.   EXIT.                                                  P120
060300 F01.      EXIT.                                                  RSA270
060400 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA270
060500        IF        1-EW00-STATUS  NOT  = ZERO                      RSA270
060600             AND  1-EW00-STATUS  NOT  = '97'                      RSA270
060700        PERFORM    F0AEW                                          RSA270
060800        PERFORM    F0A90         THRU F0A90-FN.                   RSA270
060900 F01EW-FN. EXIT.                                                  RSA270
061000 F01OP.    OPEN INPUT                    OP-FICHIER.              RSA270
061100        IF        1-OP00-STATUS  NOT  = ZERO                      RSA270
061200             AND  1-OP00-STATUS  NOT  = '97'                      RSA270
061300        PERFORM    F0AOP                                          RSA270
061400        PERFORM    F0A90         THRU F0A90-FN.                   RSA270
061500 F01OP-FN. EXIT.                                                  RSA270
061600 F01OC.    OPEN OUTPUT                   OC-FICHIER.              RSA270
061700        IF        1-OC00-STATUS  NOT  = ZERO                      RSA270
061800             AND  1-OC00-STATUS  NOT  = '97'                      RSA270
061900        PERFORM    F0AOC                                          RSA270
062000        PERFORM    F0A90         THRU F0A90-FN.                   RSA270
062100 F01OC-FN. EXIT.                                                  RSA270
062200 F01ZZ.                                                           RSA270
062300     MOVE        ZERO TO W-CR00-NB                                RSA270
062400     MOVE        ZERO TO W-AF00-NB.                               RSA270
062500 F01ZZ-FN. EXIT.                                                  RSA270
062600 F01-FN.   EXIT.                                                  RSA270
062700*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA270
062800 F05.           EXIT.                                             RSA270
062900 F20.      IF FT =            ALL '1'                             RSA270
063000           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA270
063100 F20AD.                                                           RSA270
063200     PERFORM     F0BBA THRU F0BBA-FN.                             RSA270
063300 F20AD-FN. EXIT.                                                  RSA270
063400 F20EW.    CLOSE    EW-FICHIER.                                   RSA270
063500 F20EW-FN. EXIT.                                                  RSA270
063600 F20OP.    CLOSE    OP-FICHIER.                                   RSA270
063700 F20OP-FN. EXIT.                                                  RSA270
063800 F20OC.    CLOSE    OC-FICHIER.                                   RSA270
063900 F20OC-FN. EXIT.                                                  RSA270
064000 F2080.    IF    XO00-XORACN = '1'                                RSA270
064100           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA270
064200     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA270
064300 F2080-FN. EXIT.                                                  RSA270
064400 F2085.                                                           RSA270
064500     PERFORM     F95-RS12-FV-CL THRU F95-RS12-FV-CL-FN            RSA270
064600     PERFORM     F95-RS13-FV-CL THRU F95-RS13-FV-CL-FN            RSA270
064700           IF    XO00-XORACN = '1'                                RSA270
064800     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA270
064900     MOVE        ZERO TO XO00-XORACN.                             RSA270
065000 F2085-FN. EXIT.                                                  RSA270
065100 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA270
065200           AND   XA00-XRC < 8                                     RSA270
065300     MOVE        8 TO XA00-XRC.                                   RSA270
065400 F20RC-FN. EXIT.                                                  RSA270
065500*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA270
065600 F20CT.                                                           RSA270
065700     OPEN EXTEND CT-FICHIER.                                      RSA270
065800           IF    1-CT00-STATUS NOT = ZERO                         RSA270
065900           AND   1-CT00-STATUS NOT = '05'                         RSA270
066000           AND   1-CT00-STATUS NOT = '97'                         RSA270
066100        PERFORM    F0ACT                                          RSA270
066200        PERFORM    F0A90         THRU F0A90-FN.                   RSA270
066300     MOVE        SPACE TO W-CT00-ENR                              RSA270
066400     MOVE        PROGE TO W-CT00-PROGR                            RSA270
066500     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA270
066600     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA270
066700     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA270
066800     MOVE        'OP' TO W-CT00-FICID (1)                         RSA270
066900     MOVE        'I' TO W-CT00-SENS (1)                           RSA270
067000     MOVE        5-OP00-CPTENR TO W-CT00-NBENR (1)                RSA270
067100     MOVE        'OC' TO W-CT00-FICID (2)                         RSA270
067200     MOVE        'O' TO W-CT00-SENS (2)                           RSA270
067300     MOVE        5-OC00-CPTENR TO W-CT00-NBENR (2)                RSA270
067400     MOVE        'EW' TO W-CT00-FICID (3)                         RSA270
067500     MOVE        'O' TO W-CT00-SENS (3)                           RSA270
067600     MOVE        5-EW00-CPAG TO W-CT00-NBENR (3)                  RSA270
067700     MOVE        W-CT00-ENR TO CT00                               RSA270
067800     WRITE       CT00                                             RSA270
067900     CLOSE       CT-FICHIER.                                      RSA270
068000 F20CT-FN. EXIT.                                                  RSA270
068100 F2090.                                                           RSA270
068200     PERFORM     F98-Z THRU F98-Z-FN.                             RSA270
068300 F2090-FN. EXIT.                                                  RSA270
068400 F2095.                                                           RSA270
068500     MOVE        XA00-XRC TO RETURN-CODE.                         RSA270
068600 F2095-FN. EXIT.                                                  RSA270
068700 F2099.     GOBACK.                                               RSA270
068800 F2099-FN. EXIT.                                                  RSA270
068900 F20-FN.   EXIT.                                                  RSA270
069000 F50.           EXIT.                                             RSA270
069100 F50AA.                                                           RSA270
069200     MOVE        'AFFECTATION DES RETENUES' TO W-LE10-LIB         RSA270
069300     MOVE        W-LE10-LIGNE TO W-EW00-ENTET                     RSA270
069400     MOVE        SPACE TO W-EW00-ENTE2                            RSA270
069500     PERFORM     F80TE THRU F80TE-FN                              RSA270
069550     PERFORM     F66RP THRU F66RP-FN.                             RSA270
069600 F50AA-FN. EXIT.                                                  RSA270
069700*          NOTE *  AFFECTATION DES RETENUES         *.            RSA270
069800 F50BB.                                                           RSA270
069900     READ        OP-FICHIER                                       RSA270
070000     AT END      MOVE       '1' TO W-OP00-EOF                     RSA270
070100     NOT AT END  ADD        1 TO 5-OP00-CPTENR.                   RSA270
070200           IF    W-OP00-EOF = '1'                                 RSA270
070300     GO TO F50BB-FN.                                              RSA270
070400     MOVE        OP00 TO W-OP00-ENR                               RSA270
070500     ADD         1 TO W-WA00-CPTLU                                RSA270
070600     PERFORM     F60CT THRU F60CT-FN                              RSA270
070700     GO TO F50BB.                                                 RSA270
070800 F50BB-FN. EXIT.                                                  RSA270
070900*          NOTE *  LOT REFUSE : AUCUN REVERSEMENT   *.            RSA270
071000 F50CC.                                                           RSA270
071100           IF    W-WA00-CPTAN = ZERO                              RSA270
071200     GO TO F50CC-FN.                                              RSA270
071300     PERFORM     F95-WORK-RO THRU F95-WORK-RO-FN                  RSA270
071400     MOVE        SPACE TO EW00                                    RSA270
071500     PERFORM     F80LI THRU F80LI-FN                              RSA270
071600     MOVE        'ANOMALIES - AUCUN REVERSEMENT EFFECTUE'         RSA270
071700                 TO W-LE08-LIB                                    RSA270
071800     MOVE        W-LE08-LIGNE TO EW00                             RSA270
071900     PERFORM     F80LI THRU F80LI-FN                              RSA270
072000     GO TO F50EE.                                                 RSA270
072100 F50CC-FN. EXIT.                                                  RSA270
072200*          NOTE *  ORDRES ET RELEVES PAR CREANCIER  *.            RSA270
072300 F50DD.                                                           RSA270
072400     MOVE        1 TO J00.                                        RSA270
072500 F50DD-A.                                                         RSA270
072600           IF    J00 > W-CR00-NB                                  RSA270
072700     GO TO F50DD-FN.                                              RSA270
072800     PERFORM     F70OC THRU F70OC-FN                              RSA270
072900     PERFORM     F84RV THRU F84RV-FN                              RSA270
073000     ADD         1 TO J00                                         RSA270
073100     GO TO F50DD-A.                                               RSA270
073200 F50DD-FN. EXIT.                                                  RSA270
073300 F50EE.                                                           RSA270
073400     PERFORM     F84TO THRU F84TO-FN.                             RSA270
073500 F50EE-FN. EXIT.                                                  RSA270
073600 F50XX.                                                           RSA270
073700     MOVE                     ALL '1' TO FT GO TO F20.            RSA270
073800 F50XX-FN. EXIT.                                                  RSA270
073900 F50-FN.   EXIT.                                                  RSA270
074000*          NOTE *  AFFECTATION D UNE RETENUE        *.            RSA270
074100 F60CT.                                                           RSA270
074200     MOVE        '1' TO W-CT00-CDOK                               RSA270
074300     MOVE        SPACE TO W-CT00-MOTIF.                           RSA270
074400           IF    W-OP00-MTBRUT NOT NUMERIC                        RSA270
074500           OR    W-OP00-MTOPPO NOT NUMERIC                        RSA270
074600           OR    W-OP00-MTNET NOT NUMERIC                         RSA270
074700           OR    W-OP00-MTPAS NOT NUMERIC                         RSA270
074800     MOVE        'MONTANTS NON NUMERIQUES       ' TO W-CT00-MOTIF RSA270
074900     PERFORM     F70AN THRU F70AN-FN                              RSA270
075000     GO TO F60CT-FN.                                              RSA270
075100           IF    W-OP00-CDORD = 'R'                               RSA270
075200     ADD         1 TO W-WA00-CPTRE                                RSA270
075300     GO TO F60CT-FN.                                              RSA270
075400           IF    W-OP00-MTOPPO = ZERO                             RSA270
075500     ADD         1 TO W-WA00-CPTSR                                RSA270
075600     GO TO F60CT-FN.                                              RSA270
075700     COMPUTE     W-PA00-MTCTL = W-OP00-MTOPPO + W-OP00-MTNET      RSA270
075800                              + W-OP00-MTPAS.                     RSA270
075900           IF    W-PA00-MTCTL NOT = W-OP00-MTBRUT                 RSA270
076000     MOVE        'BRUT DIFFERENT DE OPPO+PAS+NET' TO W-CT00-MOTIF RSA270
076100     PERFORM     F70AN THRU F70AN-FN                              RSA270
076200     GO TO F60CT-FN.                                              RSA270
076300     ADD         1 TO W-WA00-CPTOR                                RSA270
076400     ADD         W-OP00-MTOPPO TO W-TL00-MTOPPO                   RSA270
076500     MOVE        W-OP00-MTOPPO TO W-SA00-RESTOR                   RSA270
076600     MOVE        W-OP00-NORER TO RS02-NORER                       RSA270
076700     PERFORM     F95-RS02-FU THRU F95-RS02-FU-FN.                 RSA270
076800           IF    IK NOT = '0'                                     RSA270
076900     MOVE        '0' TO IK                                        RSA270
077000     MOVE        SPACE TO RS02-LNRENR                             RSA270
077100     MOVE        SPACE TO RS02-LNREPR.                            RSA270
077200     MOVE        W-OP00-CNREN TO RS12-CNREN                       RSA270
077300     MOVE        W-OP00-NORER TO RS12-NORER                       RSA270
077400     MOVE        W-OP00-IDRPL TO RS12-IDRPL                       RSA270
077500     PERFORM     F62SA THRU F62SA-FN                              RSA270
077600     MOVE        W-OP00-CNREN TO RS13-CNREN                       RSA270
077700     MOVE        W-OP00-NORER TO RS13-NORER                       RSA270
077800     MOVE        W-OP00-IDRPL TO RS13-IDRPL                       RSA270
077900     PERFORM     F62OP THRU F62OP-FN.                             RSA270
078000           IF    W-SA00-RESTOR > ZERO                             RSA270
078100     MOVE        'RETENUE SUPERIEURE AU RESTE DU' TO W-CT00-MOTIF RSA270
078200     PERFORM     F70AN THRU F70AN-FN.                             RSA270
078300 F60CT-FN. EXIT.                                                  RSA270
078400*          NOTE *  SAISIES DE LA RENTE (RS12)       *.            RSA270
078500 F62SA.                                                           RSA270
078600           IF    W-SA00-RESTOR NOT > ZERO                         RSA270
078700     PERFORM     F95-RS12-FV-CL THRU F95-RS12-FV-CL-FN            RSA270
078800     GO TO F62SA-FN.                                              RSA270
078900     PERFORM     F95-RS12-FV THRU F95-RS12-FV-FN.                 RSA270
079000           IF    XOCC-RS12-CF NOT = '1'                           RSA270
079100     MOVE        '0' TO IK                                        RSA270
079200     GO TO F62SA-FN.                                              RSA270
079300     MOVE        'RS12' TO W-SA00-TABLE                           RSA270
079400     MOVE        RS12-DDREJ TO W-SA00-DDREJ                       RSA270
079500     MOVE        RS12-CDREJ TO W-SA00-CDREJ                       RSA270
079600     MOVE        RS12-MOREC TO W-SA00-MOREC                       RSA270
079700     MOVE        RS12-MTPAC TO W-SA00-MTPAC                       RSA270
079800     MOVE        RS12-DTREO TO W-SA00-DTREO                       RSA270
079900     MOVE        RS12-NORES TO W-SA00-NORES                       RSA270
080000     MOVE        RS12-LNRENS TO W-SA00-LNRENS                     RSA270
080100     PERFORM     F64AF THRU F64AF-FN.                             RSA270
080200           IF    W-SA00-PART > ZERO                               RSA270
080300     MOVE        W-SA00-MTPAC TO RS12-MTPAC                       RSA270
080400     MOVE        W-SA00-DTREO TO RS12-DTREO                       RSA270
080500     PERFORM     F95-RS12-ME THRU F95-RS12-ME-FN.                 RSA270
080600     GO TO F62SA.                                                 RSA270
080700 F62SA-FN. EXIT.                                                  RSA270
080800*          NOTE *  OPPOSITIONS DE LA RENTE (RS13)   *.            RSA270
080900 F62OP.                                                           RSA270
081000           IF    W-SA00-RESTOR NOT > ZERO                         RSA270
081100     PERFORM     F95-RS13-FV-CL THRU F95-RS13-FV-CL-FN            RSA270
081200     GO TO F62OP-FN.                                              RSA270
081300     PERFORM     F95-RS13-FV THRU F95-RS13-FV-FN.                 RSA270
081400           IF    XODD-RS13-CF NOT = '1'                           RSA270
081500     MOVE        '0' TO IK                                        RSA270
081600     GO TO F62OP-FN.                                              RSA270
081700     MOVE        'RS13' TO W-SA00-TABLE                           RSA270
081800     MOVE        RS13-DDREJ TO W-SA00-DDREJ                       RSA270
081900     MOVE        RS13-CDREJ TO W-SA00-CDREJ                       RSA270
082000     MOVE        RS13-MOREC TO W-SA00-MOREC                       RSA270
082100     MOVE        RS13-MTPAC TO W-SA00-MTPAC                       RSA270
082200     MOVE        RS13-DTREO TO W-SA00-DTREO                       RSA270
082300     MOVE        RS13-NORES TO W-SA00-NORES                       RSA270
082400     MOVE        RS13-LNRENS TO W-SA00-LNRENS                     RSA270
082500     PERFORM     F64AF THRU F64AF-FN.                             RSA270
082600           IF    W-SA00-PART > ZERO                               RSA270
082700     MOVE        W-SA00-MTPAC TO RS13-MTPAC                       RSA270
082800     MOVE        W-SA00-DTREO TO RS13-DTREO                       RSA270
082900     PERFORM     F95-RS13-ME THRU F95-RS13-ME-FN.                 RSA270
083000     GO TO F62OP.                                                 RSA270
083100 F62OP-FN. EXIT.                                                  RSA270
083200*          NOTE *  PART REVERSEE SUR UNE RETENUE    *.            RSA270
083300 F64AF.                                                           RSA270
083400     MOVE        ZERO TO W-SA00-PART                              RSA270
083500     MOVE        '0' TO W-SA00-SOLDE                              RSA270
083600     COMPUTE     W-SA00-RESTE = W-SA00-MOREC - W-SA00-MTPAC.      RSA270
083700           IF    W-SA00-RESTE NOT > ZERO                          RSA270
083800     GO TO F64AF-FN.                                              RSA270
083900           IF    W-SA00-RESTOR < W-SA00-RESTE                     RSA270
084000     MOVE        W-SA00-RESTOR TO W-SA00-PART                     RSA270
084100           ELSE                                                   RSA270
084200     MOVE        W-SA00-RESTE TO W-SA00-PART.                     RSA270
084300     SUBTRACT    W-SA00-PART FROM W-SA00-RESTOR                   RSA270
084400     SUBTRACT    W-SA00-PART FROM W-SA00-RESTE                    RSA270
084500     ADD         W-SA00-PART TO W-SA00-MTPAC                      RSA270
084600     ADD         W-SA00-PART TO W-TL00-MTREV.                     RSA270
084700           IF    W-SA00-RESTE = ZERO                              RSA270
084800     MOVE        '1' TO W-SA00-SOLDE                              RSA270
084900     MOVE        W-WA00-DATJ TO W-SA00-DTREO                      RSA270
085000     ADD         1 TO W-WA00-CPTSO.                               RSA270
085100           IF    W-SA00-NORES = SPACE                             RSA270
085200     MOVE        'CREANCIER NON IDENTIFIE       ' TO W-CT00-MOTIF RSA270
085300     PERFORM     F70AN THRU F70AN-FN                              RSA270
085400     GO TO F64AF-FN.                                              RSA270
085500     PERFORM     F66CR THRU F66CR-FN.                             RSA270
085600           IF    W-CR00-TROUV = ZERO                              RSA270
085700     GO TO F64AF-FN.                                              RSA270
085800           IF    W-AF00-NB NOT < 3000                             RSA270
085900     MOVE        'TABLE DES REVERSEMENTS SATUREE' TO W-CT00-MOTIF RSA270
086000     PERFORM     F70AN THRU F70AN-FN                              RSA270
086100     GO TO F64AF-FN.                                              RSA270
086200     ADD         1 TO W-AF00-NB                                   RSA270
086300     MOVE        W-SA00-NORES TO W-AF00-NORES (W-AF00-NB)         RSA270
086400     MOVE        W-OP00-CNREN TO W-AF00-CNREN (W-AF00-NB)         RSA270
086500     MOVE        W-OP00-NORER TO W-AF00-NORER (W-AF00-NB)         RSA270
086600     MOVE        W-OP00-IDRPL TO W-AF00-IDRPL (W-AF00-NB)         RSA270
086700     MOVE        RS02-LNRENR TO W-AF00-LNRENR (W-AF00-NB)         RSA270
086800     MOVE        RS02-LNREPR TO W-AF00-LNREPR (W-AF00-NB)         RSA270
086900     MOVE        W-SA00-TABLE TO W-AF00-TABLE (W-AF00-NB)         RSA270
087000     MOVE        W-SA00-CDREJ TO W-AF00-CDREJ (W-AF00-NB)         RSA270
087100     MOVE        W-OP00-DTECH TO W-AF00-DTECH (W-AF00-NB)         RSA270
087200     MOVE        W-SA00-PART TO W-AF00-MTREV (W-AF00-NB)          RSA270
087300     MOVE        W-SA00-RESTE TO W-AF00-RESTE (W-AF00-NB)         RSA270
087400     MOVE        W-SA00-SOLDE TO W-AF00-SOLDE (W-AF00-NB)         RSA270
087500     ADD         1 TO W-CR00-NBLIG (W-CR00-TROUV)                 RSA270
087600     ADD         W-SA00-PART TO W-CR00-MTREV (W-CR00-TROUV).      RSA270
087700 F64AF-FN. EXIT.                                                  RSA270
087800*          NOTE *  RECHERCHE / CREATION CREANCIER   *.            RSA270
087900 F66CR.                                                           RSA270
088000     MOVE        ZERO TO W-CR00-TROUV                             RSA270
088100     MOVE        1 TO J01.                                        RSA270
088200 F66CR-A.                                                         RSA270
088300           IF    J01 > W-CR00-NB                                  RSA270
088400     GO TO F66CR-B.                                               RSA270
088500           IF    W-CR00-NORES (J01) = W-SA00-NORES                RSA270
088600     MOVE        J01 TO W-CR00-TROUV                              RSA270
088700     GO TO F66CR-FN.                                              RSA270
088800           IF    W-CR00-NORES (J01) > W-SA00-NORES                RSA270
088900     GO TO F66CR-B.                                               RSA270
089000     ADD         1 TO J01                                         RSA270
089100     GO TO F66CR-A.                                               RSA270
089200 F66CR-B.                                                         RSA270
089300           IF    W-CR00-NB NOT < 500                              RSA270
089400     MOVE        'TABLE DES CREANCIERS SATUREE  ' TO W-CT00-MOTIF RSA270
089500     PERFORM     F70AN THRU F70AN-FN                              RSA270
089600     GO TO F66CR-FN.                                              RSA270
089700     MOVE        W-SA00-NORES TO RS05-NORER                       RSA270
089800     PERFORM     F95-RS05-FU THRU F95-RS05-FU-FN.                 RSA270
089900           IF    IK NOT = '0'                                     RSA270
090000     MOVE        '0' TO IK                                        RSA270
090100     MOVE        'CREANCIER SANS DOMICILIATION  ' TO W-CT00-MOTIF RSA270
090200     PERFORM     F70AN THRU F70AN-FN                              RSA270
090300     MOVE        SPACE TO RS05-CNREN                              RSA270
090400     MOVE        SPACE TO RS05-IDRPL.                             RSA270
090500     MOVE        J01 TO W-CR00-TROUV                              RSA270
090600     MOVE        W-CR00-NB TO J01.                                RSA270
090700 F66CR-C.                                                         RSA270
090800           IF    J01 < W-CR00-TROUV                               RSA270
090900     GO TO F66CR-D.                                               RSA270
091000     MOVE        W-CR00-POSTE (J01) TO W-CR00-POSTE (J01 + 1)     RSA270
091100     SUBTRACT    1 FROM J01                                       RSA270
091200     GO TO F66CR-C.                                               RSA270
091300 F66CR-D.                                                         RSA270
091400     ADD         1 TO W-CR00-NB                                   RSA270
091500     MOVE        W-SA00-NORES TO W-CR00-NORES (W-CR00-TROUV)      RSA270
091600     MOVE        W-SA00-LNRENS TO W-CR00-LNRENS (W-CR00-TROUV)    RSA270
091700     MOVE        RS05-CNREN TO W-CR00-CNREN (W-CR00-TROUV)        RSA270
091800     MOVE        RS05-IDRPL TO W-CR00-IDRPL (W-CR00-TROUV)        RSA270
091900     MOVE        ZERO TO W-CR00-NBLIG (W-CR00-TROUV)              RSA270
092000     MOVE        ZERO TO W-CR00-MTREV (W-CR00-TROUV).             RSA270
092100 F66CR-FN. EXIT.                                                  RSA270
092200*          NOTE *  ORDRE DE PAIEMENT DU CREANCIER   *.            RSA270
092300 F70OC.                                                           RSA270
092400     MOVE        SPACE TO W-OC00-ENR                              RSA270
092500     MOVE        W-CR00-CNREN (J00) TO W-OC00-CNREN               RSA270
092600     MOVE        W-CR00-NORES (J00) TO W-OC00-NORER               RSA270
092700     MOVE        W-CR00-IDRPL (J00) TO W-OC00-IDRPL               RSA270
092800     MOVE        W-CR00-NORES (J00) TO W-OC00-NOTIE               RSA270
092900     MOVE        W-CR00-IDRPL (J00) TO W-OC00-NIREG               RSA270
093000     MOVE        W-WA00-DATJ TO W-OC00-DTECH                      RSA270
093100     MOVE        W-CR00-MTREV (J00) TO W-OC00-MTBRUT              RSA270
093200     MOVE        ZERO TO W-OC00-MTOPPO                            RSA270
093300     MOVE        W-CR00-MTREV (J00) TO W-OC00-MTNET               RSA270
093400     MOVE        'C' TO W-OC00-CDORD                              RSA270
093500     MOVE        ZERO TO W-OC00-TXPAS                             RSA270
093600     MOVE        ZERO TO W-OC00-MTPAS                             RSA270
093700     MOVE        W-OC00-ENR TO OC00                               RSA270
093800     WRITE       OC00                                             RSA270
093900     ADD         1 TO 5-OC00-CPTENR                               RSA270
094000     ADD         W-CR00-MTREV (J00) TO W-TL00-MTVIR.              RSA270
094100 F70OC-FN. EXIT.                                                  RSA270
094102*          NOTE *  CONTROLE DE REPRISE DU LOT OP    *.            RSA270
094104 F66RP.                                                           RSA270
094106     MOVE        '0' TO W-RP00-DEJA                               RSA270
094108     MOVE        '0' TO W-RP00-EOF                                RSA270
094110     OPEN INPUT  CT-FICHIER.                                      RSA270
094112           IF    1-CT00-STATUS NOT = ZERO                         RSA270
094114           AND   1-CT00-STATUS NOT = '05'                         RSA270
094116           AND   1-CT00-STATUS NOT = '97'                         RSA270
094118        PERFORM    F0ACT                                          RSA270
094120        PERFORM    F0A90         THRU F0A90-FN.                   RSA270
094122 F66RP-A.                                                         RSA270
094124     READ        CT-FICHIER                                       RSA270
094126     AT END      MOVE       '1' TO W-RP00-EOF.                    RSA270
094128           IF    W-RP00-EOF = '1'                                 RSA270
094130     GO TO F66RP-B.                                               RSA270
094132     MOVE        CT00 TO W-CT00-ENR.                              RSA270
094134           IF    W-CT00-PROGR = 'RSA120'                          RSA270
094136     MOVE        '0' TO W-RP00-DEJA.                              RSA270
094138           IF    W-CT00-PROGR = PROGE                             RSA270
094140           AND   W-CT00-CDETAT < 8                                RSA270
094142     MOVE        '1' TO W-RP00-DEJA                               RSA270
094144     MOVE        W-CT00-DATTRT TO W-RP00-DATTRT                   RSA270
094146     MOVE        W-CT00-HETRT TO W-RP00-HETRT.                    RSA270
094148     GO TO F66RP-A.                                               RSA270
094150 F66RP-B.                                                         RSA270
094152     CLOSE       CT-FICHIER.                                      RSA270
094154           IF    W-RP00-DEJA = '0'                                RSA270
094156     GO TO F66RP-FN.                                              RSA270
094158     MOVE        '66RP' TO XA60-XCDFSF                            RSA270
094160     MOVE        'LOT OP DEJA TRAITE            ' TO XA60-XLISUI  RSA270
094162     MOVE        SPACE TO XA60-ZX67A                              RSA270
094164     STRING      'RETENUES DEJA REVERSEES LE ' W-RP00-DATTRT      RSA270
094166                 ' A ' W-RP00-HETRT                               RSA270
094168                 DELIMITED BY SIZE INTO XA60-ZX67A                RSA270
094170     MOVE        'NOUVEL OP RSA120 REQUIS AVANT TOUTE AFFECTATION'RSA270
094172                 TO XA60-ZX67B                                    RSA270
094174     PERFORM     F9900 THRU F9900-FN.                             RSA270
094176 F66RP-FN. EXIT.                                                  RSA270
094200*          NOTE *  LIGNE D ANOMALIE                 *.            RSA270
094300 F70AN.                                                           RSA270
094400     MOVE        '0' TO W-CT00-CDOK                               RSA270
094500     MOVE        SPACE TO W-LE08-LIB                              RSA270
094600     STRING      'RENTE ' W-OP00-CNREN W-OP00-NORER W-OP00-IDRPL  RSA270
094700                 ' ECH ' W-OP00-DTECH ' ' W-SA00-TABLE ' '        RSA270
094800                 W-SA00-NORES ' : ' W-CT00-MOTIF                  RSA270
094900                 DELIMITED BY SIZE INTO W-LE08-LIB                RSA270
095000     MOVE        W-LE08-LIGNE TO EW00                             RSA270
095100     PERFORM     F80LI THRU F80LI-FN                              RSA270
095200     ADD         1 TO W-WA00-CPTAN.                               RSA270
095300 F70AN-FN. EXIT.                                                  RSA270
095400*          NOTE *  RELEVE DE REVERSEMENT            *.            RSA270
095500 F84RV.                                                           RSA270
095600     MOVE        W-CR00-NORES (J00) TO W-LE03-NORES               RSA270
095700     MOVE        W-CR00-LNRENS (J00) TO W-LE03-LNRENS             RSA270
095800     MOVE        W-CR00-CNREN (J00) TO W-LE03-CNREN               RSA270
095900     MOVE        W-CR00-NORES (J00) TO W-LE03-NORER               RSA270
096000     MOVE        W-CR00-IDRPL (J00) TO W-LE03-IDRPL               RSA270
096100     MOVE        W-LE03-LIGNE TO W-EW00-ENTET                     RSA270
096200     MOVE        W-LE04-LIGNE TO W-EW00-ENTE2                     RSA270
096300     PERFORM     F80TE THRU F80TE-FN                              RSA270
096400     MOVE        1 TO J01.                                        RSA270
096500 F84RV-A.                                                         RSA270
096600           IF    J01 > W-AF00-NB                                  RSA270
096700     GO TO F84RV-B.                                               RSA270
096800           IF    W-AF00-NORES (J01) NOT = W-CR00-NORES (J00)      RSA270
096900     ADD         1 TO J01                                         RSA270
097000     GO TO F84RV-A.                                               RSA270
097100     MOVE        W-AF00-NOREN (J01) TO W-LE05-NOREN               RSA270
097200     MOVE        W-AF00-LNRENR (J01) TO W-LE05-LNRENR             RSA270
097300     MOVE        W-AF00-LNREPR (J01) TO W-LE05-LNREPR             RSA270
097400     MOVE        W-AF00-TABLE (J01) TO W-LE05-TABLE               RSA270
097500     MOVE        W-AF00-CDREJ (J01) TO W-LE05-CDREJ               RSA270
097600     MOVE        W-AF00-DTECH (J01) TO W-LE05-DTECH               RSA270
097700     MOVE        W-AF00-MTREV (J01) TO W-LE05-MTREV               RSA270
097800     MOVE        W-AF00-RESTE (J01) TO W-LE05-RESTE.              RSA270
097900           IF    W-AF00-SOLDE (J01) = '1'                         RSA270
098000     MOVE        'OUI' TO W-LE05-SOLDE                            RSA270
098100           ELSE                                                   RSA270
098200     MOVE        SPACE TO W-LE05-SOLDE.                           RSA270
098300     MOVE        W-LE05-LIGNE TO EW00                             RSA270
098400     PERFORM     F80LI THRU F80LI-FN                              RSA270
098500     ADD         1 TO J01                                         RSA270
098600     GO TO F84RV-A.                                               RSA270
098700 F84RV-B.                                                         RSA270
098800     MOVE        SPACE TO EW00                                    RSA270
098900     PERFORM     F80LI THRU F80LI-FN                              RSA270
099000     MOVE        W-CR00-MTREV (J00) TO W-LE06-MTREV               RSA270
099100     MOVE        W-CR00-NBLIG (J00) TO W-LE06-NBLIG               RSA270
099200     MOVE        W-LE06-LIGNE TO EW00                             RSA270
099300     PERFORM     F80LI THRU F80LI-FN.                             RSA270
099400 F84RV-FN. EXIT.                                                  RSA270
099500*          NOTE *  EDITION DU BILAN                 *.            RSA270
099600 F84TO.                                                           RSA270
099700     MOVE        'BILAN DU REVERSEMENT' TO W-LE10-LIB             RSA270
099800     MOVE        W-LE10-LIGNE TO W-EW00-ENTET                     RSA270
099900     MOVE        SPACE TO W-EW00-ENTE2                            RSA270
100000     PERFORM     F80TE THRU F80TE-FN                              RSA270
100100     MOVE        'ORDRES LUS             : ' TO W-LE07-LIB        RSA270
100200     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA270
100300     MOVE        W-LE07-LIGNE TO EW00                             RSA270
100400     PERFORM     F80LI THRU F80LI-FN                              RSA270
100500     MOVE        'DONT AVEC RETENUE      : ' TO W-LE07-LIB        RSA270
100600     MOVE        W-WA00-CPTOR TO W-LE07-NB                        RSA270
100700     MOVE        W-LE07-LIGNE TO EW00                             RSA270
100800     PERFORM     F80LI THRU F80LI-FN                              RSA270
100900     MOVE        'DONT SANS RETENUE      : ' TO W-LE07-LIB        RSA270
101000     MOVE        W-WA00-CPTSR TO W-LE07-NB                        RSA270
101100     MOVE        W-LE07-LIGNE TO EW00                             RSA270
101200     PERFORM     F80LI THRU F80LI-FN                              RSA270
101300     MOVE        'DONT REEMISSIONS       : ' TO W-LE07-LIB        RSA270
101400     MOVE        W-WA00-CPTRE TO W-LE07-NB                        RSA270
101500     MOVE        W-LE07-LIGNE TO EW00                             RSA270
101600     PERFORM     F80LI THRU F80LI-FN                              RSA270
101700     MOVE        'CREANCIERS             : ' TO W-LE07-LIB        RSA270
101800     MOVE        W-CR00-NB TO W-LE07-NB                           RSA270
101900     MOVE        W-LE07-LIGNE TO EW00                             RSA270
102000     PERFORM     F80LI THRU F80LI-FN                              RSA270
102100     MOVE        'LIGNES DE REVERSEMENT  : ' TO W-LE07-LIB        RSA270
102200     MOVE        W-AF00-NB TO W-LE07-NB                           RSA270
102300     MOVE        W-LE07-LIGNE TO EW00                             RSA270
102400     PERFORM     F80LI THRU F80LI-FN                              RSA270
102500     MOVE        'RETENUES SOLDEES       : ' TO W-LE07-LIB        RSA270
102600     MOVE        W-WA00-CPTSO TO W-LE07-NB                        RSA270
102700     MOVE        W-LE07-LIGNE TO EW00                             RSA270
102800     PERFORM     F80LI THRU F80LI-FN                              RSA270
102900     MOVE        'ORDRES CREANCIERS      : ' TO W-LE07-LIB        RSA270
103000     MOVE        5-OC00-CPTENR TO W-LE07-NB                       RSA270
103100     MOVE        W-LE07-LIGNE TO EW00                             RSA270
103200     PERFORM     F80LI THRU F80LI-FN                              RSA270
103300     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA270
103400     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA270
103500     MOVE        W-LE07-LIGNE TO EW00                             RSA270
103600     PERFORM     F80LI THRU F80LI-FN                              RSA270
103700     MOVE        SPACE TO EW00                                    RSA270
103800     PERFORM     F80LI THRU F80LI-FN                              RSA270
103900     MOVE        'TOTAL RETENU (OP)      : ' TO W-LE11-LIB        RSA270
104000     MOVE        W-TL00-MTOPPO TO W-LE11-MT                       RSA270
104100     MOVE        W-LE11-LIGNE TO EW00                             RSA270
104200     PERFORM     F80LI THRU F80LI-FN                              RSA270
104300     MOVE        'TOTAL AFFECTE          : ' TO W-LE11-LIB        RSA270
104400     MOVE        W-TL00-MTREV TO W-LE11-MT                        RSA270
104500     MOVE        W-LE11-LIGNE TO EW00                             RSA270
104600     PERFORM     F80LI THRU F80LI-FN                              RSA270
104700     MOVE        'TOTAL ORDRES CREANCIERS: ' TO W-LE11-LIB        RSA270
104800     MOVE        W-TL00-MTVIR TO W-LE11-MT                        RSA270
104900     MOVE        W-LE11-LIGNE TO EW00                             RSA270
105000     PERFORM     F80LI THRU F80LI-FN                              RSA270
105100     MOVE        SPACE TO EW00                                    RSA270
105200     PERFORM     F80LI THRU F80LI-FN.                             RSA270
105300           IF    W-WA00-CPTAN > ZERO                              RSA270
105400     MOVE        'LOT REFUSE - AUCUN REVERSEMENT' TO W-LE09-LIB   RSA270
105500           ELSE                                                   RSA270
105600           IF    W-TL00-MTVIR = W-TL00-MTOPPO                     RSA270
105700     MOVE        'REVERSEMENTS CONFORMES AUX RETENUES'            RSA270
105800                 TO W-LE09-LIB                                    RSA270
105900           ELSE                                                   RSA270
106000     MOVE        'ECART RETENUES / REVERSEMENTS' TO W-LE09-LIB    RSA270
106100     ADD         1 TO W-WA00-CPTAN.                               RSA270
106200     MOVE        W-LE09-LIGNE TO EW00                             RSA270
106300     PERFORM     F80LI THRU F80LI-FN.                             RSA270
106400 F84TO-FN. EXIT.                                                  RSA270
106500 F80TE.                                                           RSA270
106600     ADD         1 TO 5-EW00-CPAG                                 RSA270
106700     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA270
106800     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA270
106900     MOVE        W-LE01-LIGNE TO EW00                             RSA270
107000     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA270
107100     MOVE        W-LE02-LIGNE TO EW00                             RSA270
107200     WRITE       EW00 AFTER ADVANCING 1                           RSA270
107300     MOVE        SPACE TO EW00                                    RSA270
107400     WRITE       EW00 AFTER ADVANCING 1                           RSA270
107500     MOVE        W-EW00-ENTET TO EW00                             RSA270
107600     WRITE       EW00 AFTER ADVANCING 1                           RSA270
107700     MOVE        5 TO 5-EW00-CLIG.                                RSA270
107800           IF    W-EW00-ENTE2 NOT = SPACE                         RSA270
107900     MOVE        W-EW00-ENTE2 TO EW00                             RSA270
108000     WRITE       EW00 AFTER ADVANCING 1                           RSA270
108100     ADD         1 TO 5-EW00-CLIG.                                RSA270
108200     MOVE        SPACE TO EW00                                    RSA270
108300     WRITE       EW00 AFTER ADVANCING 1.                          RSA270
108400 F80TE-FN. EXIT.                                                  RSA270
108500 F80LI.                                                           RSA270
108600     MOVE        EW00 TO W-EW00-SAV.                              RSA270
108700           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA270
108800     PERFORM     F80TE THRU F80TE-FN.                             RSA270
108900     MOVE        W-EW00-SAV TO EW00                               RSA270
109000     WRITE       EW00 AFTER ADVANCING 1                           RSA270
109100     ADD         1 TO 5-EW00-CLIG.                                RSA270
109200 F80LI-FN. EXIT.                                                  RSA270
109300 F95-A.                                                           P000
109400     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
109500     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
109600     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
109700 F95-A-FN. EXIT.                                                  P300
109800 F95BB.         EXIT.                                             RSA270
109900 F95-RS02-FU.                                                     RSA270
110000     MOVE        'SELECT' TO XO00-XORATY                          RSA270
110100     MOVE        '95BB' TO XO00-XCDFSF                            RSA270
110200     MOVE        'RS02' TO XO00-XORATA                            RSA270
110300     MOVE        RS02 TO XO00-XORACL                              RSA270
110400     EXEC SQL                                                     RSA270
110500                 SELECT  nvl(LNRENR,' ')                          RSA270
110600                      ,  nvl(LNREPR,' ')                          RSA270
110700                   INTO :RS02-LNRENR                              RSA270
110800                      , :RS02-LNREPR                              RSA270
110900                   FROM  RS02                                     RSA270
111000                  WHERE  NORER  = :RS02-NORER      END-EXEC.      RSA270
111100     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA270
111200           IF    IK = ZERO                                        RSA270
111300     ADD         1 TO XOBB-COUNT.                                 RSA270
111400 F95-RS02-FU-FN. EXIT.                                            RSA270
111500 F95BB-FN. EXIT.                                                  RSA270
111600 F95CC.                                                           RSA270
111700     EXEC SQL                                                     RSA270
111800                 DECLARE C_CC_RS12 CURSOR FOR                     RSA270
111900                 SELECT  nvl(DDREJ ,' ')                          RSA270
112000                      ,  nvl(CDREJ ,' ')                          RSA270
112100                      ,  nvl(MOREC , 0)                           RSA270
112200                      ,  nvl(MTPAC , 0)                           RSA270
112300                      ,  nvl(DTREO ,' ')                          RSA270
112400                      ,  nvl(NORES ,' ')                          RSA270
112500                      ,  nvl(LNRENS,' ')                          RSA270
112600                   FROM  RS12                                     RSA270
112700                  WHERE  CNREN  = :RS12-CNREN                     RSA270
112800                    AND  NORER  = :RS12-NORER                     RSA270
112900                    AND  IDRPL  = :RS12-IDRPL                     RSA270
113000                    AND  nvl(MOREC,0) > nvl(MTPAC,0)              RSA270
113100                  ORDER  BY DDREJ                                 RSA270
113200                       ,  CDREJ                                   RSA270
113300                    FOR  UPDATE                      END-EXEC.    RSA270
113400 F95-RS12-FV.                                                     RSA270
113500           IF    XOCC-RS12-OPE = ZERO                             RSA270
113600     MOVE        'OPEN' TO XO00-XORATY                            RSA270
113700     MOVE        '95CC' TO XO00-XCDFSF                            RSA270
113800     MOVE        'RS12' TO XO00-XORATA                            RSA270
113900     MOVE        RS12 TO XO00-XORACL                              RSA270
114000     EXEC SQL    OPEN    C_CC_RS12                   END-EXEC     RSA270
114100     MOVE        '1' TO XOCC-RS12-OPE.                            RSA270
114200     MOVE        'FETCH' TO XO00-XORATY                           RSA270
114300     MOVE        '95CC' TO XO00-XCDFSF                            RSA270
114400     MOVE        'RS12' TO XO00-XORATA                            RSA270
114500     MOVE        RS12 TO XO00-XORACL                              RSA270
114600     MOVE        ZERO TO XOCC-RS12-CF                             RSA270
114700     EXEC SQL    FETCH   C_CC_RS12                                RSA270
114800                   INTO :RS12-DDREJ                               RSA270
114900                      , :RS12-CDREJ                               RSA270
115000                      , :RS12-MOREC                               RSA270
115100                      , :RS12-MTPAC                               RSA270
115200                      , :RS12-DTREO                               RSA270
115300                      , :RS12-NORES                               RSA270
115400                      , :RS12-LNRENS               END-EXEC.      RSA270
115500     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA270
115600           IF    IK = ZERO                                        RSA270
115700     MOVE        '1' TO XOCC-RS12-CF                              RSA270
115800     ADD         1 TO XOCC-COUNT                                  RSA270
115900           ELSE                                                   RSA270
116000     PERFORM     F95-RS12-FV-CL THRU F95-RS12-FV-CL-FN.           RSA270
116100 F95-RS12-FV-FN. EXIT.                                            RSA270
116200 F95-RS12-FV-CL.                                                  RSA270
116300           IF    XOCC-RS12-OPE = ZERO                             RSA270
116400     GO TO F95-RS12-FV-CL-FN.                                     RSA270
116500     MOVE        'CLOSE CC' TO XO00-XORATY                        RSA270
116600     MOVE        '95CC' TO XO00-XCDFSF                            RSA270
116700     MOVE        'RS12' TO XO00-XORATA                            RSA270
116800     EXEC SQL    CLOSE   C_CC_RS12                   END-EXEC.    RSA270
116900     MOVE        ZERO TO XOCC-RS12-OPE.                           RSA270
117000 F95-RS12-FV-CL-FN. EXIT.                                         RSA270
117100 F95-RS12-ME.                                                     RSA270
117200     MOVE        'UPDATE' TO XO00-XORATY                          RSA270
117300     MOVE        '95CC' TO XO00-XCDFSF                            RSA270
117400     MOVE        'RS12' TO XO00-XORATA                            RSA270
117500     MOVE        RS12 TO XO00-XORACL                              RSA270
117600     EXEC SQL                                                     RSA270
117700                 UPDATE  RS12                                     RSA270
117800                    SET  MTPAC  = :RS12-MTPAC                     RSA270
117900                      ,  DTREO  = :RS12-DTREO                     RSA270
118000                  WHERE  CURRENT OF C_CC_RS12        END-EXEC.    RSA270
118100     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA270
118200     MOVE        '0' TO IK.                                       RSA270
118300 F95-RS12-ME-FN. EXIT.                                            RSA270
118400 F95CC-FN. EXIT.                                                  RSA270
118500 F95DD.                                                           RSA270
118600     EXEC SQL                                                     RSA270
118700                 DECLARE C_DD_RS13 CURSOR FOR                     RSA270
118800                 SELECT  nvl(DDREJ ,' ')                          RSA270
118900                      ,  nvl(CDREJ ,' ')                          RSA270
119000                      ,  nvl(MOREC , 0)                           RSA270
119100                      ,  nvl(MTPAC , 0)                           RSA270
119200                      ,  nvl(DTREO ,' ')                          RSA270
119300                      ,  nvl(NORES ,' ')                          RSA270
119400                      ,  nvl(LNRENS,' ')                          RSA270
119500                   FROM  RS13                                     RSA270
119600                  WHERE  CNREN  = :RS13-CNREN                     RSA270
119700                    AND  NORER  = :RS13-NORER                     RSA270
119800                    AND  IDRPL  = :RS13-IDRPL                     RSA270
119900                    AND  nvl(MOREC,0) > nvl(MTPAC,0)              RSA270
120000                  ORDER  BY DDREJ                                 RSA270
120100                       ,  CDREJ                                   RSA270
120200                    FOR  UPDATE                      END-EXEC.    RSA270
120300 F95-RS13-FV.                                                     RSA270
120400           IF    XODD-RS13-OPE = ZERO                             RSA270
120500     MOVE        'OPEN' TO XO00-XORATY                            RSA270
120600     MOVE        '95DD' TO XO00-XCDFSF                            RSA270
120700     MOVE        'RS13' TO XO00-XORATA                            RSA270
120800     MOVE        RS13 TO XO00-XORACL                              RSA270
120900     EXEC SQL    OPEN    C_DD_RS13                   END-EXEC     RSA270
121000     MOVE        '1' TO XODD-RS13-OPE.                            RSA270
121100     MOVE        'FETCH' TO XO00-XORATY                           RSA270
121200     MOVE        '95DD' TO XO00-XCDFSF                            RSA270
121300     MOVE        'RS13' TO XO00-XORATA                            RSA270
121400     MOVE        RS13 TO XO00-XORACL                              RSA270
121500     MOVE        ZERO TO XODD-RS13-CF                             RSA270
121600     EXEC SQL    FETCH   C_DD_RS13                                RSA270
121700                   INTO :RS13-DDREJ                               RSA270
121800                      , :RS13-CDREJ                               RSA270
121900                      , :RS13-MOREC                               RSA270
122000                      , :RS13-MTPAC                               RSA270
122100                      , :RS13-DTREO                               RSA270
122200                      , :RS13-NORES                               RSA270
122300                      , :RS13-LNRENS               END-EXEC.      RSA270
122400     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA270
122500           IF    IK = ZERO                                        RSA270
122600     MOVE        '1' TO XODD-RS13-CF                              RSA270
122700     ADD         1 TO XODD-COUNT                                  RSA270
122800           ELSE                                                   RSA270
122900     PERFORM     F95-RS13-FV-CL THRU F95-RS13-FV-CL-FN.           RSA270
123000 F95-RS13-FV-FN. EXIT.                                            RSA270
123100 F95-RS13-FV-CL.                                                  RSA270
123200           IF    XODD-RS13-OPE = ZERO                             RSA270
123300     GO TO F95-RS13-FV-CL-FN.                                     RSA270
123400     MOVE        'CLOSE DD' TO XO00-XORATY                        RSA270
123500     MOVE        '95DD' TO XO00-XCDFSF                            RSA270
123600     MOVE        'RS13' TO XO00-XORATA                            RSA270
123700     EXEC SQL    CLOSE   C_DD_RS13                   END-EXEC.    RSA270
123800     MOVE        ZERO TO XODD-RS13-OPE.                           RSA270
123900 F95-RS13-FV-CL-FN. EXIT.                                         RSA270
124000 F95-RS13-ME.                                                     RSA270
124100     MOVE        'UPDATE' TO XO00-XORATY                          RSA270
124200     MOVE        '95DD' TO XO00-XCDFSF                            RSA270
124300     MOVE        'RS13' TO XO00-XORATA                            RSA270
124400     MOVE        RS13 TO XO00-XORACL                              RSA270
124500     EXEC SQL                                                     RSA270
124600                 UPDATE  RS13                                     RSA270
124700                    SET  MTPAC  = :RS13-MTPAC                     RSA270
124800                      ,  DTREO  = :RS13-DTREO                     RSA270
124900                  WHERE  CURRENT OF C_DD_RS13        END-EXEC.    RSA270
125000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA270
125100     MOVE        '0' TO IK.                                       RSA270
125200 F95-RS13-ME-FN. EXIT.                                            RSA270
125300 F95DD-FN. EXIT.                                                  RSA270
125400 F95EE.         EXIT.                                             RSA270
125500 F95-RS05-FU.                                                     RSA270
125600     MOVE        'SELECT' TO XO00-XORATY                          RSA270
125700     MOVE        '95EE' TO XO00-XCDFSF                            RSA270
125800     MOVE        'RS05' TO XO00-XORATA                            RSA270
125900     MOVE        RS05 TO XO00-XORACL                              RSA270
126000     EXEC SQL                                                     RSA270
126100                 SELECT  CNREN                                    RSA270
126200                      ,  IDRPL                                    RSA270
126300                   INTO :RS05-CNREN                               RSA270
126400                      , :RS05-IDRPL                               RSA270
126500                   FROM  RS05                                     RSA270
126600                  WHERE  NORER  = :RS05-NORER                     RSA270
126700                    AND  CDPAMR = :W-WA00-CDPAMV                  RSA270
126800                    AND  ROWNUM = 1                  END-EXEC.    RSA270
126900     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA270
127000           IF    IK = ZERO                                        RSA270
127100     ADD         1 TO XOEE-COUNT.                                 RSA270
127200 F95-RS05-FU-FN. EXIT.                                            RSA270
127300 F95EE-FN. EXIT.                                                  RSA270
127400 F9590.         EXIT.                                             P000
127500 F95-WORK-CN.                                                     P100
127600     MOVE        '9590' TO XO00-XCDFSF                            P110
127700     MOVE        'CONNECT' TO XO00-XORATY                         P120
127800     MOVE        SPACE TO XO00-XORATA                             P130
127900     MOVE        USERID TO XO00-XORACL                            P140
128000     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
128100 F95-WORK-CN-FN.                                                  P199
128200 F9590-FN. EXIT.                                                  P199
128300 F9591.         EXIT.                                             P000
128400 F95-WORK-RBS.                                                    P100
128500     MOVE        '9591' TO XO00-XCDFSF                            P110
128600     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
128700     MOVE        SPACE TO XO00-XORATA                             P130
128800     MOVE        XO00-XORARB TO XO00-XORACL                       P140
128900     EXEC SQL    SET TRANSACTION USE                              P150
129000                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
129100 F95-WORK-RBS-FN.                                                 P199
129200 F9591-FN. EXIT.                                                  P199
129300 F9592.         EXIT.                                             P000
129400 F95-WORK-CO.                                                     P100
129500     MOVE        '9592' TO XO00-XCDFSF                            P110
129600     MOVE        'COMMIT' TO XO00-XORATY                          P120
129700     MOVE        SPACE TO XO00-XORATA                             P130
129800     MOVE        SPACE TO XO00-XORACL                             P140
129900     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
130000     MOVE        '1' TO XO00-XORACO.                              P155
130100           IF    XO00-XORARB NOT = SPACE                          P160
130200     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
130300 F95-WORK-CO-FN.                                                  P199
130400 F9592-FN. EXIT.                                                  P199
130500 F9594.         EXIT.                                             P000
130600 F95-WORK-RO.                                                     P100
130700     MOVE        '9594' TO XO00-XCDFSF                            P110
130800     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
130900     MOVE        SPACE TO XO00-XORATA                             P130
131000     MOVE        SPACE TO XO00-XORACL                             P140
131100     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
131200 F95-WORK-RO-FN.                                                  P199
131300 F9594-FN. EXIT.                                                  P199
131400 F9596.         EXIT.                                             P000
131500 F95-WORK-RR.                                                     P100
131600     MOVE        '9596' TO XO00-XCDFSF                            P110
131700     MOVE        'RELEASE' TO XO00-XORATY                         P120
131800     MOVE        SPACE TO XO00-XORATA                             P130
131900     MOVE        SPACE TO XO00-XORACL                             P140
132000     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
132100 F95-WORK-RR-FN.                                                  P199
132200 F9596-FN. EXIT.                                                  P199
132300 F9598.         EXIT.                                             P000
132400 F95-WORK-TR.                                                     P100
132500     MOVE        '9598' TO XO00-XCDFSF                            P110
132600     MOVE        'TRACE' TO XO00-XORATY                           P120
132700     MOVE        SPACE TO XO00-XORATA                             P130
132800     MOVE        SPACE TO XO00-XORACL                             P140
132900     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
133000 F95-WORK-TR-FN.                                                  P199
133100 F9598-FN. EXIT.                                                  P199
133200 F9599.         EXIT.                                             P000
133300 F95-WORK-OK.                                                     RSA270
133400           IF    SQLCODE = ZERO                                   RSA270
133500     MOVE        ZERO TO IK                                       RSA270
133600           ELSE                                                   RSA270
133700     MOVE        '1' TO IK.                                       RSA270
133800     MOVE        SQLCODE TO XO00-XORARC.                          RSA270
133900 F95-WORK-OK-FN.                                                  RSA270
134000 F9599-FN. EXIT.                                                  RSA270
134100 F98.           EXIT.                                             RSA270
134200 F98-D.         EXIT.                                             RSA270
134300 F98-H.                                                           RSA270
134400     DISPLAY     '------------------------------'                 RSA270
134500     '------------------------------'                             RSA270
134600     '-------------'                                              RSA270
134700     DISPLAY     '- Programme ' PROGE ' : '                       RSA270
134800     'REVERSEMENT AUX CREANCIERS    '.                            RSA270
134900     DISPLAY     '-   version ' NUGNA ' generee '                 RSA270
135000     'le ' DATGN ' a ' TIMGN ' en '                               RSA270
135100     'bibliotheque ' APPLI.                                       RSA270
135200     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA270
135300     XAED-XHETRT.                                                 RSA270
135400     DISPLAY     '------------------------------'                 RSA270
135500     '------------------------------'                             RSA270
135600     '-------------'.                                             RSA270
135700 F98-H-FN. EXIT.                                                  RSA270
135800 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
135900           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
136000     DISPLAY                      '- Attention ! La date du jour aP100
136100-                                 ' ete forcee par la variable GCAP110
136200-                '_DATCE'.                                        P120
136300     DISPLAY     '------------------------------'                 P500
136400     '------------------------------'                             P520
136500     '-------------'.                                             P530
136600 F98-L-FN. EXIT.                                                  P530
136700 F98-D-FN. EXIT.                                                  RSA270
136800 F98-Z.                                                           RSA270
136900     DISPLAY     '-'.                                             RSA270
137000 F98BB.                                                           RSA270
137100     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA270
137200     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA270
137300     ' rentiers lus'                                              RSA270
137400     ' dans RS02'.                                                RSA270
137500 F98BB-FN. EXIT.                                                  RSA270
137600 F98CC.                                                           RSA270
137700     MOVE        XOCC-COUNT TO XA80-XQNENR.                       RSA270
137800     DISPLAY     '- oracle F95CC ' XA80-XQNENR                    RSA270
137900     ' saisies lues'                                              RSA270
138000     ' dans RS12'.                                                RSA270
138100 F98CC-FN. EXIT.                                                  RSA270
138200 F98DD.                                                           RSA270
138300     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA270
138400     DISPLAY     '- oracle F95DD ' XA80-XQNENR                    RSA270
138500     ' oppositions lues'                                          RSA270
138600     ' dans RS13'.                                                RSA270
138700 F98DD-FN. EXIT.                                                  RSA270
138800 F98EE.                                                           RSA270
138900     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA270
139000     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA270
139100     ' domiciliations lues'                                       RSA270
139200     ' dans RS05'.                                                RSA270
139300 F98EE-FN. EXIT.                                                  RSA270
139400 F98OP.                                                           RSA270
139500     MOVE        5-OP00-CPTENR TO XA80-XQNENR.                    RSA270
139600     DISPLAY     '- fichier ' 'OP   '                             RSA270
139700     XA80-XQNENR ' ordres de paiement lus'                        RSA270
139800     ' assignation: ' 'OP'                                        RSA270
139900     ' ouverture: ' 'I'.                                          RSA270
140000 F98OP-FN. EXIT.                                                  RSA270
140100 F98OC.                                                           RSA270
140200     MOVE        5-OC00-CPTENR TO XA80-XQNENR.                    RSA270
140300     DISPLAY     '- fichier ' 'OC   '                             RSA270
140400     XA80-XQNENR ' ordres creanciers ecrits'                      RSA270
140500     ' assignation: ' 'OC'                                        RSA270
140600     ' ouverture: ' 'O'.                                          RSA270
140700     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA270
140800     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA270
140900 F98OC-FN. EXIT.                                                  RSA270
141000 F98EW.                                                           RSA270
141100     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA270
141200     DISPLAY     '- fichier ' 'EW   '                             RSA270
141300     XA80-XQNENR ' pages editees'                                 RSA270
141400     ' assignation: ' 'EW'                                        RSA270
141500     ' ouverture: ' 'O'.                                          RSA270
141600 F98EW-FN. EXIT.                                                  RSA270
141700 F9899.                                                           RSA270
141800     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA270
141900     XAED-XHETRT.                                                 RSA270
142000     DISPLAY     '------------------------------'                 RSA270
142100     '------------------------------'                             RSA270
142200     '-------------'.                                             RSA270
142300 F9899-FN. EXIT.                                                  RSA270
142400 F98-Z-FN. EXIT.                                                  RSA270
142500 F98-FN.   EXIT.                                                  RSA270
142600 F99OR.                                                           P000
142700     PERFORM     F0BBA THRU F0BBA-FN.                             P100
142800 F99OV.                                                           P000
142900     MOVE        001                      TO J99OVR.              P000
143000                              GO TO     F99OV-B.                  P000
143100 F99OV-A.                                                         P000
143200     ADD         1                        TO J99OVR.              P000
143300 F99OV-B.                                                         P000
143400     IF          IXO00M                   <  J99OVR               P000
143500                              GO TO     F99OV-FN.                 P000
143600           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
143700           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
143800     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
143900 F99OV-900. GO TO F99OV-A.                                        P100
144000 F99OV-FN. EXIT.                                                  P100
144100 F99OZ.                                                           P000
144200     MOVE        '99OR' TO XA60-XCDFSF                            P100
144300     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
144400     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
144500     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
144600     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
144700     PERFORM     F9900 THRU F9900-FN.                             P210
144800 F99OZ-FN. EXIT.                                                  P210
144900 F99OR-FN. EXIT.                                                  P210
145000 F99SW.         EXIT.                                             P000
145100 F99SW-FN. EXIT.                                                  P000
145200 F99SX.         EXIT.                                             P000
145300 F99SX-FN. EXIT.                                                  P000
145400 F99VE.                                                           P000
145500     MOVE        ZERO TO IK                                       P100
145600     DISPLAY     XA30-ENVNAM                                      P110
145700     UPON ENVIRONMENT-NAME                                        P120
145800     ACCEPT      XA30-ENVVAL                                      P200
145900     FROM ENVIRONMENT-VALUE                                       P210
146000     ON EXCEPTION                                                 P220
146100     MOVE        '1' TO IK                                        P230
146200     MOVE        SPACE TO XA30-ENVVAL.                            P240
146300 F99VE-FN. EXIT.                                                  P240
146400 F9900.         EXIT.                                             P000
146500 F9910.                                                           P000
146600     DISPLAY     '***'                                            P100
146700     DISPLAY     '***' XA60-L1                                    P200
146800     DISPLAY     '***' XA60-ZX67A.                                P300
146900           IF    XA60-ZX67B NOT = SPACE                           P400
147000     DISPLAY     '***' XA60-ZX67B.                                P400
147100           IF    XA60-ZX67C NOT = SPACE                           P500
147200     DISPLAY     '***' XA60-ZX67C                                 P500
147300     DISPLAY     '***'.                                           P600
147400 F9910-FN. EXIT.                                                  P600
147500 F9920.                                                           P000
147600     PERFORM     F98-Z THRU F98-Z-FN.                             P100
147700 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
147800           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
147900     MOVE        ZERO TO XO00-XORACN                              P100
148000     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
148100 F9950-FN. EXIT.                                                  P110
148200 F9980.                                                           P000
148300     MOVE        4 TO XA00-XRC.                                   P100
148400           IF    XO00-XORACO NOT = ZERO                           P500
148500     MOVE        8 TO XA00-XRC.                                   P500
148600 F9980-FN. EXIT.                                                  P500
148700 F9990.                                                           P000
148800     MOVE        XA00-XRC TO RETURN-CODE                          P100
148900     STOP RUN.                                                    P500
149000 F9990-FN. EXIT.                                                  P500
149100 F9920-FN. EXIT.                                                  P500
149200 F9900-FN. EXIT.                                                  P500
149300 F9999.                                                           P000
149400     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
149500     ' ' XA60-XCDFSF                                              P150
149600     PERFORM     F9920 THRU F9920-FN.                             P200
149700 F9999-FN. EXIT.                                                  P200
