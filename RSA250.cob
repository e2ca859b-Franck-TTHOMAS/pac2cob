000100 IDENTIFICATION DIVISION.                                         RSA250
000200 PROGRAM-ID.  RSA250.                                             RSA250
000300 ENVIRONMENT DIVISION.                                            RSA250
000400 CONFIGURATION SECTION.                                           RSA250
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA250
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA250
000700 SPECIAL-NAMES.                                                   RSA250
000800      C01 IS SAUTP                                                RSA250
000900      CSP IS SAUT0                                                RSA250
001000      DECIMAL-POINT IS COMMA.                                     RSA250
001100 INPUT-OUTPUT SECTION.                                            RSA250
001200 FILE-CONTROL.                                                    RSA250
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA250
001400      FILE STATUS IS                   1-EW00-STATUS              RSA250
001500                                       VSAM-STATUS.               RSA250
001600      SELECT OP-FICHIER      ASSIGN AS-SOOP                       RSA250
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA250
001800             FILE STATUS     1-OP00-STATUS.                       RSA250
001900      SELECT PA-FICHIER      ASSIGN AS-SOPA                       RSA250
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA250
002100             FILE STATUS     1-PA00-STATUS.                       RSA250
002200      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA250
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA250
002400             FILE STATUS     1-CT00-STATUS.                       RSA250
002500 DATA DIVISION.                                                   RSA250
002600 FILE SECTION.                                                    RSA250
002700 FD                 EW-FICHIER                                    RSA250
002800      BLOCK              00000 RECORDS.                           RSA250
002900 01                 EW00.                                         RSA250
003000      10       FILLER         PICTURE  X(133).                    RSA250
003100 FD                 OP-FICHIER                                    RSA250
003200      BLOCK              00000 RECORDS.                           RSA250
003300 01                 OP00.                                         RSA250
003400      10            OP00-LIGNE  PICTURE  X(80).                   RSA250
003500 FD                 PA-FICHIER                                    RSA250
003600      BLOCK              00000 RECORDS.                           RSA250
003700 01                 PA00.                                         RSA250
003800      10            PA00-LIGNE  PICTURE  X(120).                  RSA250
003900 FD                 CT-FICHIER                                    RSA250
004000      BLOCK              00000 RECORDS.                           RSA250
004100 01                 CT00.                                         RSA250
004200      10            CT00-LIGNE  PICTURE  X(150).                  RSA250
004300 WORKING-STORAGE SECTION.                                         RSA250
004400          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA250
004500          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA250
004600 01                 RS02.                                         RSA250
004700      10            RS02-NORER  PICTURE  X(6).                    RSA250
004800      10            RS02-LNRENR PICTURE  X(20).                   RSA250
004900      10            RS02-LNREPR PICTURE  X(12).                   RSA250
005000      10            RS02-DTRENR PICTURE  X(8).                    RSA250
005100          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA250
005200 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA250
005300 77               W-WA00-CPTRE  PIC S9(9) COMP-3 VALUE ZERO.      RSA250
005400 77               W-WA00-CPTHP  PIC S9(9) COMP-3 VALUE ZERO.      RSA250
005500 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA250
005600 77               W-WA00-CPTTX  PIC S9(9) COMP-3 VALUE ZERO.      RSA250
005700 77               W-WA00-CPTID  PIC S9(9) COMP-3 VALUE ZERO.      RSA250
005800 77               W-OP00-EOF    PIC X VALUE '0'.                  RSA250
005900 77               W-CT00-CDOK   PIC X.                            RSA250
006000 77               W-CT00-MOTIF  PIC X(30).                        RSA250
006100 77               W-PA00-MTCTL  PIC S9(9)V99 COMP-3.              RSA250
006200 01               W-WA00-MOIS.                                    RSA250
006300    05            W-WA00-AAAA    PIC 9(4).                        RSA250
006400    05            W-WA00-MM      PIC 99.                          RSA250
006500 01               W-RT00-CUMULS.                                  RSA250
006600    05            W-RT00-NORER   PIC X(6).                        RSA250
006700    05            W-RT00-TXMIX   PIC X.                           RSA250
006800    05            W-RT00-NBVER   PIC S9(4) COMP-3.                RSA250
006900    05            W-RT00-TXPAS   PIC S99V99 COMP-3.               RSA250
007000    05            W-RT00-MTBASE  PIC S9(11)V99 COMP-3.            RSA250
007100    05            W-RT00-MTPAS   PIC S9(11)V99 COMP-3.            RSA250
007200 01               W-TL00-CUMULS COMPUTATIONAL-3.                  RSA250
007300    05            W-TL00-NBOP    PIC S9(9) VALUE ZERO.            RSA250
007400    05            W-TL00-MTBASE  PIC S9(11)V99 VALUE ZERO.        RSA250
007500    05            W-TL00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA250
007600 01               W-TO00-CUMULS COMPUTATIONAL-3.                  RSA250
007700    05            W-TO00-NBOP    PIC S9(9) VALUE ZERO.            RSA250
007800    05            W-TO00-MTBASE  PIC S9(11)V99 VALUE ZERO.        RSA250
007900    05            W-TO00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA250
008000 01               W-OP00-ENR.                                     RSA250
008100    05            W-OP00-CNREN   PIC XX.                          RSA250
008200    05            W-OP00-NORER   PIC X(6).                        RSA250
008300    05            W-OP00-IDRPL   PIC X(5).                        RSA250
008400    05            W-OP00-NOTIE   PIC X(6).                        RSA250
008500    05            W-OP00-NIREG   PIC XX.                          RSA250
008600    05            W-OP00-DTECH   PIC X(8).                        RSA250
008700    05            W-OP00-DTECHR  REDEFINES W-OP00-DTECH.          RSA250
008800      10          W-OP00-AAMM    PIC X(6).                        RSA250
008900      10          W-OP00-JJ      PIC XX.                          RSA250
009000    05            W-OP00-CDPAF   PIC X.                           RSA250
009100    05            W-OP00-CTPAT   PIC X.                           RSA250
009200    05            W-OP00-MTBRUT  PIC 9(9)V99.                     RSA250
009300    05            W-OP00-MTOPPO  PIC 9(9)V99.                     RSA250
009400    05            W-OP00-MTNET   PIC 9(9)V99.                     RSA250
009500    05            W-OP00-CDORD   PIC X.                           RSA250
009600    05            W-OP00-TXPAS   PIC 99V99.                       RSA250
009700    05            W-OP00-MTPAS   PIC 9(9)V99.                     RSA250
009800 01               W-DC00-ENR.                                     RSA250
009900    05            W-DC00-MOIS    PIC X(6).                        RSA250
010000    05            W-DC00-NORER   PIC X(6).                        RSA250
010100    05            W-DC00-LNRENR  PIC X(20).                       RSA250
010200    05            W-DC00-LNREPR  PIC X(12).                       RSA250
010300    05            W-DC00-DTRENR  PIC X(8).                        RSA250
010400    05            W-DC00-NBVER   PIC 9(3).                        RSA250
010500    05            W-DC00-MTBASE  PIC 9(9)V99.                     RSA250
010600    05            W-DC00-TXPAS   PIC 99V99.                       RSA250
010700    05            W-DC00-MTPAS   PIC 9(9)V99.                     RSA250
010800    05            FILLER         PIC X(39).                       RSA250
010900 01               W-EW00-SAV     PIC X(133).                      RSA250
011000 01               W-LE01-LIGNE.                                   RSA250
011100    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
011200    05            FILLER         PIC X(22) VALUE                  RSA250
011300                  'GROUPAMA - RENTES'.                            RSA250
011400    05            FILLER         PIC X(32) VALUE                  RSA250
011500                  'DECLARATION MENSUELLE PASRAU'.                 RSA250
011600    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA250
011700    05            W-LE01-DATE    PIC X(10).                       RSA250
011800    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA250
011900    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA250
012000    05            FILLER         PIC X(43) VALUE SPACES.          RSA250
012100 01               W-LE02-LIGNE.                                   RSA250
012200    05            FILLER         PIC X(24) VALUE SPACES.          RSA250
012300    05            FILLER         PIC X(28) VALUE ALL '='.         RSA250
012400    05            FILLER         PIC X(81) VALUE SPACES.          RSA250
012500 01               W-LE03-LIGNE.                                   RSA250
012600    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
012700    05            FILLER         PIC X(20) VALUE                  RSA250
012800                  'PERIODE DECLAREE : '.                          RSA250
012900    05            W-LE03-MOIS    PIC X(6).                        RSA250
013000    05            FILLER         PIC X(106) VALUE SPACES.         RSA250
013100 01               W-LE04-LIGNE.                                   RSA250
013200    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
013300    05            FILLER         PIC X(08) VALUE 'RENTIER'.       RSA250
013400    05            FILLER         PIC X(21) VALUE 'NOM'.           RSA250
013500    05            FILLER         PIC X(14) VALUE 'PRENOM'.        RSA250
013600    05            FILLER         PIC X(05) VALUE 'NB'.            RSA250
013700    05            FILLER         PIC X(16) VALUE '          BASE'.RSA250
013800    05            FILLER         PIC X(07) VALUE 'TAUX'.          RSA250
013900    05            FILLER         PIC X(16) VALUE '   PRELEVEMENT'.RSA250
014000    05            FILLER         PIC X(30) VALUE 'OBSERVATION'.   RSA250
014100    05            FILLER         PIC X(15) VALUE SPACES.          RSA250
014200 01               W-LE05-LIGNE.                                   RSA250
014300    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
014400    05            W-LE05-LIB     PIC X(48).                       RSA250
014500    05            W-LE05-MTBASE  PIC -(10)9,99.                   RSA250
014600    05            FILLER         PIC X(09) VALUE SPACES.          RSA250
014700    05            W-LE05-MTPAS   PIC -(10)9,99.                   RSA250
014800    05            FILLER         PIC X(47) VALUE SPACES.          RSA250
014900 01               W-LE06-LIGNE.                                   RSA250
015000    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
015100    05            W-LE06-NORER   PIC X(6).                        RSA250
015200    05            FILLER         PIC X(02) VALUE SPACES.          RSA250
015300    05            W-LE06-LNRENR  PIC X(20).                       RSA250
015400    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
015500    05            W-LE06-LNREPR  PIC X(12).                       RSA250
015600    05            FILLER         PIC X(02) VALUE SPACES.          RSA250
015700    05            W-LE06-NBVER   PIC ZZ9.                         RSA250
015800    05            FILLER         PIC X(02) VALUE SPACES.          RSA250
015900    05            W-LE06-MTBASE  PIC -(10)9,99.                   RSA250
016000    05            FILLER         PIC X(02) VALUE SPACES.          RSA250
016100    05            W-LE06-TXPAS   PIC Z9,99.                       RSA250
016200    05            FILLER         PIC X(02) VALUE SPACES.          RSA250
016300    05            W-LE06-MTPAS   PIC -(10)9,99.                   RSA250
016400    05            FILLER         PIC X(02) VALUE SPACES.          RSA250
016500    05            W-LE06-LIB     PIC X(30).                       RSA250
016600    05            FILLER         PIC X(15) VALUE SPACES.          RSA250
016700 01               W-LE07-LIGNE.                                   RSA250
016800    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
016900    05            W-LE07-LIB     PIC X(26).                       RSA250
017000    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA250
017100    05            FILLER         PIC X(97) VALUE SPACES.          RSA250
017200 01               W-LE09-LIGNE.                                   RSA250
017300    05            FILLER         PIC X(01) VALUE SPACE.           RSA250
017400    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA250
017500    05            W-LE09-LIB     PIC X(40).                       RSA250
017600    05            FILLER         PIC X(81) VALUE SPACES.          RSA250
017700 01               W-CT00-ENR.                                     RSA250
017800    05            W-CT00-PROGR   PIC X(8).                        RSA250
017900    05            W-CT00-DATTRT  PIC X(8).                        RSA250
018000    05            W-CT00-HETRT   PIC X(6).                        RSA250
018100    05            W-CT00-CDETAT  PIC 9(4).                        RSA250
018200    05            W-CT00-POSTE   OCCURS 10.                       RSA250
018300      10          W-CT00-FICID   PIC XX.                          RSA250
018400      10          W-CT00-SENS    PIC X.                           RSA250
018500      10          W-CT00-NBENR   PIC 9(9).                        RSA250
018600    05            FILLER         PIC X(4).                        RSA250
018700 77                 XA00-XRC      VALUE ZERO                      7XA015
018800                  PICTURE 9(4).                                   7XA015
018900 77                 XA00-8TMES    VALUE ZERO                      7XA055
019000                  PICTURE X(01).                                  7XA055
019100 77                 XAIN-XDATRT                                   7XA110
019200                  PICTURE X(8).                                   7XA110
019300 77                 XAIN-XHETRT                                   7XA120
019400                  PICTURE X(6).                                   7XA120
019500 77                 XAED-XDATRT                                   7XA160
019600                  PICTURE X(10).                                  7XA160
019700 77                 XAED-XHETRT                                   7XA170
019800                  PICTURE X(8).                                   7XA170
019900 77                 XA30-ENVNAM   PIC X(080).                     7XA310
020000 77                 XA30-ENVVAL   PIC X(080).                     7XA320
020100 01                 XA60.                                         7XA610
020200   05               XA60-L1.                                      7XA620
020300     10             FILLER PIC X  VALUE 'F'.                      7XA625
020400     10             XA60-XCDFSF   VALUE SPACE                     7XA630
020500                  PICTURE X(4).                                   7XA630
020600     10             FILLER PIC X  VALUE ':'.                      7XA635
020700     10             XA60-XLISUI   VALUE SPACE                     7XA640
020800                  PICTURE X(30).                                  7XA640
020900   05               XA60-ZX67A    VALUE SPACE                     7XA650
021000                  PICTURE X(67).                                  7XA650
021100   05               XA60-ZX67B    VALUE SPACE                     7XA660
021200                  PICTURE X(67).                                  7XA660
021300   05               XA60-ZX67C    VALUE SPACE                     7XA670
021400                  PICTURE X(67).                                  7XA670
021500 01                 XA80.                                         7XA810
021600   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
021700   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
021800   05               XA80-XCOSD                                    7XA820
021900                  PICTURE XX.                                     7XA820
022000   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
022100   05               XA80-STATUS.                                  7XA830
022200    07              XA80-STATUS1  PIC X.                          7XA831
022300    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
022400    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
022500   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
022600   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
022700   05               XA80-XQNENR                                   7XA840
022800                  PICTURE Z(8)9.                                  7XA840
022900 01                 XA81-STATUS.                                  7XA900
023000    07              XA81-STATUS1  PIC X.                          7XA905
023100    07              FILLER        PIC X      VALUE '/'.           7XA910
023200    07              XA81-STATUS2  PIC 999.                        7XA915
023300          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
023400 01               USERID          PIC X(20).                      7XBCC2
023500          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
023600 01                 XO00.                                         7XO-A0
023700   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
023800   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
023900   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
024000   05               XO00-XORAER.                                  7XO-EE
024100     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
024200     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
024300     10             XO00-XORARC   PIC 9(004).                     7XO-EK
024400     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
024500     10             XO00-XCDFSF                                   7XO-EO
024600                  PICTURE X(4).                                   7XO-EO
024700     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
024800     10             XO00-XORATY   PIC X(008).                     7XO-ES
024900     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
025000     10             XO00-XORATA                                   7XO-EW
025100                  PICTURE X(10).                                  7XO-EW
025200   05               XO00-XORAE2.                                  7XO-FE
025300     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
025400     10             XO00-XORACL.                                  7XO-FI
025500       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
025600                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
025700 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
025800                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
025900 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA250
026000          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
026100 77                 XP00-XROWID                                   7XP001
026200                  PICTURE X(18).                                  7XP001
026300 77                 XP00-XCSEQ                                    7XP002
026400                  PICTURE S9(9)                                   7XP002
026500                    COMPUTATIONAL-3.                              7XP002
026600 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
026700          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
026800 01                 CODE-ABORT    PIC X(2).                       7ZA999
026900 01   DEBUT-WSS.                                                  RSA250
027000      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA250
027100      05   IK     PICTURE X.                                      RSA250
027200 01  CONSTANTES-PAC.                                              RSA250
027300     05  FILLER  PICTURE X(50)   VALUE                            RSA250
027400     '6314ARSA15/10/26RSA250LEBLANC 11:20:05RSA250  UNIX'.        RSA250
027500     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA250
027600 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA250
027700     05  NUGNA   PICTURE X(5).                                    RSA250
027800     05  APPLI   PICTURE X(3).                                    RSA250
027900     05  DATGN   PICTURE X(8).                                    RSA250
028000     05  PROGR   PICTURE X(6).                                    RSA250
028100     05  CODUTI  PICTURE X(8).                                    RSA250
028200     05  TIMGN   PICTURE X(8).                                    RSA250
028300     05  PROGE   PICTURE X(8).                                    RSA250
028400     05  COBASE  PICTURE X(4).                                    RSA250
028500     05  DATGNC  PICTURE X(10).                                   RSA250
028600 01  DATCE.                                                       RSA250
028700   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA250
028800   05  DATOR.                                                     RSA250
028900     10  DATOA  PICTURE XX.                                       RSA250
029000     10  DATOM  PICTURE XX.                                       RSA250
029100     10  DATOJ  PICTURE XX.                                       RSA250
029200 01  DAT6.                                                        RSA250
029300      10 DAT61   PICTURE XX.                                      RSA250
029400      10 DAT62   PICTURE XX.                                      RSA250
029500      10 DAT63   PICTURE XX.                                      RSA250
029600 01  DAT8.                                                        RSA250
029700      10 DAT81   PICTURE XX.                                      RSA250
029800      10 DAT8S1  PICTURE X.                                       RSA250
029900      10 DAT82   PICTURE XX.                                      RSA250
030000      10 DAT8S2  PICTURE X.                                       RSA250
030100      10 DAT83   PICTURE XX.                                      RSA250
030200 01  DAT8E    REDEFINES    DAT8.                                  RSA250
030300      10 DAT81E  PICTURE X(4).                                    RSA250
030400      10 DAT82E  PICTURE XX.                                      RSA250
030500      10 DAT83E  PICTURE XX.                                      RSA250
030600 01  DAT6C.                                                       RSA250
030700      10  DAT61C PICTURE XX.                                      RSA250
030800      10  DAT62C PICTURE XX.                                      RSA250
030900      10  DAT63C.                                                 RSA250
031000       15 DAT63CC PICTURE XX.                                     RSA250
031100       15 DAT64C  PICTURE XX.                                     RSA250
031200 01  DAT8C.                                                       RSA250
031300      10  DAT81C  PICTURE XX.                                     RSA250
031400      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA250
031500      10  DAT82C  PICTURE XX.                                     RSA250
031600      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA250
031700      10  DAT83C.                                                 RSA250
031800       15 DAT83CC PICTURE XX.                                     RSA250
031900       15 DAT84C  PICTURE XX.                                     RSA250
032000 01  TIMCO.                                                       RSA250
032100   05  TIMCOH   PICTURE XX.                                       RSA250
032200   05  TIMCOM   PICTURE XX.                                       RSA250
032300   05  TIMCOS   PICTURE XX.                                       RSA250
032400   05  TIMOC.                                                     RSA250
032500    10 TIMCOC   PICTURE XX.                                       RSA250
032600 01  TIMDAY.                                                      RSA250
032700   05  TIMHOU   PICTURE XX.                                       RSA250
032800   05  TIMS1    PICTURE X  VALUE ':'.                             RSA250
032900   05  TIMMIN   PICTURE XX.                                       RSA250
033000   05  TIMS2    PICTURE X  VALUE ':'.                             RSA250
033100   05  TIMSEC   PICTURE XX.                                       RSA250
033200 01  DATSEP     PICTURE X VALUE '/'.                              RSA250
033300 01   VARIABLES-CONDITIONNELLES.                                  RSA250
033400      05                  FT      PICTURE X VALUE '0'.            RSA250
033500 01   INDICES  COMPUTATIONAL  SYNC.                               RSA250
033600      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA250
033700      05        J00       PICTURE S9(4) VALUE +1.                 RSA250
033800      05        J01       PICTURE S9(4) VALUE +1.                 RSA250
033900      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA250
034000      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA250
034100      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA250
034200      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
034300 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA250
034400      05       5-OP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA250
034500      05       5-PA00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA250
034600 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA250
034700      05         COMPTEURS     COMPUTATIONAL-3.                   RSA250
034800      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA250
034900      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA250
035000      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA250
035100 01  ZONES-STATUS.                                                RSA250
035200      05   VSAM-STATUS.                                           RSA250
035300        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA250
035400        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA250
035500        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA250
035600      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA250
035700      05          1-OP00-STATUS PICTURE XX VALUE ZERO.            RSA250
035800      05          1-PA00-STATUS PICTURE XX VALUE ZERO.            RSA250
035900      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA250
036000 PROCEDURE DIVISION.                                              RSA250
036100 DECLARATIVES.                                                    RSA250
036200 SECEW SECTION.                                                   RSA250
036300     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA250
036400 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA250
036500 F0AEW-A. GO TO  F0A90.                                           RSA250
036600 SECOP SECTION.                                                   RSA250
036700     USE AFTER ERROR PROCEDURE                                    RSA250
036800      ON OP-FICHIER.                                              RSA250
036900 F0AOP.                                                           RSA250
037000     MOVE        'OP' TO XA80-XCOSD                               RSA250
037100     MOVE        1-OP00-STATUS TO XA80-STATUS                     RSA250
037200     MOVE        5-OP00-CPTENR TO XA80-XQNENR                     RSA250
037300     GO TO F0A90.                                                 RSA250
037400 F0AOP-FN. EXIT.                                                  RSA250
037500 SECPA SECTION.                                                   RSA250
037600     USE AFTER ERROR PROCEDURE                                    RSA250
037700      ON PA-FICHIER.                                              RSA250
037800 F0APA.                                                           RSA250
037900     MOVE        'PA' TO XA80-XCOSD                               RSA250
038000     MOVE        1-PA00-STATUS TO XA80-STATUS                     RSA250
038100     MOVE        5-PA00-CPTENR TO XA80-XQNENR                     RSA250
038200     GO TO F0A90.                                                 RSA250
038300 F0APA-FN. EXIT.                                                  RSA250
038400 SECCT SECTION.                                                   RSA250
038500     USE AFTER ERROR PROCEDURE                                    RSA250
038600      ON CT-FICHIER.                                              RSA250
038700 F0ACT.                                                           RSA250
038800     MOVE        'CT' TO XA80-XCOSD                               RSA250
038900     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA250
039000     MOVE        ZERO TO XA80-XQNENR                              RSA250
039100     GO TO F0A90.                                                 RSA250
039200 F0ACT-FN. EXIT.                                                  RSA250
039300 F0A90.                                                           RSA250
039400     MOVE        '0A90' TO XA60-XCDFSF                            RSA250
039500     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA250
039600           IF    XA80-STATUS1 = '9'                               RSA250
039700     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA250
039800     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA250
039900     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA250
040000     MOVE        XA80 TO XA60-ZX67A                               RSA250
040100     MOVE        SPACE TO XA60-ZX67B.                             RSA250
040200     PERFORM     F9900 THRU F9900-FN.                             RSA250
040300 F0A90-FN. EXIT.                                                  RSA250
040400 END DECLARATIVES.                                                RSA250
040500 SEC00 SECTION.                                                   RSA250
040600 F0B.           EXIT.                                             RSA250
040700 F0BBA.                                                           P000
040800     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
040900     PERFORM     F99VE THRU F99VE-FN.                             P060
041000           IF    IK = ZERO                                        P070
041100     MOVE        XA30-ENVVAL TO DATCE                             P070
041200           ELSE                                                   P100
041300     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
041400       TO DATCE.                                                  P110
041500     ACCEPT TIMCO FROM TIME.                                      P120
041600     MOVE        DATCE TO XAIN-XDATRT                             P210
041700     MOVE        TIMCO TO XAIN-XHETRT.                            P220
041800     MOVE        DATCE                                            P310
041900     TO DAT8E DAT6C                                               P310
042000     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
042100     MOVE DAT82E TO DAT62C                                        P310
042200     MOVE   DAT6C TO  XAED-XDATRT                                 P310
042300     MOVE        XAED-XDATRT                                      P315
042400     TO DAT8E DAT6C                                               P315
042500     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
042600     MOVE DAT63C TO DAT83C                                        P315
042700     MOVE   DAT8C TO XAED-XDATRT                                  P315
042800     MOVE        TIMCO                                            P320
042900     TO DAT8E DAT6C                                               P320
043000     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
043100     MOVE DAT82E TO TIMSEC                                        P320
043200     MOVE TIMDAY TO   XAED-XHETRT.                                P320
043300 F0BBA-FN. EXIT.                                                  P320
043400 F0BBE.                                                           P000
043500     PERFORM     F98-D THRU F98-D-FN.                             P100
043600 F0BBE-FN. EXIT.                                                  P100
043700 F0BCA.         EXIT.                                             P000
043800 F0BCI.                                                           P000
043900     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
044000     PERFORM     F99VE THRU F99VE-FN.                             P110
044100           IF    IK = ZERO                                        P200
044200     MOVE        XA30-ENVVAL TO USERID                            P200
044300           ELSE                                                   P210
044400     MOVE        '0BCE' TO XA60-XCDFSF                            P210
044500     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
044600     XA60-XLISUI                                                  P235
044700     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
044800-                'ORT' TO XA60-ZX67A                              P245
044900     MOVE        SPACE TO XA60-ZX67B                              P250
045000     PERFORM     F9900 THRU F9900-FN.                             P260
045100 F0BCI-FN. EXIT.                                                  P260
045200 F0BCO.                                                           P000
045300     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
045400     PERFORM     F99VE THRU F99VE-FN.                             P110
045500           IF    IK = ZERO                                        P200
045600           AND   XA30-ENVVAL = 'ON'                               P210
045700     MOVE        '1' TO XO00-XORATR.                              P200
045800 F0BCO-FN. EXIT.                                                  P200
045900 F0BCU.                                                           P000
046000     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
046100     PERFORM     F99VE THRU F99VE-FN.                             P110
046200           IF    IK = ZERO                                        P200
046300           AND   XA30-ENVVAL = '1'                                P210
046400     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
046500           ELSE                                                   P220
046600     MOVE        ZERO TO XA00-8TMES.                              P220
046700 F0BCU-FN. EXIT.                                                  P220
046800 F0BCY.                                                           P000
046900     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
047000     PERFORM     F99VE THRU F99VE-FN.                             P110
047100           IF    IK = ZERO                                        P200
047200     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
047300 F0BCY-FN. EXIT.                                                  P200
047400 F0BCW.                                                           RSA250
047500     MOVE        DATCE TO W-WA00-MOIS                             RSA250
047600     MOVE        'GCA_MOISPAS' TO XA30-ENVNAM                     RSA250
047700     PERFORM     F99VE THRU F99VE-FN.                             RSA250
047800           IF    IK = ZERO                                        RSA250
047900           AND   XA30-ENVVAL NOT = SPACE                          RSA250
048000     MOVE        XA30-ENVVAL(1:6) TO W-WA00-MOIS.                 RSA250
048100           IF    W-WA00-MOIS NOT NUMERIC                          RSA250
048200           OR    W-WA00-MM < 01                                   RSA250
048300           OR    W-WA00-MM > 12                                   RSA250
048400     MOVE        '0BCW' TO XA60-XCDFSF                            RSA250
048500     MOVE        'ERREUR SUR VARIABLE GCA_MOISPAS' TO             RSA250
048600     XA60-XLISUI                                                  RSA250
048700     MOVE        'PERIODE ATTENDUE AU FORMAT AAAAMM' TO           RSA250
048800     XA60-ZX67A                                                   RSA250
048900     MOVE        W-WA00-MOIS TO XA60-ZX67B                        RSA250
049000     PERFORM     F9900 THRU F9900-FN.                             RSA250
049100     DISPLAY     '- periode declaree        : ' W-WA00-MOIS.      RSA250
049200 F0BCW-FN. EXIT.                                                  RSA250
049300 F0BDA.                                                           P000
049400     PERFORM     F99SX THRU F99SX-FN.                             P100
049500 F0BDA-FN. EXIT.                                                  P100
049600 F0BEA.         EXIT.                                             P000
049700 F0BEA-FN. EXIT.                                                  P000
049800 F0BCA-FN. EXIT.                                                  P000
049900 F0B-FN.   EXIT.                                                  P000
050000 F0C.           EXIT.                                             P000
050100 F0CCI.                                                           P000
050200     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
050300     MOVE        '1' TO XO00-XORACN.                              P110
050400 F0CCI-FN. EXIT.                                                  P110
050500 F0CCO.    IF    XO00-XORATR = '1'                                P000
050600           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
050700     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
050800     DISPLAY     'TRACE ORACLE IS ON'.                            P110
050900 F0CCO-FN. EXIT.                                                  P110
051000 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
051100           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
051200     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
051300     DISPLAY     'ROLLBACK SEGMENT : '                            P110
051400     XO00-XORARB.                                                 P120
051500 F0CCY-FN. EXIT.                                                  P120
051600 F0C-FN.   EXIT.                                                  P120
051700 F01.      EXIT.                                                  RSA250
051800 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA250
051900        IF        1-EW00-STATUS  NOT  = ZERO                      RSA250
052000             AND  1-EW00-STATUS  NOT  = '97'                      RSA250
052100        PERFORM    F0AEW                                          RSA250
052200        PERFORM    F0A90         THRU F0A90-FN.                   RSA250
052300 F01EW-FN. EXIT.                                                  RSA250
052400 F01OP.    OPEN INPUT                    OP-FICHIER.              RSA250
052500        IF        1-OP00-STATUS  NOT  = ZERO                      RSA250
052600             AND  1-OP00-STATUS  NOT  = '97'                      RSA250
052700        PERFORM    F0AOP                                          RSA250
052800        PERFORM    F0A90         THRU F0A90-FN.                   RSA250
052900 F01OP-FN. EXIT.                                                  RSA250
053000 F01PA.    OPEN OUTPUT                   PA-FICHIER.              RSA250
053100        IF        1-PA00-STATUS  NOT  = ZERO                      RSA250
053200             AND  1-PA00-STATUS  NOT  = '97'                      RSA250
053300        PERFORM    F0APA                                          RSA250
053400        PERFORM    F0A90         THRU F0A90-FN.                   RSA250
053500 F01PA-FN. EXIT.                                                  RSA250
053600 F01ZZ.                                                           RSA250
053700     MOVE        SPACE TO W-RT00-NORER.                           RSA250
053800 F01ZZ-FN. EXIT.                                                  RSA250
053900 F01-FN.   EXIT.                                                  RSA250
054000*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA250
054100 F05.           EXIT.                                             RSA250
054200 F20.      IF FT =            ALL '1'                             RSA250
054300           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA250
054400 F20AD.                                                           RSA250
054500     PERFORM     F0BBA THRU F0BBA-FN.                             RSA250
054600 F20AD-FN. EXIT.                                                  RSA250
054700 F20EW.    CLOSE    EW-FICHIER.                                   RSA250
054800 F20EW-FN. EXIT.                                                  RSA250
054900 F20OP.    CLOSE    OP-FICHIER.                                   RSA250
055000 F20OP-FN. EXIT.                                                  RSA250
055100 F20PA.    CLOSE    PA-FICHIER.                                   RSA250
055200 F20PA-FN. EXIT.                                                  RSA250
055300 F2080.    IF    XO00-XORACN = '1'                                RSA250
055400           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA250
055500     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA250
055600 F2080-FN. EXIT.                                                  RSA250
055700 F2085.                                                           RSA250
055800           IF    XO00-XORACN = '1'                                RSA250
055900     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA250
056000     MOVE        ZERO TO XO00-XORACN.                             RSA250
056100 F2085-FN. EXIT.                                                  RSA250
056200 F20RC.    IF    W-WA00-CPTTX > ZERO                              RSA250
056300           AND   XA00-XRC = ZERO                                  RSA250
056400     MOVE        4 TO XA00-XRC.                                   RSA250
056500           IF    W-WA00-CPTID > ZERO                              RSA250
056600           AND   XA00-XRC = ZERO                                  RSA250
056700     MOVE        4 TO XA00-XRC.                                   RSA250
056800           IF    W-WA00-CPTAN > ZERO                              RSA250
056900           AND   XA00-XRC < 8                                     RSA250
057000     MOVE        8 TO XA00-XRC.                                   RSA250
057100 F20RC-FN. EXIT.                                                  RSA250
057200*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA250
057300 F20CT.                                                           RSA250
057400     OPEN EXTEND CT-FICHIER.                                      RSA250
057500           IF    1-CT00-STATUS NOT = ZERO                         RSA250
057600           AND   1-CT00-STATUS NOT = '05'                         RSA250
057700           AND   1-CT00-STATUS NOT = '97'                         RSA250
057800        PERFORM    F0ACT                                          RSA250
057900        PERFORM    F0A90         THRU F0A90-FN.                   RSA250
058000     MOVE        SPACE TO W-CT00-ENR                              RSA250
058100     MOVE        PROGE TO W-CT00-PROGR                            RSA250
058200     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA250
058300     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA250
058400     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA250
058500     MOVE        'OP' TO W-CT00-FICID (1)                         RSA250
058600     MOVE        'I' TO W-CT00-SENS (1)                           RSA250
058700     MOVE        5-OP00-CPTENR TO W-CT00-NBENR (1)                RSA250
058800     MOVE        'PA' TO W-CT00-FICID (2)                         RSA250
058900     MOVE        'O' TO W-CT00-SENS (2)                           RSA250
059000     MOVE        5-PA00-CPTENR TO W-CT00-NBENR (2)                RSA250
059100     MOVE        'EW' TO W-CT00-FICID (3)                         RSA250
059200     MOVE        'O' TO W-CT00-SENS (3)                           RSA250
059300     MOVE        5-EW00-CPAG TO W-CT00-NBENR (3)                  RSA250
059400     MOVE        W-CT00-ENR TO CT00                               RSA250
059500     WRITE       CT00                                             RSA250
059600     CLOSE       CT-FICHIER.                                      RSA250
059700 F20CT-FN. EXIT.                                                  RSA250
059800 F2090.                                                           RSA250
059900     PERFORM     F98-Z THRU F98-Z-FN.                             RSA250
060000 F2090-FN. EXIT.                                                  RSA250
060100 F2095.                                                           RSA250
060200     MOVE        XA00-XRC TO RETURN-CODE.                         RSA250
060300 F2095-FN. EXIT.                                                  RSA250
060400 F2099.     GOBACK.                                               RSA250
060500 F2099-FN. EXIT.                                                  RSA250
060600 F20-FN.   EXIT.                                                  RSA250
060700 F50.           EXIT.                                             RSA250
060800 F50AA.                                                           RSA250
060900     MOVE        W-WA00-MOIS TO W-LE03-MOIS                       RSA250
061000     PERFORM     F80TE THRU F80TE-FN.                             RSA250
061100 F50AA-FN. EXIT.                                                  RSA250
061200*          NOTE *  LECTURE DES ORDRES DU MOIS       *.            RSA250
061300 F50BB.                                                           RSA250
061400     READ        OP-FICHIER                                       RSA250
061500     AT END      MOVE       '1' TO W-OP00-EOF                     RSA250
061600     NOT AT END  ADD        1 TO 5-OP00-CPTENR.                   RSA250
061700           IF    W-OP00-EOF = '1'                                 RSA250
061800     GO TO F50BB-FN.                                              RSA250
061900     MOVE        OP00 TO W-OP00-ENR                               RSA250
062000     ADD         1 TO W-WA00-CPTLU                                RSA250
062100     PERFORM     F60CT THRU F60CT-FN.                             RSA250
062200           IF    W-CT00-CDOK = '0'                                RSA250
062300     GO TO F50BB.                                                 RSA250
062400           IF    W-OP00-NORER NOT = W-RT00-NORER                  RSA250
062500     PERFORM     F64DC THRU F64DC-FN                              RSA250
062600     PERFORM     F62IN THRU F62IN-FN.                             RSA250
062700     PERFORM     F62CU THRU F62CU-FN                              RSA250
062800     GO TO F50BB.                                                 RSA250
062900 F50BB-FN. EXIT.                                                  RSA250
063000 F50CC.                                                           RSA250
063100     PERFORM     F64DC THRU F64DC-FN.                             RSA250
063200 F50CC-FN. EXIT.                                                  RSA250
063300 F50DD.                                                           RSA250
063400     PERFORM     F84TO THRU F84TO-FN.                             RSA250
063500 F50DD-FN. EXIT.                                                  RSA250
063600 F50XX.                                                           RSA250
063700     MOVE                     ALL '1' TO FT GO TO F20.            RSA250
063800 F50XX-FN. EXIT.                                                  RSA250
063900 F50-FN.   EXIT.                                                  RSA250
064000*          NOTE *  SELECTION ET CONTROLE D UN ORDRE *.            RSA250
064100 F60CT.                                                           RSA250
064200     MOVE        '1' TO W-CT00-CDOK                               RSA250
064300     MOVE        SPACE TO W-CT00-MOTIF.                           RSA250
064400           IF    W-OP00-CDORD = 'R'                               RSA250
064500     MOVE        '0' TO W-CT00-CDOK                               RSA250
064600     ADD         1 TO W-WA00-CPTRE                                RSA250
064700     GO TO F60CT-FN.                                              RSA250
064800           IF    W-OP00-MTBRUT NOT NUMERIC                        RSA250
064900           OR    W-OP00-MTOPPO NOT NUMERIC                        RSA250
065000           OR    W-OP00-MTNET NOT NUMERIC                         RSA250
065100           OR    W-OP00-MTPAS NOT NUMERIC                         RSA250
065200           OR    W-OP00-TXPAS NOT NUMERIC                         RSA250
065300     MOVE        'MONTANTS NON NUMERIQUES       ' TO W-CT00-MOTIF RSA250
065400     PERFORM     F70AN THRU F70AN-FN                              RSA250
065500     GO TO F60CT-FN.                                              RSA250
065600           IF    W-OP00-DTECH NOT NUMERIC                         RSA250
065700     MOVE        'DATE D ECHEANCE INVALIDE      ' TO W-CT00-MOTIF RSA250
065800     PERFORM     F70AN THRU F70AN-FN                              RSA250
065900     GO TO F60CT-FN.                                              RSA250
065908           IF    W-OP00-CDORD = 'L'                               RSA250
065916     GO TO F60CT-A.                                               RSA250
065925           IF    W-OP00-CDORD = 'A'                               RSA250
065950           AND   W-OP00-AAMM < W-WA00-MOIS                        RSA250
065975     GO TO F60CT-A.                                               RSA250
066000           IF    W-OP00-AAMM NOT = W-WA00-MOIS                    RSA250
066100     MOVE        '0' TO W-CT00-CDOK                               RSA250
066200     ADD         1 TO W-WA00-CPTHP                                RSA250
066300     GO TO F60CT-FN.                                              RSA250
066350 F60CT-A.                                                         RSA250
066400     COMPUTE     W-PA00-MTCTL = W-OP00-MTOPPO + W-OP00-MTNET      RSA250
066500                              + W-OP00-MTPAS.                     RSA250
066600           IF    W-PA00-MTCTL NOT = W-OP00-MTBRUT                 RSA250
066700     MOVE        'BRUT DIFFERENT DE OPPO+PAS+NET' TO W-CT00-MOTIF RSA250
066800     PERFORM     F70AN THRU F70AN-FN                              RSA250
066900     GO TO F60CT-FN.                                              RSA250
067000           IF    W-OP00-NORER < W-RT00-NORER                      RSA250
067100     MOVE        'ORDRE HORS SEQUENCE RENTIER   ' TO W-CT00-MOTIF RSA250
067200     PERFORM     F70AN THRU F70AN-FN                              RSA250
067300     GO TO F60CT-FN.                                              RSA250
067400     ADD         1 TO W-TL00-NBOP                                 RSA250
067500     ADD         W-OP00-MTBRUT TO W-TL00-MTBASE                   RSA250
067600     ADD         W-OP00-MTPAS TO W-TL00-MTPAS.                    RSA250
067700 F60CT-FN. EXIT.                                                  RSA250
067800*          NOTE *  DEBUT D UN RENTIER               *.            RSA250
067900 F62IN.                                                           RSA250
068000     MOVE        W-OP00-NORER TO W-RT00-NORER                     RSA250
068100     MOVE        '0' TO W-RT00-TXMIX                              RSA250
068200     MOVE        ZERO TO W-RT00-NBVER                             RSA250
068300     MOVE        W-OP00-TXPAS TO W-RT00-TXPAS                     RSA250
068400     MOVE        ZERO TO W-RT00-MTBASE                            RSA250
068500     MOVE        ZERO TO W-RT00-MTPAS.                            RSA250
068600 F62IN-FN. EXIT.                                                  RSA250
068700*          NOTE *  CUMUL DES VERSEMENTS DU RENTIER  *.            RSA250
068800 F62CU.                                                           RSA250
068900     ADD         1 TO W-RT00-NBVER                                RSA250
069000     ADD         W-OP00-MTBRUT TO W-RT00-MTBASE                   RSA250
069100     ADD         W-OP00-MTPAS TO W-RT00-MTPAS.                    RSA250
069200           IF    W-OP00-TXPAS NOT = W-RT00-TXPAS                  RSA250
069300     MOVE        '1' TO W-RT00-TXMIX.                             RSA250
069400 F62CU-FN. EXIT.                                                  RSA250
069500*          NOTE *  LIGNE DE DECLARATION D UN RENTIER*.            RSA250
069600 F64DC.                                                           RSA250
069700           IF    W-RT00-NORER = SPACE                             RSA250
069800     GO TO F64DC-FN.                                              RSA250
069900     MOVE        SPACE TO W-LE06-LIB                              RSA250
070000     MOVE        W-RT00-NORER TO RS02-NORER                       RSA250
070100     PERFORM     F95-RS02-FU THRU F95-RS02-FU-FN.                 RSA250
070200           IF    IK NOT = '0'                                     RSA250
070300     MOVE        '0' TO IK                                        RSA250
070400     MOVE        SPACE TO RS02-LNRENR                             RSA250
070500     MOVE        SPACE TO RS02-LNREPR                             RSA250
070600     MOVE        SPACE TO RS02-DTRENR                             RSA250
070700     MOVE        'RENTIER ABSENT DE RS02        ' TO W-LE06-LIB   RSA250
070800     ADD         1 TO W-WA00-CPTID.                               RSA250
070900           IF    W-RT00-TXMIX = '1'                               RSA250
071000           AND   W-RT00-MTBASE > ZERO                             RSA250
071100     COMPUTE     W-RT00-TXPAS ROUNDED                             RSA250
071200                 = W-RT00-MTPAS * 100 / W-RT00-MTBASE             RSA250
071300     MOVE        'TAUX MULTIPLES - TAUX MOYEN   ' TO W-LE06-LIB   RSA250
071400     ADD         1 TO W-WA00-CPTTX.                               RSA250
071500     MOVE        SPACE TO W-DC00-ENR                              RSA250
071600     MOVE        W-WA00-MOIS TO W-DC00-MOIS                       RSA250
071700     MOVE        W-RT00-NORER TO W-DC00-NORER                     RSA250
071800     MOVE        RS02-LNRENR TO W-DC00-LNRENR                     RSA250
071900     MOVE        RS02-LNREPR TO W-DC00-LNREPR                     RSA250
072000     MOVE        RS02-DTRENR TO W-DC00-DTRENR                     RSA250
072100     MOVE        W-RT00-NBVER TO W-DC00-NBVER                     RSA250
072200     MOVE        W-RT00-MTBASE TO W-DC00-MTBASE                   RSA250
072300     MOVE        W-RT00-TXPAS TO W-DC00-TXPAS                     RSA250
072400     MOVE        W-RT00-MTPAS TO W-DC00-MTPAS                     RSA250
072500     MOVE        W-DC00-ENR TO PA00                               RSA250
072600     WRITE       PA00                                             RSA250
072700     ADD         1 TO 5-PA00-CPTENR                               RSA250
072800     ADD         W-RT00-NBVER TO W-TO00-NBOP                      RSA250
072900     ADD         W-RT00-MTBASE TO W-TO00-MTBASE                   RSA250
073000     ADD         W-RT00-MTPAS TO W-TO00-MTPAS                     RSA250
073100     MOVE        W-RT00-NORER TO W-LE06-NORER                     RSA250
073200     MOVE        RS02-LNRENR TO W-LE06-LNRENR                     RSA250
073300     MOVE        RS02-LNREPR TO W-LE06-LNREPR                     RSA250
073400     MOVE        W-RT00-NBVER TO W-LE06-NBVER                     RSA250
073500     MOVE        W-RT00-MTBASE TO W-LE06-MTBASE                   RSA250
073600     MOVE        W-RT00-TXPAS TO W-LE06-TXPAS                     RSA250
073700     MOVE        W-RT00-MTPAS TO W-LE06-MTPAS                     RSA250
073800     MOVE        W-LE06-LIGNE TO EW00                             RSA250
073900     PERFORM     F80LI THRU F80LI-FN.                             RSA250
074000 F64DC-FN. EXIT.                                                  RSA250
074100*          NOTE *  LIGNE D ANOMALIE                 *.            RSA250
074200 F70AN.                                                           RSA250
074300     MOVE        '0' TO W-CT00-CDOK                               RSA250
074400     MOVE        W-OP00-NORER TO W-LE06-NORER                     RSA250
074500     MOVE        SPACE TO W-LE06-LNRENR                           RSA250
074600     STRING      'RENTE ' W-OP00-CNREN W-OP00-NORER W-OP00-IDRPL  RSA250
074700                 DELIMITED BY SIZE INTO W-LE06-LNRENR             RSA250
074800     MOVE        W-OP00-DTECH TO W-LE06-LNREPR                    RSA250
074900     MOVE        ZERO TO W-LE06-NBVER                             RSA250
075000     MOVE        ZERO TO W-LE06-MTBASE                            RSA250
075100     MOVE        ZERO TO W-LE06-TXPAS                             RSA250
075200     MOVE        ZERO TO W-LE06-MTPAS.                            RSA250
075300           IF    W-OP00-MTBRUT NUMERIC                            RSA250
075400     MOVE        W-OP00-MTBRUT TO W-LE06-MTBASE.                  RSA250
075500           IF    W-OP00-TXPAS NUMERIC                             RSA250
075600     MOVE        W-OP00-TXPAS TO W-LE06-TXPAS.                    RSA250
075700           IF    W-OP00-MTPAS NUMERIC                             RSA250
075800     MOVE        W-OP00-MTPAS TO W-LE06-MTPAS.                    RSA250
075900     MOVE        W-CT00-MOTIF TO W-LE06-LIB                       RSA250
076000     MOVE        W-LE06-LIGNE TO EW00                             RSA250
076100     PERFORM     F80LI THRU F80LI-FN                              RSA250
076200     ADD         1 TO W-WA00-CPTAN.                               RSA250
076300 F70AN-FN. EXIT.                                                  RSA250
076400*          NOTE *  EDITION DU BILAN                 *.            RSA250
076500 F84TO.                                                           RSA250
076600     MOVE        SPACE TO EW00                                    RSA250
076700     PERFORM     F80LI THRU F80LI-FN                              RSA250
076800     MOVE        'TOTAL DECLARE' TO W-LE05-LIB                    RSA250
076900     MOVE        W-TO00-MTBASE TO W-LE05-MTBASE                   RSA250
077000     MOVE        W-TO00-MTPAS TO W-LE05-MTPAS                     RSA250
077100     MOVE        W-LE05-LIGNE TO EW00                             RSA250
077200     PERFORM     F80LI THRU F80LI-FN                              RSA250
077300     MOVE        'TOTAL DES ORDRES RETENUS' TO W-LE05-LIB         RSA250
077400     MOVE        W-TL00-MTBASE TO W-LE05-MTBASE                   RSA250
077500     MOVE        W-TL00-MTPAS TO W-LE05-MTPAS                     RSA250
077600     MOVE        W-LE05-LIGNE TO EW00                             RSA250
077700     PERFORM     F80LI THRU F80LI-FN                              RSA250
077800     MOVE        SPACE TO EW00                                    RSA250
077900     PERFORM     F80LI THRU F80LI-FN                              RSA250
078000     MOVE        'ORDRES LUS             : ' TO W-LE07-LIB        RSA250
078100     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA250
078200     MOVE        W-LE07-LIGNE TO EW00                             RSA250
078300     PERFORM     F80LI THRU F80LI-FN                              RSA250
078400     MOVE        'ORDRES DECLARES        : ' TO W-LE07-LIB        RSA250
078500     MOVE        W-TO00-NBOP TO W-LE07-NB                         RSA250
078600     MOVE        W-LE07-LIGNE TO EW00                             RSA250
078700     PERFORM     F80LI THRU F80LI-FN                              RSA250
078800     MOVE        'REEMISSIONS EXCLUES    : ' TO W-LE07-LIB        RSA250
078900     MOVE        W-WA00-CPTRE TO W-LE07-NB                        RSA250
079000     MOVE        W-LE07-LIGNE TO EW00                             RSA250
079100     PERFORM     F80LI THRU F80LI-FN                              RSA250
079200     MOVE        'ORDRES HORS PERIODE    : ' TO W-LE07-LIB        RSA250
079300     MOVE        W-WA00-CPTHP TO W-LE07-NB                        RSA250
079400     MOVE        W-LE07-LIGNE TO EW00                             RSA250
079500     PERFORM     F80LI THRU F80LI-FN                              RSA250
079600     MOVE        'RENTIERS DECLARES      : ' TO W-LE07-LIB        RSA250
079700     MOVE        5-PA00-CPTENR TO W-LE07-NB                       RSA250
079800     MOVE        W-LE07-LIGNE TO EW00                             RSA250
079900     PERFORM     F80LI THRU F80LI-FN                              RSA250
080000     MOVE        'DONT TAUX MULTIPLES    : ' TO W-LE07-LIB        RSA250
080100     MOVE        W-WA00-CPTTX TO W-LE07-NB                        RSA250
080200     MOVE        W-LE07-LIGNE TO EW00                             RSA250
080300     PERFORM     F80LI THRU F80LI-FN                              RSA250
080400     MOVE        'DONT ABSENTS DE RS02   : ' TO W-LE07-LIB        RSA250
080500     MOVE        W-WA00-CPTID TO W-LE07-NB                        RSA250
080600     MOVE        W-LE07-LIGNE TO EW00                             RSA250
080700     PERFORM     F80LI THRU F80LI-FN                              RSA250
080800     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA250
080900     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA250
081000     MOVE        W-LE07-LIGNE TO EW00                             RSA250
081100     PERFORM     F80LI THRU F80LI-FN                              RSA250
081200     MOVE        SPACE TO EW00                                    RSA250
081300     PERFORM     F80LI THRU F80LI-FN.                             RSA250
081400           IF    W-WA00-CPTAN > ZERO                              RSA250
081500     MOVE        'DECLARATION INCOMPLETE - VOIR ANOMALIES' TO     RSA250
081600     W-LE09-LIB                                                   RSA250
081700     GO TO F84TO-A.                                               RSA250
081800           IF    W-TO00-NBOP = W-TL00-NBOP                        RSA250
081900           AND   W-TO00-MTBASE = W-TL00-MTBASE                    RSA250
082000           AND   W-TO00-MTPAS = W-TL00-MTPAS                      RSA250
082100     MOVE        'TOTAUX DECLARES CONFORMES AUX ORDRES' TO        RSA250
082200     W-LE09-LIB                                                   RSA250
082300           ELSE                                                   RSA250
082400     MOVE        'ECART ENTRE DECLARATION ET ORDRES' TO W-LE09-LIBRSA250
082500     ADD         1 TO W-WA00-CPTAN.                               RSA250
082600 F84TO-A.                                                         RSA250
082700     MOVE        W-LE09-LIGNE TO EW00                             RSA250
082800     PERFORM     F80LI THRU F80LI-FN.                             RSA250
082900 F84TO-FN. EXIT.                                                  RSA250
083000 F80TE.                                                           RSA250
083100     ADD         1 TO 5-EW00-CPAG                                 RSA250
083200     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA250
083300     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA250
083400     MOVE        W-LE01-LIGNE TO EW00                             RSA250
083500     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA250
083600     MOVE        W-LE02-LIGNE TO EW00                             RSA250
083700     WRITE       EW00 AFTER ADVANCING 1                           RSA250
083800     MOVE        W-LE03-LIGNE TO EW00                             RSA250
083900     WRITE       EW00 AFTER ADVANCING 1                           RSA250
084000     MOVE        SPACE TO EW00                                    RSA250
084100     WRITE       EW00 AFTER ADVANCING 1                           RSA250
084200     MOVE        W-LE04-LIGNE TO EW00                             RSA250
084300     WRITE       EW00 AFTER ADVANCING 1                           RSA250
084400     MOVE        SPACE TO EW00                                    RSA250
084500     WRITE       EW00 AFTER ADVANCING 1                           RSA250
084600     MOVE        6 TO 5-EW00-CLIG.                                RSA250
084700 F80TE-FN. EXIT.                                                  RSA250
084800 F80LI.                                                           RSA250
084900     MOVE        EW00 TO W-EW00-SAV.                              RSA250
085000           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA250
085100     PERFORM     F80TE THRU F80TE-FN.                             RSA250
085200     MOVE        W-EW00-SAV TO EW00                               RSA250
085300     WRITE       EW00 AFTER ADVANCING 1                           RSA250
085400     ADD         1 TO 5-EW00-CLIG.                                RSA250
085500 F80LI-FN. EXIT.                                                  RSA250
085600 F95-A.                                                           P000
085700     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
085800     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
085900     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
086000 F95-A-FN. EXIT.                                                  P300
086100 F95BB.         EXIT.                                             RSA250
086200 F95-RS02-FU.                                                     RSA250
086300     MOVE        'SELECT' TO XO00-XORATY                          RSA250
086400     MOVE        '95BB' TO XO00-XCDFSF                            RSA250
086500     MOVE        'RS02' TO XO00-XORATA                            RSA250
086600     MOVE        RS02 TO XO00-XORACL                              RSA250
086700     EXEC SQL                                                     RSA250
086800                 SELECT  nvl(LNRENR,' ')                          RSA250
086900                      ,  nvl(LNREPR,' ')                          RSA250
087000                      ,  nvl(DTRENR,' ')                          RSA250
087100                   INTO :RS02-LNRENR                              RSA250
087200                      , :RS02-LNREPR                              RSA250
087300                      , :RS02-DTRENR                              RSA250
087400                   FROM  RS02                                     RSA250
087500                  WHERE  NORER  = :RS02-NORER      END-EXEC.      RSA250
087600     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA250
087700           IF    IK = ZERO                                        RSA250
087800     ADD         1 TO XOBB-COUNT.                                 RSA250
087900 F95-RS02-FU-FN. EXIT.                                            RSA250
088000 F95BB-FN. EXIT.                                                  RSA250
088100 F9590.         EXIT.                                             P000
088200 F95-WORK-CN.                                                     P100
088300     MOVE        '9590' TO XO00-XCDFSF                            P110
088400     MOVE        'CONNECT' TO XO00-XORATY                         P120
088500     MOVE        SPACE TO XO00-XORATA                             P130
088600     MOVE        USERID TO XO00-XORACL                            P140
088700     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
088800 F95-WORK-CN-FN.                                                  P199
088900 F9590-FN. EXIT.                                                  P199
089000 F9591.         EXIT.                                             P000
089100 F95-WORK-RBS.                                                    P100
089200     MOVE        '9591' TO XO00-XCDFSF                            P110
089300     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
089400     MOVE        SPACE TO XO00-XORATA                             P130
089500     MOVE        XO00-XORARB TO XO00-XORACL                       P140
089600     EXEC SQL    SET TRANSACTION USE                              P150
089700                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
089800 F95-WORK-RBS-FN.                                                 P199
089900 F9591-FN. EXIT.                                                  P199
090000 F9592.         EXIT.                                             P000
090100 F95-WORK-CO.                                                     P100
090200     MOVE        '9592' TO XO00-XCDFSF                            P110
090300     MOVE        'COMMIT' TO XO00-XORATY                          P120
090400     MOVE        SPACE TO XO00-XORATA                             P130
090500     MOVE        SPACE TO XO00-XORACL                             P140
090600     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
090700     MOVE        '1' TO XO00-XORACO.                              P155
090800           IF    XO00-XORARB NOT = SPACE                          P160
090900     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
091000 F95-WORK-CO-FN.                                                  P199
091100 F9592-FN. EXIT.                                                  P199
091200 F9594.         EXIT.                                             P000
091300 F95-WORK-RO.                                                     P100
091400     MOVE        '9594' TO XO00-XCDFSF                            P110
091500     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
091600     MOVE        SPACE TO XO00-XORATA                             P130
091700     MOVE        SPACE TO XO00-XORACL                             P140
091800     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
091900 F95-WORK-RO-FN.                                                  P199
092000 F9594-FN. EXIT.                                                  P199
092100 F9596.         EXIT.                                             P000
092200 F95-WORK-RR.                                                     P100
092300     MOVE        '9596' TO XO00-XCDFSF                            P110
092400     MOVE        'RELEASE' TO XO00-XORATY                         P120
092500     MOVE        SPACE TO XO00-XORATA                             P130
092600     MOVE        SPACE TO XO00-XORACL                             P140
092700     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
092800 F95-WORK-RR-FN.                                                  P199
092900 F9596-FN. EXIT.                                                  P199
093000 F9598.         EXIT.                                             P000
093100 F95-WORK-TR.                                                     P100
093200     MOVE        '9598' TO XO00-XCDFSF                            P110
093300     MOVE        'TRACE' TO XO00-XORATY                           P120
093400     MOVE        SPACE TO XO00-XORATA                             P130
093500     MOVE        SPACE TO XO00-XORACL                             P140
093600     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
093700 F95-WORK-TR-FN.                                                  P199
093800 F9598-FN. EXIT.                                                  P199
093900 F9599.         EXIT.                                             P000
094000 F95-WORK-OK.                                                     RSA250
094100           IF    SQLCODE = ZERO                                   RSA250
094200     MOVE        ZERO TO IK                                       RSA250
094300           ELSE                                                   RSA250
094400     MOVE        '1' TO IK.                                       RSA250
094500     MOVE        SQLCODE TO XO00-XORARC.                          RSA250
094600 F95-WORK-OK-FN.                                                  RSA250
094700 F9599-FN. EXIT.                                                  RSA250
094800 F98.           EXIT.                                             RSA250
094900 F98-D.         EXIT.                                             RSA250
095000 F98-H.                                                           RSA250
095100     DISPLAY     '------------------------------'                 RSA250
095200     '------------------------------'                             RSA250
095300     '-------------'                                              RSA250
095400     DISPLAY     '- Programme ' PROGE ' : '                       RSA250
095500     'DECLARATION MENSUELLE PASRAU  '.                            RSA250
095600     DISPLAY     '-   version ' NUGNA ' generee '                 RSA250
095700     'le ' DATGN ' a ' TIMGN ' en '                               RSA250
095800     'bibliotheque ' APPLI.                                       RSA250
095900     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA250
096000     XAED-XHETRT.                                                 RSA250
096100     DISPLAY     '------------------------------'                 RSA250
096200     '------------------------------'                             RSA250
096300     '-------------'.                                             RSA250
096400 F98-H-FN. EXIT.                                                  RSA250
096500 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
096600           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
096700     DISPLAY                      '- Attention ! La date du jour aP100
096800-                                 ' ete forcee par la variable GCAP110
096900-                '_DATCE'.                                        P120
097000     DISPLAY     '------------------------------'                 P500
097100     '------------------------------'                             P520
097200     '-------------'.                                             P530
097300 F98-L-FN. EXIT.                                                  P530
097400 F98-D-FN. EXIT.                                                  RSA250
097500 F98-Z.                                                           RSA250
097600     DISPLAY     '-'.                                             RSA250
097700 F98BB.                                                           RSA250
097800     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA250
097900     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA250
098000     ' rentiers lus'                                              RSA250
098100     ' dans RS02'.                                                RSA250
098200 F98BB-FN. EXIT.                                                  RSA250
098300 F98OP.                                                           RSA250
098400     MOVE        5-OP00-CPTENR TO XA80-XQNENR.                    RSA250
098500     DISPLAY     '- fichier ' 'OP   '                             RSA250
098600     XA80-XQNENR ' ordres de paiement lus'                        RSA250
098700     ' assignation: ' 'OP'                                        RSA250
098800     ' ouverture: ' 'I'.                                          RSA250
098900 F98OP-FN. EXIT.                                                  RSA250
099000 F98PA.                                                           RSA250
099100     MOVE        5-PA00-CPTENR TO XA80-XQNENR.                    RSA250
099200     DISPLAY     '- fichier ' 'PA   '                             RSA250
099300     XA80-XQNENR ' lignes PASRAU ecrites'                         RSA250
099400     ' assignation: ' 'PA'                                        RSA250
099500     ' ouverture: ' 'O'.                                          RSA250
099600     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA250
099700     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA250
099800 F98PA-FN. EXIT.                                                  RSA250
099900 F98EW.                                                           RSA250
100000     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA250
100100     DISPLAY     '- fichier ' 'EW   '                             RSA250
100200     XA80-XQNENR ' pages editees'                                 RSA250
100300     ' assignation: ' 'EW'                                        RSA250
100400     ' ouverture: ' 'O'.                                          RSA250
100500 F98EW-FN. EXIT.                                                  RSA250
100600 F9899.                                                           RSA250
100700     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA250
100800     XAED-XHETRT.                                                 RSA250
100900     DISPLAY     '------------------------------'                 RSA250
101000     '------------------------------'                             RSA250
101100     '-------------'.                                             RSA250
101200 F9899-FN. EXIT.                                                  RSA250
101300 F98-Z-FN. EXIT.                                                  RSA250
101400 F98-FN.   EXIT.                                                  RSA250
101500 F99OR.                                                           P000
101600     PERFORM     F0BBA THRU F0BBA-FN.                             P100
101700 F99OV.                                                           P000
101800     MOVE        001                      TO J99OVR.              P000
101900                              GO TO     F99OV-B.                  P000
102000 F99OV-A.                                                         P000
102100     ADD         1                        TO J99OVR.              P000
102200 F99OV-B.                                                         P000
102300     IF          IXO00M                   <  J99OVR               P000
102400                              GO TO     F99OV-FN.                 P000
102500           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
102600           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
102700     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
102800 F99OV-900. GO TO F99OV-A.                                        P100
102900 F99OV-FN. EXIT.                                                  P100
103000 F99OZ.                                                           P000
103100     MOVE        '99OR' TO XA60-XCDFSF                            P100
103200     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
103300     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
103400     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
103500     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
103600     PERFORM     F9900 THRU F9900-FN.                             P210
103700 F99OZ-FN. EXIT.                                                  P210
103800 F99OR-FN. EXIT.                                                  P210
103900 F99SW.         EXIT.                                             P000
104000 F99SW-FN. EXIT.                                                  P000
104100 F99SX.         EXIT.                                             P000
104200 F99SX-FN. EXIT.                                                  P000
104300 F99VE.                                                           P000
104400     MOVE        ZERO TO IK                                       P100
104500     DISPLAY     XA30-ENVNAM                                      P110
104600     UPON ENVIRONMENT-NAME                                        P120
104700     ACCEPT      XA30-ENVVAL                                      P200
104800     FROM ENVIRONMENT-VALUE                                       P210
104900     ON EXCEPTION                                                 P220
105000     MOVE        '1' TO IK                                        P230
105100     MOVE        SPACE TO XA30-ENVVAL.                            P240
105200 F99VE-FN. EXIT.                                                  P240
105300 F9900.         EXIT.                                             P000
105400 F9910.                                                           P000
105500     DISPLAY     '***'                                            P100
105600     DISPLAY     '***' XA60-L1                                    P200
105700     DISPLAY     '***' XA60-ZX67A.                                P300
105800           IF    XA60-ZX67B NOT = SPACE                           P400
105900     DISPLAY     '***' XA60-ZX67B.                                P400
106000           IF    XA60-ZX67C NOT = SPACE                           P500
106100     DISPLAY     '***' XA60-ZX67C                                 P500
106200     DISPLAY     '***'.                                           P600
106300 F9910-FN. EXIT.                                                  P600
106400 F9920.                                                           P000
106500     PERFORM     F98-Z THRU F98-Z-FN.                             P100
106600 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
106700           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
106800     MOVE        ZERO TO XO00-XORACN                              P100
106900     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
107000 F9950-FN. EXIT.                                                  P110
107100 F9980.                                                           P000
107200     MOVE        4 TO XA00-XRC.                                   P100
107300           IF    XO00-XORACO NOT = ZERO                           P500
107400     MOVE        8 TO XA00-XRC.                                   P500
107500 F9980-FN. EXIT.                                                  P500
107600 F9990.                                                           P000
107700     MOVE        XA00-XRC TO RETURN-CODE                          P100
107800     STOP RUN.                                                    P500
107900 F9990-FN. EXIT.                                                  P500
108000 F9920-FN. EXIT.                                                  P500
108100 F9900-FN. EXIT.                                                  P500
108200 F9999.                                                           P000
108300     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
108400     ' ' XA60-XCDFSF                                              P150
108500     PERFORM     F9920 THRU F9920-FN.                             P200
108600 F9999-FN. EXIT.                                                  P200
