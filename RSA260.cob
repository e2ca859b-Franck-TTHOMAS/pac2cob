000100 IDENTIFICATION DIVISION.                                         RSA260
000200 PROGRAM-ID.  RSA260.                                             RSA260
000300 ENVIRONMENT DIVISION.                                            RSA260
000400 CONFIGURATION SECTION.                                           RSA260
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA260
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA260
000700 SPECIAL-NAMES.                                                   RSA260
000800      C01 IS SAUTP                                                RSA260
000900      CSP IS SAUT0                                                RSA260
001000      DECIMAL-POINT IS COMMA.                                     RSA260
001100 INPUT-OUTPUT SECTION.                                            RSA260
001200 FILE-CONTROL.                                                    RSA260
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA260
001400      FILE STATUS IS                   1-EW00-STATUS              RSA260
001500                                       VSAM-STATUS.               RSA260
001600      SELECT MC-FICHIER      ASSIGN AS-SOMC                       RSA260
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA260
001800             FILE STATUS     1-MC00-STATUS.                       RSA260
001900      SELECT OP-FICHIER      ASSIGN AS-SOOP                       RSA260
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA260
002100             FILE STATUS     1-OP00-STATUS.                       RSA260
002200      SELECT GL-FICHIER      ASSIGN AS-SOGL                       RSA260
002300             ORGANIZATION    LINE SEQUENTIAL                      RSA260
002400             FILE STATUS     1-GL00-STATUS.                       RSA260
002500      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA260
002600             ORGANIZATION    LINE SEQUENTIAL                      RSA260
002700             FILE STATUS     1-CT00-STATUS.                       RSA260
002800 DATA DIVISION.                                                   RSA260
002900 FILE SECTION.                                                    RSA260
003000 FD                 EW-FICHIER                                    RSA260
003100      BLOCK              00000 RECORDS.                           RSA260
003200 01                 EW00.                                         RSA260
003300      10       FILLER         PICTURE  X(133).                    RSA260
003400 FD                 MC-FICHIER                                    RSA260
003500      BLOCK              00000 RECORDS.                           RSA260
003600 01                 MC00.                                         RSA260
003700      10            MC00-LIGNE  PICTURE  X(80).                   RSA260
003800 FD                 OP-FICHIER                                    RSA260
003900      BLOCK              00000 RECORDS.                           RSA260
004000 01                 OP00.                                         RSA260
004100      10            OP00-LIGNE  PICTURE  X(80).                   RSA260
004200 FD                 GL-FICHIER                                    RSA260
004300      BLOCK              00000 RECORDS.                           RSA260
004400 01                 GL00.                                         RSA260
004500      10            GL00-LIGNE  PICTURE  X(100).                  RSA260
004600 FD                 CT-FICHIER                                    RSA260
004700      BLOCK              00000 RECORDS.                           RSA260
004800 01                 CT00.                                         RSA260
004900      10            CT00-LIGNE  PICTURE  X(150).                  RSA260
005000 WORKING-STORAGE SECTION.                                         RSA260
005100          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA260
005200          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA260
005300 01                 RS04.                                         RSA260
005400      10            RS04-CNREN  PICTURE  XX.                      RSA260
005500      10            RS04-NORER  PICTURE  X(6).                    RSA260
005600      10            RS04-IDRPL  PICTURE  X(5).                    RSA260
005700      10            RS04-NOCRA  PICTURE  XX.                      RSA260
005800          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA260
005900 77               W-WA00-JOURN  PIC X(3).                         RSA260
006000 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA260
006100 77               W-WA00-CPTRE  PIC S9(9) COMP-3 VALUE ZERO.      RSA260
006200 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA260
006300 77               W-WA00-CPTDS  PIC S9(9) COMP-3 VALUE ZERO.      RSA260
006400 77               W-OP00-EOF    PIC X VALUE '0'.                  RSA260
006500 77               W-MC00-EOF    PIC X VALUE '0'.                  RSA260
006600 77               W-CT00-CDOK   PIC X.                            RSA260
006700 77               W-CT00-MOTIF  PIC X(30).                        RSA260
006800 77               W-PA00-MTCTL  PIC S9(9)V99 COMP-3.              RSA260
006900 77               W-MC00-TYPEW  PIC XX.                           RSA260
007000 77               W-MC00-TROUV  PIC S9(4) COMP VALUE ZERO.        RSA260
007100 77               W-MC00-CANDI  PIC S9(4) COMP VALUE ZERO.        RSA260
007200 77               W-MC00-IX     PIC S9(4) COMP VALUE ZERO.        RSA260
007300 01               W-CH00-CLEW.                                    RSA260
007400    05            W-CH00-DTCPTW  PIC X(8).                        RSA260
007500    05            W-CH00-NIREGW  PIC XX.                          RSA260
007600    05            W-CH00-NOCRAW  PIC XX.                          RSA260
007700 01               W-MR00-ENR.                                     RSA260
007800    05            W-MR00-TYPE    PIC XX.                          RSA260
007900    05            FILLER         PIC X.                           RSA260
008000    05            W-MR00-NIREG   PIC XX.                          RSA260
008100    05            FILLER         PIC X.                           RSA260
008200    05            W-MR00-NOCRA   PIC XX.                          RSA260
008300    05            FILLER         PIC X.                           RSA260
008400    05            W-MR00-COMPTE  PIC X(10).                       RSA260
008500    05            FILLER         PIC X.                           RSA260
008600    05            W-MR00-LIB     PIC X(30).                       RSA260
008700    05            FILLER         PIC X(30).                       RSA260
008800 01               W-MC00-TAB.                                     RSA260
008900    05            W-MC00-NB      PIC S9(4) COMP VALUE ZERO.       RSA260
009000    05            W-MC00-POSTE   OCCURS 200.                      RSA260
009100      10          W-MC00-TYPE    PIC XX.                          RSA260
009200      10          W-MC00-NIREG   PIC XX.                          RSA260
009300      10          W-MC00-NOCRA   PIC XX.                          RSA260
009400      10          W-MC00-COMPTE  PIC X(10).                       RSA260
009500      10          W-MC00-LIB     PIC X(30).                       RSA260
009600 01               W-CH00-TAB.                                     RSA260
009700    05            W-CH00-NB      PIC S9(4) COMP VALUE ZERO.       RSA260
009800    05            W-CH00-POSTE   OCCURS 500.                      RSA260
009900      10          W-CH00-CLE.                                     RSA260
010000        15        W-CH00-DTCPT   PIC X(8).                        RSA260
010100        15        W-CH00-NIREG   PIC XX.                          RSA260
010200        15        W-CH00-NOCRA   PIC XX.                          RSA260
010300      10          W-CH00-NBOP    PIC S9(7) COMP-3.                RSA260
010400      10          W-CH00-MTBRUT  PIC S9(11)V99 COMP-3.            RSA260
010500 01               W-DT00-TAB.                                     RSA260
010600    05            W-DT00-NB      PIC S9(4) COMP VALUE ZERO.       RSA260
010700    05            W-DT00-POSTE   OCCURS 100.                      RSA260
010800      10          W-DT00-DTCPT   PIC X(8).                        RSA260
010900      10          W-DT00-NBOP    PIC S9(7) COMP-3.                RSA260
011000      10          W-DT00-MTOPPO  PIC S9(11)V99 COMP-3.            RSA260
011100      10          W-DT00-MTPAS   PIC S9(11)V99 COMP-3.            RSA260
011200      10          W-DT00-MTNET   PIC S9(11)V99 COMP-3.            RSA260
011300      10          W-DT00-MTDB    PIC S9(11)V99 COMP-3.            RSA260
011400      10          W-DT00-MTCR    PIC S9(11)V99 COMP-3.            RSA260
011500 01               W-TL00-CUMULS COMPUTATIONAL-3.                  RSA260
011600    05            W-TL00-NBOP    PIC S9(9) VALUE ZERO.            RSA260
011700    05            W-TL00-MTBRUT  PIC S9(11)V99 VALUE ZERO.        RSA260
011800    05            W-TL00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA260
011900    05            W-TL00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA260
012000    05            W-TL00-MTNET   PIC S9(11)V99 VALUE ZERO.        RSA260
012100    05            W-TL00-MTRE    PIC S9(11)V99 VALUE ZERO.        RSA260
012200 01               W-TO00-CUMULS COMPUTATIONAL-3.                  RSA260
012300    05            W-TO00-MTCH    PIC S9(11)V99 VALUE ZERO.        RSA260
012400    05            W-TO00-MTBQ    PIC S9(11)V99 VALUE ZERO.        RSA260
012500    05            W-TO00-MTCR    PIC S9(11)V99 VALUE ZERO.        RSA260
012600    05            W-TO00-MTTX    PIC S9(11)V99 VALUE ZERO.        RSA260
012700    05            W-TO00-MTDB    PIC S9(11)V99 VALUE ZERO.        RSA260
012800    05            W-TO00-MTCD    PIC S9(11)V99 VALUE ZERO.        RSA260
012900 01               W-OP00-ENR.                                     RSA260
013000    05            W-OP00-CNREN   PIC XX.                          RSA260
013100    05            W-OP00-NORER   PIC X(6).                        RSA260
013200    05            W-OP00-IDRPL   PIC X(5).                        RSA260
013300    05            W-OP00-NOTIE   PIC X(6).                        RSA260
013400    05            W-OP00-NIREG   PIC XX.                          RSA260
013500    05            W-OP00-DTECH   PIC X(8).                        RSA260
013600    05            W-OP00-CDPAF   PIC X.                           RSA260
013700    05            W-OP00-CTPAT   PIC X.                           RSA260
013800    05            W-OP00-MTBRUT  PIC 9(9)V99.                     RSA260
013900    05            W-OP00-MTOPPO  PIC 9(9)V99.                     RSA260
014000    05            W-OP00-MTNET   PIC 9(9)V99.                     RSA260
014100    05            W-OP00-CDORD   PIC X.                           RSA260
014200    05            W-OP00-TXPAS   PIC 99V99.                       RSA260
014300    05            W-OP00-MTPAS   PIC 9(9)V99.                     RSA260
014400 01               W-GL00-ENR.                                     RSA260
014500    05            W-GL00-JOURN   PIC X(3).                        RSA260
014600    05            W-GL00-DTCPT   PIC X(8).                        RSA260
014700    05            W-GL00-COMPTE  PIC X(10).                       RSA260
014800    05            W-GL00-SENS    PIC X.                           RSA260
014900    05            W-GL00-MONTANT PIC 9(11)V99.                    RSA260
015000    05            W-GL00-NIREG   PIC XX.                          RSA260
015100    05            W-GL00-NOCRA   PIC XX.                          RSA260
015200    05            W-GL00-NBOP    PIC 9(7).                        RSA260
015300    05            W-GL00-LIBEL   PIC X(30).                       RSA260
015400    05            FILLER         PIC X(24).                       RSA260
015500 01               W-EW00-SAV     PIC X(133).                      RSA260
015600 01               W-EW00-ENTET   PIC X(133).                      RSA260
015700 01               W-LE01-LIGNE.                                   RSA260
015800    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
015900    05            FILLER         PIC X(22) VALUE                  RSA260
016000                  'GROUPAMA - RENTES'.                            RSA260
016100    05            FILLER         PIC X(32) VALUE                  RSA260
016200                  'INTERFACE COMPTABLE PAIEMENTS'.                RSA260
016300    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA260
016400    05            W-LE01-DATE    PIC X(10).                       RSA260
016500    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA260
016600    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA260
016700    05            FILLER         PIC X(43) VALUE SPACES.          RSA260
016800 01               W-LE02-LIGNE.                                   RSA260
016900    05            FILLER         PIC X(24) VALUE SPACES.          RSA260
017000    05            FILLER         PIC X(29) VALUE ALL '='.         RSA260
017100    05            FILLER         PIC X(80) VALUE SPACES.          RSA260
017200 01               W-LE03-LIGNE.                                   RSA260
017300    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
017400    05            W-LE03-LIB     PIC X(40).                       RSA260
017500    05            W-LE03-COL1    PIC X(16).                       RSA260
017600    05            FILLER         PIC X(03) VALUE SPACES.          RSA260
017700    05            W-LE03-COL2    PIC X(16).                       RSA260
017800    05            FILLER         PIC X(03) VALUE SPACES.          RSA260
017900    05            FILLER         PIC X(12) VALUE 'RESULTAT'.      RSA260
018000    05            FILLER         PIC X(42) VALUE SPACES.          RSA260
018100 01               W-LE04-LIGNE.                                   RSA260
018200    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
018300    05            FILLER         PIC X(05) VALUE 'JNL'.           RSA260
018400    05            FILLER         PIC X(10) VALUE 'DATE'.          RSA260
018500    05            FILLER         PIC X(12) VALUE 'COMPTE'.        RSA260
018600    05            FILLER         PIC X(03) VALUE 'S'.             RSA260
018700    05            FILLER         PIC X(18) VALUE                  RSA260
018800                  '         MONTANT'.                             RSA260
018900    05            FILLER         PIC X(04) VALUE 'RG'.            RSA260
019000    05            FILLER         PIC X(04) VALUE 'CR'.            RSA260
019100    05            FILLER         PIC X(09) VALUE ' NB OPE'.       RSA260
019200    05            FILLER         PIC X(30) VALUE 'LIBELLE'.       RSA260
019300    05            FILLER         PIC X(37) VALUE SPACES.          RSA260
019400 01               W-LE05-LIGNE.                                   RSA260
019500    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
019600    05            W-LE05-LIB     PIC X(40).                       RSA260
019700    05            W-LE05-MT1     PIC -(12)9,99.                   RSA260
019800    05            FILLER         PIC X(03) VALUE SPACES.          RSA260
019900    05            W-LE05-MT2     PIC -(12)9,99.                   RSA260
020000    05            FILLER         PIC X(03) VALUE SPACES.          RSA260
020100    05            W-LE05-RES     PIC X(12).                       RSA260
020200    05            FILLER         PIC X(42) VALUE SPACES.          RSA260
020300 01               W-LE06-LIGNE.                                   RSA260
020400    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
020500    05            W-LE06-JOURN   PIC X(3).                        RSA260
020600    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
020700    05            W-LE06-DTCPT   PIC X(8).                        RSA260
020800    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
020900    05            W-LE06-COMPTE  PIC X(10).                       RSA260
021000    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
021100    05            W-LE06-SENS    PIC X.                           RSA260
021200    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
021300    05            W-LE06-MONTANT PIC -(12)9,99.                   RSA260
021400    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
021500    05            W-LE06-NIREG   PIC XX.                          RSA260
021600    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
021700    05            W-LE06-NOCRA   PIC XX.                          RSA260
021800    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
021900    05            W-LE06-NBOP    PIC ZZZZZZ9.                     RSA260
022000    05            FILLER         PIC X(02) VALUE SPACES.          RSA260
022100    05            W-LE06-LIB     PIC X(30).                       RSA260
022200    05            FILLER         PIC X(37) VALUE SPACES.          RSA260
022300 01               W-LE07-LIGNE.                                   RSA260
022400    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
022500    05            W-LE07-LIB     PIC X(26).                       RSA260
022600    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA260
022700    05            FILLER         PIC X(97) VALUE SPACES.          RSA260
022800 01               W-LE08-LIGNE.                                   RSA260
022900    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
023000    05            W-LE08-LIB     PIC X(70).                       RSA260
023100    05            FILLER         PIC X(62) VALUE SPACES.          RSA260
023200 01               W-LE09-LIGNE.                                   RSA260
023300    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
023400    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA260
023500    05            W-LE09-LIB     PIC X(40).                       RSA260
023600    05            FILLER         PIC X(81) VALUE SPACES.          RSA260
023612 01               W-LE10-LIGNE.                                   RSA260
023624    05            FILLER         PIC X(01) VALUE SPACE.           RSA260
023636    05            W-LE10-LIB     PIC X(26).                       RSA260
023648    05            W-LE10-NB      PIC ZZZZZZZZ9.                   RSA260
023660    05            FILLER         PIC X(03) VALUE SPACES.          RSA260
023672    05            W-LE10-MT      PIC -(10)9,99.                   RSA260
023684    05            FILLER         PIC X(80) VALUE SPACES.          RSA260
023700 01               W-CT00-ENR.                                     RSA260
023800    05            W-CT00-PROGR   PIC X(8).                        RSA260
023900    05            W-CT00-DATTRT  PIC X(8).                        RSA260
024000    05            W-CT00-HETRT   PIC X(6).                        RSA260
024100    05            W-CT00-CDETAT  PIC 9(4).                        RSA260
024200    05            W-CT00-POSTE   OCCURS 10.                       RSA260
024300      10          W-CT00-FICID   PIC XX.                          RSA260
024400      10          W-CT00-SENS    PIC X.                           RSA260
024500      10          W-CT00-NBENR   PIC 9(9).                        RSA260
024600    05            FILLER         PIC X(4).                        RSA260
024700 77                 XA00-XRC      VALUE ZERO                      7XA015
024800                  PICTURE 9(4).                                   7XA015
024900 77                 XA00-8TMES    VALUE ZERO                      7XA055
025000                  PICTURE X(01).                                  7XA055
025100 77                 XAIN-XDATRT                                   7XA110
025200                  PICTURE X(8).                                   7XA110
025300 77                 XAIN-XHETRT                                   7XA120
025400                  PICTURE X(6).                                   7XA120
025500 77                 XAED-XDATRT                                   7XA160
025600                  PICTURE X(10).                                  7XA160
025700 77                 XAED-XHETRT                                   7XA170
025800                  PICTURE X(8).                                   7XA170
025900 77                 XA30-ENVNAM   PIC X(080).                     7XA310
026000 77                 XA30-ENVVAL   PIC X(080).                     7XA320
026100 01                 XA60.                                         7XA610
026200   05               XA60-L1.                                      7XA620
026300     10             FILLER PIC X  VALUE 'F'.                      7XA625
026400     10             XA60-XCDFSF   VALUE SPACE                     7XA630
026500                  PICTURE X(4).                                   7XA630
026600     10             FILLER PIC X  VALUE ':'.                      7XA635
026700     10             XA60-XLISUI   VALUE SPACE                     7XA640
026800                  PICTURE X(30).                                  7XA640
026900   05               XA60-ZX67A    VALUE SPACE                     7XA650
027000                  PICTURE X(67).                                  7XA650
027100   05               XA60-ZX67B    VALUE SPACE                     7XA660
027200                  PICTURE X(67).                                  7XA660
027300   05               XA60-ZX67C    VALUE SPACE                     7XA670
027400                  PICTURE X(67).                                  7XA670
027500 01                 XA80.                                         7XA810
027600   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
027700   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
027800   05               XA80-XCOSD                                    7XA820
027900                  PICTURE XX.                                     7XA820
028000   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
028100   05               XA80-STATUS.                                  7XA830
028200    07              XA80-STATUS1  PIC X.                          7XA831
028300    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
028400    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
028500   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
028600   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
028700   05               XA80-XQNENR                                   7XA840
028800                  PICTURE Z(8)9.                                  7XA840
028900 01                 XA81-STATUS.                                  7XA900
029000    07              XA81-STATUS1  PIC X.                          7XA905
029100    07              FILLER        PIC X      VALUE '/'.           7XA910
029200    07              XA81-STATUS2  PIC 999.                        7XA915
029300          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
029400 01               USERID          PIC X(20).                      7XBCC2
029500          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
029600 01                 XO00.                                         7XO-A0
029700   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
029800   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
029900   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
030000   05               XO00-XORAER.                                  7XO-EE
030100     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
030200     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
030300     10             XO00-XORARC   PIC 9(004).                     7XO-EK
030400     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
030500     10             XO00-XCDFSF                                   7XO-EO
030600                  PICTURE X(4).                                   7XO-EO
030700     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
030800     10             XO00-XORATY   PIC X(008).                     7XO-ES
030900     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
031000     10             XO00-XORATA                                   7XO-EW
031100                  PICTURE X(10).                                  7XO-EW
031200   05               XO00-XORAE2.                                  7XO-FE
031300     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
031400     10             XO00-XORACL.                                  7XO-FI
031500       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
031600                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
031700 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
031800                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
031900 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA260
032000          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
032100 77                 XP00-XROWID                                   7XP001
032200                  PICTURE X(18).                                  7XP001
032300 77                 XP00-XCSEQ                                    7XP002
032400                  PICTURE S9(9)                                   7XP002
032500                    COMPUTATIONAL-3.                              7XP002
032600 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
032700          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
032800 01                 CODE-ABORT    PIC X(2).                       7ZA999
032900 01   DEBUT-WSS.                                                  RSA260
033000      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA260
033100      05   IK     PICTURE X.                                      RSA260
033200 01  CONSTANTES-PAC.                                              RSA260
033300     05  FILLER  PICTURE X(50)   VALUE                            RSA260
033400     '6315ARSA15/10/26RSA260LEBLANC 14:37:51RSA260  UNIX'.        RSA260
033500     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA260
033600 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA260
033700     05  NUGNA   PICTURE X(5).                                    RSA260
033800     05  APPLI   PICTURE X(3).                                    RSA260
033900     05  DATGN   PICTURE X(8).                                    RSA260
034000     05  PROGR   PICTURE X(6).                                    RSA260
034100     05  CODUTI  PICTURE X(8).                                    RSA260
034200     05  TIMGN   PICTURE X(8).                                    RSA260
034300     05  PROGE   PICTURE X(8).                                    RSA260
034400     05  COBASE  PICTURE X(4).                                    RSA260
034500     05  DATGNC  PICTURE X(10).                                   RSA260
034600 01  DATCE.                                                       RSA260
034700   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA260
034800   05  DATOR.                                                     RSA260
034900     10  DATOA  PICTURE XX.                                       RSA260
035000     10  DATOM  PICTURE XX.                                       RSA260
035100     10  DATOJ  PICTURE XX.                                       RSA260
035200 01  DAT6.                                                        RSA260
035300      10 DAT61   PICTURE XX.                                      RSA260
035400      10 DAT62   PICTURE XX.                                      RSA260
035500      10 DAT63   PICTURE XX.                                      RSA260
035600 01  DAT8.                                                        RSA260
035700      10 DAT81   PICTURE XX.                                      RSA260
035800      10 DAT8S1  PICTURE X.                                       RSA260
035900      10 DAT82   PICTURE XX.                                      RSA260
036000      10 DAT8S2  PICTURE X.                                       RSA260
036100      10 DAT83   PICTURE XX.                                      RSA260
036200 01  DAT8E    REDEFINES    DAT8.                                  RSA260
036300      10 DAT81E  PICTURE X(4).                                    RSA260
036400      10 DAT82E  PICTURE XX.                                      RSA260
036500      10 DAT83E  PICTURE XX.                                      RSA260
036600 01  DAT6C.                                                       RSA260
036700      10  DAT61C PICTURE XX.                                      RSA260
036800      10  DAT62C PICTURE XX.                                      RSA260
036900      10  DAT63C.                                                 RSA260
037000       15 DAT63CC PICTURE XX.                                     RSA260
037100       15 DAT64C  PICTURE XX.                                     RSA260
037200 01  DAT8C.                                                       RSA260
037300      10  DAT81C  PICTURE XX.                                     RSA260
037400      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA260
037500      10  DAT82C  PICTURE XX.                                     RSA260
037600      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA260
037700      10  DAT83C.                                                 RSA260
037800       15 DAT83CC PICTURE XX.                                     RSA260
037900       15 DAT84C  PICTURE XX.                                     RSA260
038000 01  TIMCO.                                                       RSA260
038100   05  TIMCOH   PICTURE XX.                                       RSA260
038200   05  TIMCOM   PICTURE XX.                                       RSA260
038300   05  TIMCOS   PICTURE XX.                                       RSA260
038400   05  TIMOC.                                                     RSA260
038500    10 TIMCOC   PICTURE XX.                                       RSA260
038600 01  TIMDAY.                                                      RSA260
038700   05  TIMHOU   PICTURE XX.                                       RSA260
038800   05  TIMS1    PICTURE X  VALUE ':'.                             RSA260
038900   05  TIMMIN   PICTURE XX.                                       RSA260
039000   05  TIMS2    PICTURE X  VALUE ':'.                             RSA260
039100   05  TIMSEC   PICTURE XX.                                       RSA260
039200 01  DATSEP     PICTURE X VALUE '/'.                              RSA260
039300 01   VARIABLES-CONDITIONNELLES.                                  RSA260
039400      05                  FT      PICTURE X VALUE '0'.            RSA260
039500 01   INDICES  COMPUTATIONAL  SYNC.                               RSA260
039600      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA260
039700      05        J00       PICTURE S9(4) VALUE +1.                 RSA260
039800      05        J01       PICTURE S9(4) VALUE +1.                 RSA260
039900      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA260
040000      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA260
040100      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA260
040200      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
040300 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA260
040400      05       5-MC00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA260
040500      05       5-OP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA260
040600      05       5-GL00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA260
040700 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA260
040800      05         COMPTEURS     COMPUTATIONAL-3.                   RSA260
040900      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA260
041000      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA260
041100      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA260
041200 01  ZONES-STATUS.                                                RSA260
041300      05   VSAM-STATUS.                                           RSA260
041400        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA260
041500        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA260
041600        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA260
041700      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA260
041800      05          1-MC00-STATUS PICTURE XX VALUE ZERO.            RSA260
041900      05          1-OP00-STATUS PICTURE XX VALUE ZERO.            RSA260
042000      05          1-GL00-STATUS PICTURE XX VALUE ZERO.            RSA260
042100      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA260
042200 PROCEDURE DIVISION.                                              RSA260
042300 DECLARATIVES.                                                    RSA260
042400 SECEW SECTION.                                                   RSA260
042500     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA260
042600 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA260
042700 F0AEW-A. GO TO  F0A90.                                           RSA260
042800 SECMC SECTION.                                                   RSA260
042900     USE AFTER ERROR PROCEDURE                                    RSA260
043000      ON MC-FICHIER.                                              RSA260
043100 F0AMC.                                                           RSA260
043200     MOVE        'MC' TO XA80-XCOSD                               RSA260
043300     MOVE        1-MC00-STATUS TO XA80-STATUS                     RSA260
043400     MOVE        5-MC00-CPTENR TO XA80-XQNENR                     RSA260
043500     GO TO F0A90.                                                 RSA260
043600 F0AMC-FN. EXIT.                                                  RSA260
043700 SECOP SECTION.                                                   RSA260
043800     USE AFTER ERROR PROCEDURE                                    RSA260
043900      ON OP-FICHIER.                                              RSA260
044000 F0AOP.                                                           RSA260
044100     MOVE        'OP' TO XA80-XCOSD                               RSA260
044200     MOVE        1-OP00-STATUS TO XA80-STATUS                     RSA260
044300     MOVE        5-OP00-CPTENR TO XA80-XQNENR                     RSA260
044400     GO TO F0A90.                                                 RSA260
044500 F0AOP-FN. EXIT.                                                  RSA260
044600 SECGL SECTION.                                                   RSA260
044700     USE AFTER ERROR PROCEDURE                                    RSA260
044800      ON GL-FICHIER.                                              RSA260
044900 F0AGL.                                                           RSA260
045000     MOVE        'GL' TO XA80-XCOSD                               RSA260
045100     MOVE        1-GL00-STATUS TO XA80-STATUS                     RSA260
045200     MOVE        5-GL00-CPTENR TO XA80-XQNENR                     RSA260
045300     GO TO F0A90.                                                 RSA260
045400 F0AGL-FN. EXIT.                                                  RSA260
045500 SECCT SECTION.                                                   RSA260
045600     USE AFTER ERROR PROCEDURE                                    RSA260
045700      ON CT-FICHIER.                                              RSA260
045800 F0ACT.                                                           RSA260
045900     MOVE        'CT' TO XA80-XCOSD                               RSA260
046000     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA260
046100     MOVE        ZERO TO XA80-XQNENR                              RSA260
046200     GO TO F0A90.                                                 RSA260
046300 F0ACT-FN. EXIT.                                                  RSA260
046400 F0A90.                                                           RSA260
046500     MOVE        '0A90' TO XA60-XCDFSF                            RSA260
046600     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA260
046700           IF    XA80-STATUS1 = '9'                               RSA260
046800     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA260
046900     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA260
047000     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA260
047100     MOVE        XA80 TO XA60-ZX67A                               RSA260
047200     MOVE        SPACE TO XA60-ZX67B.                             RSA260
047300     PERFORM     F9900 THRU F9900-FN.                             RSA260
047400 F0A90-FN. EXIT.                                                  RSA260
047500 END DECLARATIVES.                                                RSA260
047600 SEC00 SECTION.                                                   RSA260
047700 F0B.           EXIT.                                             RSA260
047800 F0BBA.                                                           P000
047900     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
048000     PERFORM     F99VE THRU F99VE-FN.                             P060
048100           IF    IK = ZERO                                        P070
048200     MOVE        XA30-ENVVAL TO DATCE                             P070
048300           ELSE                                                   P100
048400     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
048500       TO DATCE.                                                  P110
048600     ACCEPT TIMCO FROM TIME.                                      P120
048700     MOVE        DATCE TO XAIN-XDATRT                             P210
048800     MOVE        TIMCO TO XAIN-XHETRT.                            P220
048900     MOVE        DATCE                                            P310
049000     TO DAT8E DAT6C                                               P310
049100     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
049200     MOVE DAT82E TO DAT62C                                        P310
049300     MOVE   DAT6C TO  XAED-XDATRT                                 P310
049400     MOVE        XAED-XDATRT                                      P315
049500     TO DAT8E DAT6C                                               P315
049600     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
049700     MOVE DAT63C TO DAT83C                                        P315
049800     MOVE   DAT8C TO XAED-XDATRT                                  P315
049900     MOVE        TIMCO                                            P320
050000     TO DAT8E DAT6C                                               P320
050100     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
050200     MOVE DAT82E TO TIMSEC                                        P320
050300     MOVE TIMDAY TO   XAED-XHETRT.                                P320
050400 F0BBA-FN. EXIT.                                                  P320
050500 F0BBE.                                                           P000
050600     PERFORM     F98-D THRU F98-D-FN.                             P100
050700 F0BBE-FN. EXIT.                                                  P100
050800 F0BCA.         EXIT.                                             P000
050900 F0BCI.                                                           P000
051000     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
051100     PERFORM     F99VE THRU F99VE-FN.                             P110
051200           IF    IK = ZERO                                        P200
051300     MOVE        XA30-ENVVAL TO USERID                            P200
051400           ELSE                                                   P210
051500     MOVE        '0BCE' TO XA60-XCDFSF                            P210
051600     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
051700     XA60-XLISUI                                                  P235
051800     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
051900-                'ORT' TO XA60-ZX67A                              P245
052000     MOVE        SPACE TO XA60-ZX67B                              P250
052100     PERFORM     F9900 THRU F9900-FN.                             P260
052200 F0BCI-FN. EXIT.                                                  P260
052300 F0BCO.                                                           P000
052400     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
052500     PERFORM     F99VE THRU F99VE-FN.                             P110
052600           IF    IK = ZERO                                        P200
052700           AND   XA30-ENVVAL = 'ON'                               P210
052800     MOVE        '1' TO XO00-XORATR.                              P200
052900 F0BCO-FN. EXIT.                                                  P200
053000 F0BCU.                                                           P000
053100     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
053200     PERFORM     F99VE THRU F99VE-FN.                             P110
053300           IF    IK = ZERO                                        P200
053400           AND   XA30-ENVVAL = '1'                                P210
053500     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
053600           ELSE                                                   P220
053700     MOVE        ZERO TO XA00-8TMES.                              P220
053800 F0BCU-FN. EXIT.                                                  P220
053900 F0BCY.                                                           P000
054000     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
054100     PERFORM     F99VE THRU F99VE-FN.                             P110
054200           IF    IK = ZERO                                        P200
054300     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
054400 F0BCY-FN. EXIT.                                                  P200
054500 F0BCW.                                                           RSA260
054600     MOVE        'RTE' TO W-WA00-JOURN                            RSA260
054700     MOVE        'GCA_JOURNAL' TO XA30-ENVNAM                     RSA260
054800     PERFORM     F99VE THRU F99VE-FN.                             RSA260
054900           IF    IK = ZERO                                        RSA260
055000           AND   XA30-ENVVAL NOT = SPACE                          RSA260
055100     MOVE        XA30-ENVVAL(1:3) TO W-WA00-JOURN.                RSA260
055200     DISPLAY     '- journal comptable       : ' W-WA00-JOURN.     RSA260
055300 F0BCW-FN. EXIT.                                                  RSA260
055400 F0BDA.                                                           P000
055500     PERFORM     F99SX THRU F99SX-FN.                             P100
055600 F0BDA-FN. EXIT.                                                  P100
055700 F0BEA.         EXIT.                                             P000
055800 F0BEA-FN. EXIT.                                                  P000
055900 F0BCA-FN. EXIT.                                                  P000
056000 F0B-FN.   EXIT.                                                  P000
056100 F0C.           EXIT.                                             P000
056200 F0CCI.                                                           P000
056300     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
056400     MOVE        '1' TO XO00-XORACN.                              P110
056500 F0CCI-FN. EXIT.                                                  P110
056600 F0CCO.    IF    XO00-XORATR = '1'                                P000
056700           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
056800     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
056900     DISPLAY     'TRACE ORACLE IS ON'.                            P110
057000 F0CCO-FN. EXIT.                                                  P110
057100 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
057200           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
057300     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
057400     DISPLAY     'ROLLBACK SEGMENT : '                            P110
057500     XO00-XORARB.                                                 P120
057600 F0CCY-FN. EXIT.                                                  P120
057700 F0C-FN.   EXIT.                                                  P120
057800 F01.      EXIT.                                                  RSA260
057900 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA260
058000        IF        1-EW00-STATUS  NOT  = ZERO                      RSA260
058100             AND  1-EW00-STATUS  NOT  = '97'                      RSA260
058200        PERFORM    F0AEW                                          RSA260
058300        PERFORM    F0A90         THRU F0A90-FN.                   RSA260
058400 F01EW-FN. EXIT.                                                  RSA260
058500 F01MC.    OPEN INPUT                    MC-FICHIER.              RSA260
058600        IF        1-MC00-STATUS  NOT  = ZERO                      RSA260
058700             AND  1-MC00-STATUS  NOT  = '97'                      RSA260
058800        PERFORM    F0AMC                                          RSA260
058900        PERFORM    F0A90         THRU F0A90-FN.                   RSA260
059000 F01MC-FN. EXIT.                                                  RSA260
059100 F01OP.    OPEN INPUT                    OP-FICHIER.              RSA260
059200        IF        1-OP00-STATUS  NOT  = ZERO                      RSA260
059300             AND  1-OP00-STATUS  NOT  = '97'                      RSA260
059400        PERFORM    F0AOP                                          RSA260
059500        PERFORM    F0A90         THRU F0A90-FN.                   RSA260
059600 F01OP-FN. EXIT.                                                  RSA260
059700 F01GL.    OPEN OUTPUT                   GL-FICHIER.              RSA260
059800        IF        1-GL00-STATUS  NOT  = ZERO                      RSA260
059900             AND  1-GL00-STATUS  NOT  = '97'                      RSA260
060000        PERFORM    F0AGL                                          RSA260
060100        PERFORM    F0A90         THRU F0A90-FN.                   RSA260
060200 F01GL-FN. EXIT.                                                  RSA260
060300*          NOTE *  CHARGEMENT DES COMPTES           *.            RSA260
060400 F01ZZ.                                                           RSA260
060500     MOVE        ZERO TO W-MC00-NB                                RSA260
060600     MOVE        ZERO TO W-CH00-NB                                RSA260
060700     MOVE        ZERO TO W-DT00-NB.                               RSA260
060800 F01ZZ-A.                                                         RSA260
060900     READ        MC-FICHIER                                       RSA260
061000     AT END      MOVE       '1' TO W-MC00-EOF                     RSA260
061100     NOT AT END  ADD        1 TO 5-MC00-CPTENR.                   RSA260
061200           IF    W-MC00-EOF = '1'                                 RSA260
061300     CLOSE       MC-FICHIER                                       RSA260
061400     GO TO F01ZZ-B.                                               RSA260
061500     MOVE        MC00 TO W-MR00-ENR.                              RSA260
061600           IF    W-MR00-TYPE = SPACE                              RSA260
061700           OR    W-MR00-TYPE(1:1) = '*'                           RSA260
061800     GO TO F01ZZ-A.                                               RSA260
061900           IF    W-MR00-TYPE NOT = 'CH' AND NOT = 'BQ'            RSA260
062000                             AND NOT = 'CR' AND NOT = 'TX'        RSA260
062100           OR    W-MR00-COMPTE = SPACE                            RSA260
062200     MOVE        '01ZZ' TO XA60-XCDFSF                            RSA260
062300     MOVE        'ERREUR SUR TABLE DES COMPTES' TO XA60-XLISUI    RSA260
062400     MOVE        'TYPE OU COMPTE INVALIDE' TO XA60-ZX67A          RSA260
062500     MOVE        W-MR00-ENR TO XA60-ZX67B                         RSA260
062600     PERFORM     F9900 THRU F9900-FN.                             RSA260
062700           IF    W-MC00-NB NOT < 200                              RSA260
062800     MOVE        '01ZZ' TO XA60-XCDFSF                            RSA260
062900     MOVE        'ERREUR SUR TABLE DES COMPTES' TO XA60-XLISUI    RSA260
063000     MOVE        'PLUS DE 200 COMPTES PARAMETRES' TO XA60-ZX67A   RSA260
063100     MOVE        SPACE TO XA60-ZX67B                              RSA260
063200     PERFORM     F9900 THRU F9900-FN.                             RSA260
063300     ADD         1 TO W-MC00-NB                                   RSA260
063400     MOVE        W-MR00-TYPE TO W-MC00-TYPE (W-MC00-NB)           RSA260
063500     MOVE        W-MR00-NIREG TO W-MC00-NIREG (W-MC00-NB)         RSA260
063600     MOVE        W-MR00-NOCRA TO W-MC00-NOCRA (W-MC00-NB)         RSA260
063700     MOVE        W-MR00-COMPTE TO W-MC00-COMPTE (W-MC00-NB)       RSA260
063800     MOVE        W-MR00-LIB TO W-MC00-LIB (W-MC00-NB)             RSA260
063900     GO TO F01ZZ-A.                                               RSA260
064000 F01ZZ-B.                                                         RSA260
064100     MOVE        'BQ' TO W-MC00-TYPEW                             RSA260
064200     PERFORM     F68MC THRU F68MC-FN.                             RSA260
064300           IF    W-MC00-TROUV = ZERO                              RSA260
064400     MOVE        'COMPTE BANQUE (BQ) ABSENT' TO XA60-ZX67A        RSA260
064500     GO TO F01ZZ-C.                                               RSA260
064600     MOVE        'CR' TO W-MC00-TYPEW                             RSA260
064700     PERFORM     F68MC THRU F68MC-FN.                             RSA260
064800           IF    W-MC00-TROUV = ZERO                              RSA260
064900     MOVE        'COMPTE CREANCIERS (CR) ABSENT' TO XA60-ZX67A    RSA260
065000     GO TO F01ZZ-C.                                               RSA260
065100     MOVE        'TX' TO W-MC00-TYPEW                             RSA260
065200     PERFORM     F68MC THRU F68MC-FN.                             RSA260
065300           IF    W-MC00-TROUV = ZERO                              RSA260
065400     MOVE        'COMPTE PRELEVEMENT (TX) ABSENT' TO XA60-ZX67A   RSA260
065500     GO TO F01ZZ-C.                                               RSA260
065600     GO TO F01ZZ-FN.                                              RSA260
065700 F01ZZ-C.                                                         RSA260
065800     MOVE        '01ZZ' TO XA60-XCDFSF                            RSA260
065900     MOVE        'ERREUR SUR TABLE DES COMPTES' TO XA60-XLISUI    RSA260
066000     MOVE        SPACE TO XA60-ZX67B                              RSA260
066100     PERFORM     F9900 THRU F9900-FN.                             RSA260
066200 F01ZZ-FN. EXIT.                                                  RSA260
066300 F01-FN.   EXIT.                                                  RSA260
066400*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA260
066500 F05.           EXIT.                                             RSA260
066600 F20.      IF FT =            ALL '1'                             RSA260
066700           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA260
066800 F20AD.                                                           RSA260
066900     PERFORM     F0BBA THRU F0BBA-FN.                             RSA260
067000 F20AD-FN. EXIT.                                                  RSA260
067100 F20EW.    CLOSE    EW-FICHIER.                                   RSA260
067200 F20EW-FN. EXIT.                                                  RSA260
067300 F20OP.    CLOSE    OP-FICHIER.                                   RSA260
067400 F20OP-FN. EXIT.                                                  RSA260
067500 F20GL.    CLOSE    GL-FICHIER.                                   RSA260
067600 F20GL-FN. EXIT.                                                  RSA260
067700 F2080.    IF    XO00-XORACN = '1'                                RSA260
067800           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA260
067900     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA260
068000 F2080-FN. EXIT.                                                  RSA260
068100 F2085.                                                           RSA260
068200           IF    XO00-XORACN = '1'                                RSA260
068300     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA260
068400     MOVE        ZERO TO XO00-XORACN.                             RSA260
068500 F2085-FN. EXIT.                                                  RSA260
068600 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA260
068700           AND   XA00-XRC < 8                                     RSA260
068800     MOVE        8 TO XA00-XRC.                                   RSA260
068900           IF    W-WA00-CPTDS > ZERO                              RSA260
069000           AND   XA00-XRC < 8                                     RSA260
069100     MOVE        8 TO XA00-XRC.                                   RSA260
069200 F20RC-FN. EXIT.                                                  RSA260
069300*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA260
069400 F20CT.                                                           RSA260
069500     OPEN EXTEND CT-FICHIER.                                      RSA260
069600           IF    1-CT00-STATUS NOT = ZERO                         RSA260
069700           AND   1-CT00-STATUS NOT = '05'                         RSA260
069800           AND   1-CT00-STATUS NOT = '97'                         RSA260
069900        PERFORM    F0ACT                                          RSA260
070000        PERFORM    F0A90         THRU F0A90-FN.                   RSA260
070100     MOVE        SPACE TO W-CT00-ENR                              RSA260
070200     MOVE        PROGE TO W-CT00-PROGR                            RSA260
070300     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA260
070400     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA260
070500     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA260
070600     MOVE        'MC' TO W-CT00-FICID (1)                         RSA260
070700     MOVE        'I' TO W-CT00-SENS (1)                           RSA260
070800     MOVE        5-MC00-CPTENR TO W-CT00-NBENR (1)                RSA260
070900     MOVE        'OP' TO W-CT00-FICID (2)                         RSA260
071000     MOVE        'I' TO W-CT00-SENS (2)                           RSA260
071100     MOVE        5-OP00-CPTENR TO W-CT00-NBENR (2)                RSA260
071200     MOVE        'GL' TO W-CT00-FICID (3)                         RSA260
071300     MOVE        'O' TO W-CT00-SENS (3)                           RSA260
071400     MOVE        5-GL00-CPTENR TO W-CT00-NBENR (3)                RSA260
071500     MOVE        'EW' TO W-CT00-FICID (4)                         RSA260
071600     MOVE        'O' TO W-CT00-SENS (4)                           RSA260
071700     MOVE        5-EW00-CPAG TO W-CT00-NBENR (4)                  RSA260
071800     MOVE        W-CT00-ENR TO CT00                               RSA260
071900     WRITE       CT00                                             RSA260
072000     CLOSE       CT-FICHIER.                                      RSA260
072100 F20CT-FN. EXIT.                                                  RSA260
072200 F2090.                                                           RSA260
072300     PERFORM     F98-Z THRU F98-Z-FN.                             RSA260
072400 F2090-FN. EXIT.                                                  RSA260
072500 F2095.                                                           RSA260
072600     MOVE        XA00-XRC TO RETURN-CODE.                         RSA260
072700 F2095-FN. EXIT.                                                  RSA260
072800 F2099.     GOBACK.                                               RSA260
072900 F2099-FN. EXIT.                                                  RSA260
073000 F20-FN.   EXIT.                                                  RSA260
073100 F50.           EXIT.                                             RSA260
073200 F50AA.                                                           RSA260
073300     MOVE        W-LE04-LIGNE TO W-EW00-ENTET                     RSA260
073400     PERFORM     F80TE THRU F80TE-FN.                             RSA260
073500 F50AA-FN. EXIT.                                                  RSA260
073600*          NOTE *  CUMUL DES ORDRES DE PAIEMENT     *.            RSA260
073700 F50BB.                                                           RSA260
073800     READ        OP-FICHIER                                       RSA260
073900     AT END      MOVE       '1' TO W-OP00-EOF                     RSA260
074000     NOT AT END  ADD        1 TO 5-OP00-CPTENR.                   RSA260
074100           IF    W-OP00-EOF = '1'                                 RSA260
074200     GO TO F50BB-FN.                                              RSA260
074300     MOVE        OP00 TO W-OP00-ENR                               RSA260
074400     ADD         1 TO W-WA00-CPTLU                                RSA260
074500     PERFORM     F60CT THRU F60CT-FN                              RSA260
074600     GO TO F50BB.                                                 RSA260
074700 F50BB-FN. EXIT.                                                  RSA260
074800*          NOTE *  GENERATION DES ECRITURES         *.            RSA260
074900 F50CC.                                                           RSA260
075000           IF    W-WA00-CPTAN > ZERO                              RSA260
075100     MOVE        'ANOMALIES - AUCUNE ECRITURE GENEREE'            RSA260
075200                 TO W-LE08-LIB                                    RSA260
075300     MOVE        W-LE08-LIGNE TO EW00                             RSA260
075400     PERFORM     F80LI THRU F80LI-FN                              RSA260
075500     GO TO F50CC-FN.                                              RSA260
075600     PERFORM     F66EC THRU F66EC-FN.                             RSA260
075700 F50CC-FN. EXIT.                                                  RSA260
075800 F50DD.                                                           RSA260
075900     PERFORM     F84TO THRU F84TO-FN.                             RSA260
076000 F50DD-FN. EXIT.                                                  RSA260
076100 F50XX.                                                           RSA260
076200     MOVE                     ALL '1' TO FT GO TO F20.            RSA260
076300 F50XX-FN. EXIT.                                                  RSA260
076400 F50-FN.   EXIT.                                                  RSA260
076500*          NOTE *  CONTROLE ET CUMUL D UN ORDRE     *.            RSA260
076600 F60CT.                                                           RSA260
076700     MOVE        '1' TO W-CT00-CDOK                               RSA260
076800     MOVE        SPACE TO W-CT00-MOTIF.                           RSA260
076900           IF    W-OP00-MTBRUT NOT NUMERIC                        RSA260
077000           OR    W-OP00-MTOPPO NOT NUMERIC                        RSA260
077100           OR    W-OP00-MTNET NOT NUMERIC                         RSA260
077200           OR    W-OP00-MTPAS NOT NUMERIC                         RSA260
077300     MOVE        'MONTANTS NON NUMERIQUES       ' TO W-CT00-MOTIF RSA260
077400     PERFORM     F70AN THRU F70AN-FN                              RSA260
077500     GO TO F60CT-FN.                                              RSA260
077600           IF    W-OP00-CDORD = 'R'                               RSA260
077700     ADD         1 TO W-WA00-CPTRE                                RSA260
077800     ADD         W-OP00-MTNET TO W-TL00-MTRE                      RSA260
077900     GO TO F60CT-FN.                                              RSA260
078000           IF    W-OP00-DTECH NOT NUMERIC                         RSA260
078100     MOVE        'DATE D ECHEANCE INVALIDE      ' TO W-CT00-MOTIF RSA260
078200     PERFORM     F70AN THRU F70AN-FN                              RSA260
078300     GO TO F60CT-FN.                                              RSA260
078400     COMPUTE     W-PA00-MTCTL = W-OP00-MTOPPO + W-OP00-MTNET      RSA260
078500                              + W-OP00-MTPAS.                     RSA260
078600           IF    W-PA00-MTCTL NOT = W-OP00-MTBRUT                 RSA260
078700     MOVE        'BRUT DIFFERENT DE OPPO+PAS+NET' TO W-CT00-MOTIF RSA260
078800     PERFORM     F70AN THRU F70AN-FN                              RSA260
078900     GO TO F60CT-FN.                                              RSA260
079000     MOVE        W-OP00-CNREN TO RS04-CNREN                       RSA260
079100     MOVE        W-OP00-NORER TO RS04-NORER                       RSA260
079200     MOVE        W-OP00-IDRPL TO RS04-IDRPL                       RSA260
079300     PERFORM     F95-RS04-FU THRU F95-RS04-FU-FN.                 RSA260
079400           IF    IK NOT = '0'                                     RSA260
079500     MOVE        '0' TO IK                                        RSA260
079600     MOVE        'RENTE ABSENTE DE RS04         ' TO W-CT00-MOTIF RSA260
079700     PERFORM     F70AN THRU F70AN-FN                              RSA260
079800     GO TO F60CT-FN.                                              RSA260
079900     MOVE        W-OP00-DTECH TO W-CH00-DTCPTW                    RSA260
080000     MOVE        W-OP00-NIREG TO W-CH00-NIREGW                    RSA260
080100     MOVE        RS04-NOCRA TO W-CH00-NOCRAW                      RSA260
080200     PERFORM     F68CH THRU F68CH-FN.                             RSA260
080300           IF    W-MC00-TROUV = ZERO                              RSA260
080400     MOVE        'COMPTE DE CHARGE NON PARAMETRE' TO W-CT00-MOTIF RSA260
080500     PERFORM     F70AN THRU F70AN-FN                              RSA260
080600     GO TO F60CT-FN.                                              RSA260
080700     ADD         1 TO W-TL00-NBOP                                 RSA260
080800     ADD         W-OP00-MTBRUT TO W-TL00-MTBRUT                   RSA260
080900     ADD         W-OP00-MTOPPO TO W-TL00-MTOPPO                   RSA260
081000     ADD         W-OP00-MTPAS TO W-TL00-MTPAS                     RSA260
081100     ADD         W-OP00-MTNET TO W-TL00-MTNET                     RSA260
081200     PERFORM     F64CH THRU F64CH-FN                              RSA260
081300     PERFORM     F64DT THRU F64DT-FN.                             RSA260
081400 F60CT-FN. EXIT.                                                  RSA260
081500*          NOTE *  CUMUL CHARGE DATE/REGIME/CRA     *.            RSA260
081600 F64CH.                                                           RSA260
081700     MOVE        1 TO J00.                                        RSA260
081800 F64CH-A.                                                         RSA260
081900           IF    J00 > W-CH00-NB                                  RSA260
082000     GO TO F64CH-B.                                               RSA260
082100           IF    W-CH00-CLE (J00) = W-CH00-CLEW                   RSA260
082200     GO TO F64CH-D.                                               RSA260
082300           IF    W-CH00-CLE (J00) > W-CH00-CLEW                   RSA260
082400     GO TO F64CH-B.                                               RSA260
082500     ADD         1 TO J00                                         RSA260
082600     GO TO F64CH-A.                                               RSA260
082700 F64CH-B.                                                         RSA260
082800           IF    W-CH00-NB NOT < 500                              RSA260
082900     MOVE        'TABLE DES CHARGES SATUREE     ' TO W-CT00-MOTIF RSA260
083000     PERFORM     F70AN THRU F70AN-FN                              RSA260
083100     GO TO F64CH-FN.                                              RSA260
083200     MOVE        W-CH00-NB TO J01.                                RSA260
083300 F64CH-C.                                                         RSA260
083400           IF    J01 < J00                                        RSA260
083500     GO TO F64CH-E.                                               RSA260
083600     MOVE        W-CH00-POSTE (J01) TO W-CH00-POSTE (J01 + 1)     RSA260
083700     SUBTRACT    1 FROM J01                                       RSA260
083800     GO TO F64CH-C.                                               RSA260
083900 F64CH-E.                                                         RSA260
084000     ADD         1 TO W-CH00-NB                                   RSA260
084100     MOVE        W-CH00-CLEW TO W-CH00-CLE (J00)                  RSA260
084200     MOVE        ZERO TO W-CH00-NBOP (J00)                        RSA260
084300     MOVE        ZERO TO W-CH00-MTBRUT (J00).                     RSA260
084400 F64CH-D.                                                         RSA260
084500     ADD         1 TO W-CH00-NBOP (J00)                           RSA260
084600     ADD         W-OP00-MTBRUT TO W-CH00-MTBRUT (J00).            RSA260
084700 F64CH-FN. EXIT.                                                  RSA260
084800*          NOTE *  CUMUL PAR DATE COMPTABLE         *.            RSA260
084900 F64DT.                                                           RSA260
085000     MOVE        1 TO J00.                                        RSA260
085100 F64DT-A.                                                         RSA260
085200           IF    J00 > W-DT00-NB                                  RSA260
085300     GO TO F64DT-B.                                               RSA260
085400           IF    W-DT00-DTCPT (J00) = W-OP00-DTECH                RSA260
085500     GO TO F64DT-D.                                               RSA260
085600           IF    W-DT00-DTCPT (J00) > W-OP00-DTECH                RSA260
085700     GO TO F64DT-B.                                               RSA260
085800     ADD         1 TO J00                                         RSA260
085900     GO TO F64DT-A.                                               RSA260
086000 F64DT-B.                                                         RSA260
086100           IF    W-DT00-NB NOT < 100                              RSA260
086200     MOVE        'TABLE DES DATES SATUREE       ' TO W-CT00-MOTIF RSA260
086300     PERFORM     F70AN THRU F70AN-FN                              RSA260
086400     GO TO F64DT-FN.                                              RSA260
086500     MOVE        W-DT00-NB TO J01.                                RSA260
086600 F64DT-C.                                                         RSA260
086700           IF    J01 < J00                                        RSA260
086800     GO TO F64DT-E.                                               RSA260
086900     MOVE        W-DT00-POSTE (J01) TO W-DT00-POSTE (J01 + 1)     RSA260
087000     SUBTRACT    1 FROM J01                                       RSA260
087100     GO TO F64DT-C.                                               RSA260
087200 F64DT-E.                                                         RSA260
087300     ADD         1 TO W-DT00-NB                                   RSA260
087400     MOVE        W-OP00-DTECH TO W-DT00-DTCPT (J00)               RSA260
087500     MOVE        ZERO TO W-DT00-NBOP (J00)                        RSA260
087600     MOVE        ZERO TO W-DT00-MTOPPO (J00)                      RSA260
087700     MOVE        ZERO TO W-DT00-MTPAS (J00)                       RSA260
087800     MOVE        ZERO TO W-DT00-MTNET (J00)                       RSA260
087900     MOVE        ZERO TO W-DT00-MTDB (J00)                        RSA260
088000     MOVE        ZERO TO W-DT00-MTCR (J00).                       RSA260
088100 F64DT-D.                                                         RSA260
088200     ADD         1 TO W-DT00-NBOP (J00)                           RSA260
088300     ADD         W-OP00-MTOPPO TO W-DT00-MTOPPO (J00)             RSA260
088400     ADD         W-OP00-MTPAS TO W-DT00-MTPAS (J00)               RSA260
088500     ADD         W-OP00-MTNET TO W-DT00-MTNET (J00).              RSA260
088600 F64DT-FN. EXIT.                                                  RSA260
088700*          NOTE *  ECRITURES PAR DATE COMPTABLE     *.            RSA260
088800 F66EC.                                                           RSA260
088900     MOVE        1 TO J00                                         RSA260
089000     MOVE        1 TO J01.                                        RSA260
089100 F66EC-A.                                                         RSA260
089200           IF    J01 > W-DT00-NB                                  RSA260
089300     GO TO F66EC-FN.                                              RSA260
089400 F66EC-B.                                                         RSA260
089500           IF    J00 > W-CH00-NB                                  RSA260
089600     GO TO F66EC-C.                                               RSA260
089700           IF    W-CH00-DTCPT (J00) NOT = W-DT00-DTCPT (J01)      RSA260
089800     GO TO F66EC-C.                                               RSA260
089900     MOVE        W-CH00-CLE (J00) TO W-CH00-CLEW                  RSA260
090000     PERFORM     F68CH THRU F68CH-FN                              RSA260
090100     MOVE        SPACE TO W-GL00-ENR                              RSA260
090200     MOVE        'D' TO W-GL00-SENS                               RSA260
090300     MOVE        W-CH00-MTBRUT (J00) TO W-GL00-MONTANT            RSA260
090400     MOVE        W-CH00-NIREG (J00) TO W-GL00-NIREG               RSA260
090500     MOVE        W-CH00-NOCRA (J00) TO W-GL00-NOCRA               RSA260
090600     MOVE        W-CH00-NBOP (J00) TO W-GL00-NBOP                 RSA260
090700     PERFORM     F70GL THRU F70GL-FN                              RSA260
090800     ADD         W-CH00-MTBRUT (J00) TO W-DT00-MTDB (J01)         RSA260
090900     ADD         W-CH00-MTBRUT (J00) TO W-TO00-MTCH               RSA260
091000     ADD         1 TO J00                                         RSA260
091100     GO TO F66EC-B.                                               RSA260
091200 F66EC-C.                                                         RSA260
091300     MOVE        'BQ' TO W-MC00-TYPEW                             RSA260
091400     PERFORM     F68MC THRU F68MC-FN                              RSA260
091500     MOVE        SPACE TO W-GL00-ENR                              RSA260
091600     MOVE        W-DT00-MTNET (J01) TO W-GL00-MONTANT             RSA260
091700     MOVE        W-DT00-NBOP (J01) TO W-GL00-NBOP                 RSA260
091800     ADD         W-DT00-MTNET (J01) TO W-TO00-MTBQ                RSA260
091900     PERFORM     F66CR THRU F66CR-FN                              RSA260
092000     MOVE        'CR' TO W-MC00-TYPEW                             RSA260
092100     PERFORM     F68MC THRU F68MC-FN                              RSA260
092200     MOVE        SPACE TO W-GL00-ENR                              RSA260
092300     MOVE        W-DT00-MTOPPO (J01) TO W-GL00-MONTANT            RSA260
092400     ADD         W-DT00-MTOPPO (J01) TO W-TO00-MTCR               RSA260
092500     PERFORM     F66CR THRU F66CR-FN                              RSA260
092600     MOVE        'TX' TO W-MC00-TYPEW                             RSA260
092700     PERFORM     F68MC THRU F68MC-FN                              RSA260
092800     MOVE        SPACE TO W-GL00-ENR                              RSA260
092900     MOVE        W-DT00-MTPAS (J01) TO W-GL00-MONTANT             RSA260
093000     ADD         W-DT00-MTPAS (J01) TO W-TO00-MTTX                RSA260
093100     PERFORM     F66CR THRU F66CR-FN                              RSA260
093200     ADD         W-DT00-MTDB (J01) TO W-TO00-MTDB                 RSA260
093300     ADD         W-DT00-MTCR (J01) TO W-TO00-MTCD.                RSA260
093400           IF    W-DT00-MTDB (J01) NOT = W-DT00-MTCR (J01)        RSA260
093500     ADD         1 TO W-WA00-CPTDS.                               RSA260
093600     ADD         1 TO J01                                         RSA260
093700     GO TO F66EC-A.                                               RSA260
093800 F66EC-FN. EXIT.                                                  RSA260
093900 F66CR.                                                           RSA260
094000           IF    W-GL00-MONTANT = ZERO                            RSA260
094100     GO TO F66CR-FN.                                              RSA260
094200     MOVE        'C' TO W-GL00-SENS                               RSA260
094300     ADD         W-GL00-MONTANT TO W-DT00-MTCR (J01)              RSA260
094400     PERFORM     F70GL THRU F70GL-FN.                             RSA260
094500 F66CR-FN. EXIT.                                                  RSA260
094600*          NOTE *  RECHERCHE D UN COMPTE PAR TYPE   *.            RSA260
094700 F68MC.                                                           RSA260
094800     MOVE        ZERO TO W-MC00-TROUV                             RSA260
094900     MOVE        1 TO W-MC00-IX.                                  RSA260
095000 F68MC-A.                                                         RSA260
095100           IF    W-MC00-IX > W-MC00-NB                            RSA260
095200     GO TO F68MC-FN.                                              RSA260
095300           IF    W-MC00-TYPE (W-MC00-IX) = W-MC00-TYPEW           RSA260
095400     MOVE        W-MC00-IX TO W-MC00-TROUV                        RSA260
095500     GO TO F68MC-FN.                                              RSA260
095600     ADD         1 TO W-MC00-IX                                   RSA260
095700     GO TO F68MC-A.                                               RSA260
095800 F68MC-FN. EXIT.                                                  RSA260
095900*          NOTE *  RECHERCHE DU COMPTE DE CHARGE    *.            RSA260
096000 F68CH.                                                           RSA260
096100     MOVE        ZERO TO W-MC00-TROUV                             RSA260
096200     MOVE        ZERO TO W-MC00-CANDI                             RSA260
096300     MOVE        1 TO W-MC00-IX.                                  RSA260
096400 F68CH-A.                                                         RSA260
096500           IF    W-MC00-IX > W-MC00-NB                            RSA260
096600     GO TO F68CH-B.                                               RSA260
096700           IF    W-MC00-TYPE (W-MC00-IX) = 'CH'                   RSA260
096800           AND   W-MC00-NIREG (W-MC00-IX) = W-CH00-NIREGW         RSA260
096900           AND   W-MC00-NOCRA (W-MC00-IX) = W-CH00-NOCRAW         RSA260
097000     MOVE        W-MC00-IX TO W-MC00-TROUV                        RSA260
097100     GO TO F68CH-FN.                                              RSA260
097200           IF    W-MC00-TYPE (W-MC00-IX) = 'CH'                   RSA260
097300           AND   W-MC00-NIREG (W-MC00-IX) = W-CH00-NIREGW         RSA260
097400           AND   W-MC00-NOCRA (W-MC00-IX) = SPACE                 RSA260
097500           AND   W-MC00-CANDI = ZERO                              RSA260
097600     MOVE        W-MC00-IX TO W-MC00-CANDI.                       RSA260
097700     ADD         1 TO W-MC00-IX                                   RSA260
097800     GO TO F68CH-A.                                               RSA260
097900 F68CH-B.                                                         RSA260
098000     MOVE        W-MC00-CANDI TO W-MC00-TROUV.                    RSA260
098100 F68CH-FN. EXIT.                                                  RSA260
098200*          NOTE *  ECRITURE COMPTABLE               *.            RSA260
098300 F70GL.                                                           RSA260
098400     MOVE        W-WA00-JOURN TO W-GL00-JOURN                     RSA260
098500     MOVE        W-DT00-DTCPT (J01) TO W-GL00-DTCPT               RSA260
098600     MOVE        W-MC00-COMPTE (W-MC00-TROUV) TO W-GL00-COMPTE    RSA260
098700     MOVE        W-MC00-LIB (W-MC00-TROUV) TO W-GL00-LIBEL        RSA260
098800     MOVE        W-GL00-ENR TO GL00                               RSA260
098900     WRITE       GL00                                             RSA260
099000     ADD         1 TO 5-GL00-CPTENR                               RSA260
099100     MOVE        W-GL00-JOURN TO W-LE06-JOURN                     RSA260
099200     MOVE        W-GL00-DTCPT TO W-LE06-DTCPT                     RSA260
099300     MOVE        W-GL00-COMPTE TO W-LE06-COMPTE                   RSA260
099400     MOVE        W-GL00-SENS TO W-LE06-SENS                       RSA260
099500     MOVE        W-GL00-MONTANT TO W-LE06-MONTANT                 RSA260
099600     MOVE        W-GL00-NIREG TO W-LE06-NIREG                     RSA260
099700     MOVE        W-GL00-NOCRA TO W-LE06-NOCRA                     RSA260
099800     MOVE        W-GL00-NBOP TO W-LE06-NBOP                       RSA260
099900     MOVE        W-GL00-LIBEL TO W-LE06-LIB                       RSA260
100000     MOVE        W-LE06-LIGNE TO EW00                             RSA260
100100     PERFORM     F80LI THRU F80LI-FN.                             RSA260
100200 F70GL-FN. EXIT.                                                  RSA260
100300*          NOTE *  LIGNE D ANOMALIE                 *.            RSA260
100400 F70AN.                                                           RSA260
100500     MOVE        '0' TO W-CT00-CDOK                               RSA260
100600     MOVE        SPACE TO W-LE08-LIB                              RSA260
100700     STRING      'RENTE ' W-OP00-CNREN W-OP00-NORER W-OP00-IDRPL  RSA260
100800                 ' ECH ' W-OP00-DTECH ' : ' W-CT00-MOTIF          RSA260
100900                 DELIMITED BY SIZE INTO W-LE08-LIB                RSA260
101000     MOVE        W-LE08-LIGNE TO EW00                             RSA260
101100     PERFORM     F80LI THRU F80LI-FN                              RSA260
101200     ADD         1 TO W-WA00-CPTAN.                               RSA260
101300 F70AN-FN. EXIT.                                                  RSA260
101400*          NOTE *  PAGE DE RAPPROCHEMENT            *.            RSA260
101500 F84TO.                                                           RSA260
101600     MOVE        'RAPPROCHEMENT PAR DATE COMPTABLE' TO W-LE03-LIB RSA260
101700     MOVE        '          DEBIT' TO W-LE03-COL1                 RSA260
101800     MOVE        '         CREDIT' TO W-LE03-COL2                 RSA260
101900     MOVE        W-LE03-LIGNE TO W-EW00-ENTET                     RSA260
102000     PERFORM     F80TE THRU F80TE-FN                              RSA260
102100     MOVE        1 TO J01.                                        RSA260
102200 F84TO-A.                                                         RSA260
102300           IF    J01 > W-DT00-NB                                  RSA260
102400     GO TO F84TO-B.                                               RSA260
102500     MOVE        SPACE TO W-LE05-LIB                              RSA260
102600     STRING      'JOURNAL ' W-WA00-JOURN ' DU ' W-DT00-DTCPT (J01)RSA260
102700                 DELIMITED BY SIZE INTO W-LE05-LIB                RSA260
102800     MOVE        W-DT00-MTDB (J01) TO W-LE05-MT1                  RSA260
102900     MOVE        W-DT00-MTCR (J01) TO W-LE05-MT2.                 RSA260
103000           IF    W-DT00-MTDB (J01) = W-DT00-MTCR (J01)            RSA260
103100     MOVE        'EQUILIBRE' TO W-LE05-RES                        RSA260
103200           ELSE                                                   RSA260
103300     MOVE        'DESEQUILIBRE' TO W-LE05-RES.                    RSA260
103400     MOVE        W-LE05-LIGNE TO EW00                             RSA260
103500     PERFORM     F80LI THRU F80LI-FN                              RSA260
103600     ADD         1 TO J01                                         RSA260
103700     GO TO F84TO-A.                                               RSA260
103800 F84TO-B.                                                         RSA260
103900     MOVE        'TOTAL DES ECRITURES' TO W-LE05-LIB              RSA260
104000     MOVE        W-TO00-MTDB TO W-LE05-MT1                        RSA260
104100     MOVE        W-TO00-MTCD TO W-LE05-MT2.                       RSA260
104200           IF    W-TO00-MTDB = W-TO00-MTCD                        RSA260
104300     MOVE        'EQUILIBRE' TO W-LE05-RES                        RSA260
104400           ELSE                                                   RSA260
104500     MOVE        'DESEQUILIBRE' TO W-LE05-RES.                    RSA260
104600     MOVE        W-LE05-LIGNE TO EW00                             RSA260
104700     PERFORM     F80LI THRU F80LI-FN                              RSA260
104800     MOVE        SPACE TO EW00                                    RSA260
104900     PERFORM     F80LI THRU F80LI-FN                              RSA260
105000     MOVE        'RAPPROCHEMENT AVEC LE FICHIER OP' TO W-LE03-LIB RSA260
105100     MOVE        '      ECRITURES' TO W-LE03-COL1                 RSA260
105200     MOVE        '     FICHIER OP' TO W-LE03-COL2                 RSA260
105300     MOVE        W-LE03-LIGNE TO EW00                             RSA260
105400     PERFORM     F80LI THRU F80LI-FN                              RSA260
105500     MOVE        SPACE TO EW00                                    RSA260
105600     PERFORM     F80LI THRU F80LI-FN                              RSA260
105700     MOVE        'CHARGES DE RENTES (DEBIT) / BRUT' TO W-LE05-LIB RSA260
105800     MOVE        W-TO00-MTCH TO W-LE05-MT1                        RSA260
105900     MOVE        W-TL00-MTBRUT TO W-LE05-MT2                      RSA260
106000     PERFORM     F84RA THRU F84RA-FN                              RSA260
106100     MOVE        'BANQUE (CREDIT) / NET' TO W-LE05-LIB            RSA260
106200     MOVE        W-TO00-MTBQ TO W-LE05-MT1                        RSA260
106300     MOVE        W-TL00-MTNET TO W-LE05-MT2                       RSA260
106400     PERFORM     F84RA THRU F84RA-FN                              RSA260
106500     MOVE        'CREANCIERS (CREDIT) / OPPOSITIONS' TO W-LE05-LIBRSA260
106600     MOVE        W-TO00-MTCR TO W-LE05-MT1                        RSA260
106700     MOVE        W-TL00-MTOPPO TO W-LE05-MT2                      RSA260
106800     PERFORM     F84RA THRU F84RA-FN                              RSA260
106900     MOVE        'PRELEVEMENT (CREDIT) / RETENUE PAS'             RSA260
107000                 TO W-LE05-LIB                                    RSA260
107100     MOVE        W-TO00-MTTX TO W-LE05-MT1                        RSA260
107200     MOVE        W-TL00-MTPAS TO W-LE05-MT2                       RSA260
107300     PERFORM     F84RA THRU F84RA-FN                              RSA260
107400     MOVE        SPACE TO EW00                                    RSA260
107500     PERFORM     F80LI THRU F80LI-FN                              RSA260
107600     MOVE        'ORDRES LUS             : ' TO W-LE07-LIB        RSA260
107700     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA260
107800     MOVE        W-LE07-LIGNE TO EW00                             RSA260
107900     PERFORM     F80LI THRU F80LI-FN                              RSA260
108000     MOVE        'ORDRES COMPTABILISES   : ' TO W-LE07-LIB        RSA260
108100     MOVE        W-TL00-NBOP TO W-LE07-NB                         RSA260
108200     MOVE        W-LE07-LIGNE TO EW00                             RSA260
108300     PERFORM     F80LI THRU F80LI-FN                              RSA260
108400     MOVE        'REEMISSIONS NON COMPTAB: ' TO W-LE10-LIB        RSA260
108500     MOVE        W-WA00-CPTRE TO W-LE10-NB                        RSA260
108600     MOVE        W-TL00-MTRE TO W-LE10-MT                         RSA260
108650     MOVE        W-LE10-LIGNE TO EW00                             RSA260
108700     PERFORM     F80LI THRU F80LI-FN                              RSA260
108800     MOVE        'ECRITURES GENEREES     : ' TO W-LE07-LIB        RSA260
108900     MOVE        5-GL00-CPTENR TO W-LE07-NB                       RSA260
109000     MOVE        W-LE07-LIGNE TO EW00                             RSA260
109100     PERFORM     F80LI THRU F80LI-FN                              RSA260
109200     MOVE        'DATES DESEQUILIBREES   : ' TO W-LE07-LIB        RSA260
109300     MOVE        W-WA00-CPTDS TO W-LE07-NB                        RSA260
109400     MOVE        W-LE07-LIGNE TO EW00                             RSA260
109500     PERFORM     F80LI THRU F80LI-FN                              RSA260
109600     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA260
109700     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA260
109800     MOVE        W-LE07-LIGNE TO EW00                             RSA260
109900     PERFORM     F80LI THRU F80LI-FN                              RSA260
110000     MOVE        SPACE TO EW00                                    RSA260
110100     PERFORM     F80LI THRU F80LI-FN.                             RSA260
110200           IF    W-WA00-CPTAN > ZERO                              RSA260
110300     MOVE        'INTERFACE REFUSEE - AUCUNE ECRITURE'            RSA260
110400                 TO W-LE09-LIB                                    RSA260
110500     GO TO F84TO-C.                                               RSA260
110600           IF    W-WA00-CPTDS > ZERO                              RSA260
110700     MOVE        'ECRITURES DESEQUILIBREES' TO W-LE09-LIB         RSA260
110800     GO TO F84TO-C.                                               RSA260
110900           IF    W-TO00-MTCH = W-TL00-MTBRUT                      RSA260
111000           AND   W-TO00-MTBQ = W-TL00-MTNET                       RSA260
111100           AND   W-TO00-MTCR = W-TL00-MTOPPO                      RSA260
111200           AND   W-TO00-MTTX = W-TL00-MTPAS                       RSA260
111300     MOVE        'ECRITURES CONFORMES AU FICHIER OP' TO W-LE09-LIBRSA260
111400           ELSE                                                   RSA260
111500     MOVE        'ECART ENTRE ECRITURES ET OP' TO W-LE09-LIB      RSA260
111600     ADD         1 TO W-WA00-CPTDS.                               RSA260
111700 F84TO-C.                                                         RSA260
111800     MOVE        W-LE09-LIGNE TO EW00                             RSA260
111900     PERFORM     F80LI THRU F80LI-FN.                             RSA260
112000 F84TO-FN. EXIT.                                                  RSA260
112100 F84RA.                                                           RSA260
112200           IF    W-LE05-MT1 = W-LE05-MT2                          RSA260
112300     MOVE        'CONFORME' TO W-LE05-RES                         RSA260
112400           ELSE                                                   RSA260
112500     MOVE        'ECART' TO W-LE05-RES.                           RSA260
112600     MOVE        W-LE05-LIGNE TO EW00                             RSA260
112700     PERFORM     F80LI THRU F80LI-FN.                             RSA260
112800 F84RA-FN. EXIT.                                                  RSA260
112900 F80TE.                                                           RSA260
113000     ADD         1 TO 5-EW00-CPAG                                 RSA260
113100     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA260
113200     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA260
113300     MOVE        W-LE01-LIGNE TO EW00                             RSA260
113400     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA260
113500     MOVE        W-LE02-LIGNE TO EW00                             RSA260
113600     WRITE       EW00 AFTER ADVANCING 1                           RSA260
113700     MOVE        SPACE TO EW00                                    RSA260
113800     WRITE       EW00 AFTER ADVANCING 1                           RSA260
113900     MOVE        W-EW00-ENTET TO EW00                             RSA260
114000     WRITE       EW00 AFTER ADVANCING 1                           RSA260
114100     MOVE        SPACE TO EW00                                    RSA260
114200     WRITE       EW00 AFTER ADVANCING 1                           RSA260
114300     MOVE        5 TO 5-EW00-CLIG.                                RSA260
114400 F80TE-FN. EXIT.                                                  RSA260
114500 F80LI.                                                           RSA260
114600     MOVE        EW00 TO W-EW00-SAV.                              RSA260
114700           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA260
114800     PERFORM     F80TE THRU F80TE-FN.                             RSA260
114900     MOVE        W-EW00-SAV TO EW00                               RSA260
115000     WRITE       EW00 AFTER ADVANCING 1                           RSA260
115100     ADD         1 TO 5-EW00-CLIG.                                RSA260
115200 F80LI-FN. EXIT.                                                  RSA260
115300 F95-A.                                                           P000
115400     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
115500     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
115600     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
115700 F95-A-FN. EXIT.                                                  P300
115800 F95BB.         EXIT.                                             RSA260
115900 F95-RS04-FU.                                                     RSA260
116000     MOVE        'SELECT' TO XO00-XORATY                          RSA260
116100     MOVE        '95BB' TO XO00-XCDFSF                            RSA260
116200     MOVE        'RS04' TO XO00-XORATA                            RSA260
116300     MOVE        RS04 TO XO00-XORACL                              RSA260
116400     MOVE        SPACE TO RS04-NOCRA                              RSA260
116500     EXEC SQL                                                     RSA260
116600                 SELECT  nvl(NOCRA ,' ')                          RSA260
116700                   INTO :RS04-NOCRA                               RSA260
116800                   FROM  RS04                                     RSA260
116900                  WHERE  CNREN  = :RS04-CNREN                     RSA260
117000                    AND  NORER  = :RS04-NORER                     RSA260
117100                    AND  IDRPL  = :RS04-IDRPL      END-EXEC.      RSA260
117200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA260
117300           IF    IK = ZERO                                        RSA260
117400     ADD         1 TO XOBB-COUNT.                                 RSA260
117500 F95-RS04-FU-FN. EXIT.                                            RSA260
117600 F95BB-FN. EXIT.                                                  RSA260
117700 F9590.         EXIT.                                             P000
117800 F95-WORK-CN.                                                     P100
117900     MOVE        '9590' TO XO00-XCDFSF                            P110
118000     MOVE        'CONNECT' TO XO00-XORATY                         P120
118100     MOVE        SPACE TO XO00-XORATA                             P130
118200     MOVE        USERID TO XO00-XORACL                            P140
118300     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
118400 F95-WORK-CN-FN.                                                  P199
118500 F9590-FN. EXIT.                                                  P199
118600 F9591.         EXIT.                                             P000
118700 F95-WORK-RBS.                                                    P100
118800     MOVE        '9591' TO XO00-XCDFSF                            P110
118900     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
119000     MOVE        SPACE TO XO00-XORATA                             P130
119100     MOVE        XO00-XORARB TO XO00-XORACL                       P140
119200     EXEC SQL    SET TRANSACTION USE                              P150
119300                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
119400 F95-WORK-RBS-FN.                                                 P199
119500 F9591-FN. EXIT.                                                  P199
119600 F9592.         EXIT.                                             P000
119700 F95-WORK-CO.                                                     P100
119800     MOVE        '9592' TO XO00-XCDFSF                            P110
119900     MOVE        'COMMIT' TO XO00-XORATY                          P120
120000     MOVE        SPACE TO XO00-XORATA                             P130
120100     MOVE        SPACE TO XO00-XORACL                             P140
120200     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
120300     MOVE        '1' TO XO00-XORACO.                              P155
120400           IF    XO00-XORARB NOT = SPACE                          P160
120500     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
120600 F95-WORK-CO-FN.                                                  P199
120700 F9592-FN. EXIT.                                                  P199
120800 F9594.         EXIT.                                             P000
120900 F95-WORK-RO.                                                     P100
121000     MOVE        '9594' TO XO00-XCDFSF                            P110
121100     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
121200     MOVE        SPACE TO XO00-XORATA                             P130
121300     MOVE        SPACE TO XO00-XORACL                             P140
121400     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
121500 F95-WORK-RO-FN.                                                  P199
121600 F9594-FN. EXIT.                                                  P199
121700 F9596.         EXIT.                                             P000
121800 F95-WORK-RR.                                                     P100
121900     MOVE        '9596' TO XO00-XCDFSF                            P110
122000     MOVE        'RELEASE' TO XO00-XORATY                         P120
122100     MOVE        SPACE TO XO00-XORATA                             P130
122200     MOVE        SPACE TO XO00-XORACL                             P140
122300     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
122400 F95-WORK-RR-FN.                                                  P199
122500 F9596-FN. EXIT.                                                  P199
122600 F9598.         EXIT.                                             P000
122700 F95-WORK-TR.                                                     P100
122800     MOVE        '9598' TO XO00-XCDFSF                            P110
122900     MOVE        'TRACE' TO XO00-XORATY                           P120
123000     MOVE        SPACE TO XO00-XORATA                             P130
123100     MOVE        SPACE TO XO00-XORACL                             P140
123200     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
123300 F95-WORK-TR-FN.                                                  P199
123400 F9598-FN. EXIT.                                                  P199
123500 F9599.         EXIT.                                             P000
123600 F95-WORK-OK.                                                     RSA260
123700           IF    SQLCODE = ZERO                                   RSA260
123800     MOVE        ZERO TO IK                                       RSA260
123900           ELSE                                                   RSA260
124000     MOVE        '1' TO IK.                                       RSA260
124100     MOVE        SQLCODE TO XO00-XORARC.                          RSA260
124200 F95-WORK-OK-FN.                                                  RSA260
124300 F9599-FN. EXIT.                                                  RSA260
124400 F98.           EXIT.                                             RSA260
124500 F98-D.         EXIT.                                             RSA260
124600 F98-H.                                                           RSA260
124700     DISPLAY     '------------------------------'                 RSA260
124800     '------------------------------'                             RSA260
124900     '-------------'                                              RSA260
125000     DISPLAY     '- Programme ' PROGE ' : '                       RSA260
125100     'INTERFACE COMPTABLE PAIEMENTS '.                            RSA260
125200     DISPLAY     '-   version ' NUGNA ' generee '                 RSA260
125300     'le ' DATGN ' a ' TIMGN ' en '                               RSA260
125400     'bibliotheque ' APPLI.                                       RSA260
125500     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA260
125600     XAED-XHETRT.                                                 RSA260
125700     DISPLAY     '------------------------------'                 RSA260
125800     '------------------------------'                             RSA260
125900     '-------------'.                                             RSA260
126000 F98-H-FN. EXIT.                                                  RSA260
126100 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
126200           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
126300     DISPLAY                      '- Attention ! La date du jour aP100
126400-                                 ' ete forcee par la variable GCAP110
126500-                '_DATCE'.                                        P120
126600     DISPLAY     '------------------------------'                 P500
126700     '------------------------------'                             P520
126800     '-------------'.                                             P530
126900 F98-L-FN. EXIT.                                                  P530
127000 F98-D-FN. EXIT.                                                  RSA260
127100 F98-Z.                                                           RSA260
127200     DISPLAY     '-'.                                             RSA260
127300 F98BB.                                                           RSA260
127400     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA260
127500     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA260
127600     ' rentes lues'                                               RSA260
127700     ' dans RS04'.                                                RSA260
127800 F98BB-FN. EXIT.                                                  RSA260
127900 F98MC.                                                           RSA260
128000     MOVE        5-MC00-CPTENR TO XA80-XQNENR.                    RSA260
128100     DISPLAY     '- fichier ' 'MC   '                             RSA260
128200     XA80-XQNENR ' lignes de parametrage lues'                    RSA260
128300     ' assignation: ' 'MC'                                        RSA260
128400     ' ouverture: ' 'I'.                                          RSA260
128500 F98MC-FN. EXIT.                                                  RSA260
128600 F98OP.                                                           RSA260
128700     MOVE        5-OP00-CPTENR TO XA80-XQNENR.                    RSA260
128800     DISPLAY     '- fichier ' 'OP   '                             RSA260
128900     XA80-XQNENR ' ordres de paiement lus'                        RSA260
129000     ' assignation: ' 'OP'                                        RSA260
129100     ' ouverture: ' 'I'.                                          RSA260
129200 F98OP-FN. EXIT.                                                  RSA260
129300 F98GL.                                                           RSA260
129400     MOVE        5-GL00-CPTENR TO XA80-XQNENR.                    RSA260
129500     DISPLAY     '- fichier ' 'GL   '                             RSA260
129600     XA80-XQNENR ' ecritures generees'                            RSA260
129700     ' assignation: ' 'GL'                                        RSA260
129800     ' ouverture: ' 'O'.                                          RSA260
129900     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA260
130000     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA260
130100 F98GL-FN. EXIT.                                                  RSA260
130200 F98EW.                                                           RSA260
130300     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA260
130400     DISPLAY     '- fichier ' 'EW   '                             RSA260
130500     XA80-XQNENR ' pages editees'                                 RSA260
130600     ' assignation: ' 'EW'                                        RSA260
130700     ' ouverture: ' 'O'.                                          RSA260
130800 F98EW-FN. EXIT.                                                  RSA260
130900 F9899.                                                           RSA260
131000     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA260
131100     XAED-XHETRT.                                                 RSA260
131200     DISPLAY     '------------------------------'                 RSA260
131300     '------------------------------'                             RSA260
131400     '-------------'.                                             RSA260
131500 F9899-FN. EXIT.                                                  RSA260
131600 F98-Z-FN. EXIT.                                                  RSA260
131700 F98-FN.   EXIT.                                                  RSA260
131800 F99OR.                                                           P000
131900     PERFORM     F0BBA THRU F0BBA-FN.                             P100
132000 F99OV.                                                           P000
132100     MOVE        001                      TO J99OVR.              P000
132200                              GO TO     F99OV-B.                  P000
132300 F99OV-A.                                                         P000
132400     ADD         1                        TO J99OVR.              P000
132500 F99OV-B.                                                         P000
132600     IF          IXO00M                   <  J99OVR               P000
132700                              GO TO     F99OV-FN.                 P000
132800           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
132900           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
133000     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
133100 F99OV-900. GO TO F99OV-A.                                        P100
133200 F99OV-FN. EXIT.                                                  P100
133300 F99OZ.                                                           P000
133400     MOVE        '99OR' TO XA60-XCDFSF                            P100
133500     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
133600     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
133700     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
133800     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
133900     PERFORM     F9900 THRU F9900-FN.                             P210
134000 F99OZ-FN. EXIT.                                                  P210
134100 F99OR-FN. EXIT.                                                  P210
134200 F99SW.         EXIT.                                             P000
134300 F99SW-FN. EXIT.                                                  P000
134400 F99SX.         EXIT.                                             P000
134500 F99SX-FN. EXIT.                                                  P000
134600 F99VE.                                                           P000
134700     MOVE        ZERO TO IK                                       P100
134800     DISPLAY     XA30-ENVNAM                                      P110
134900     UPON ENVIRONMENT-NAME                                        P120
135000     ACCEPT      XA30-ENVVAL                                      P200
135100     FROM ENVIRONMENT-VALUE                                       P210
135200     ON EXCEPTION                                                 P220
135300     MOVE        '1' TO IK                                        P230
135400     MOVE        SPACE TO XA30-ENVVAL.                            P240
135500 F99VE-FN. EXIT.                                                  P240
135600 F9900.         EXIT.                                             P000
135700 F9910.                                                           P000
135800     DISPLAY     '***'                                            P100
135900     DISPLAY     '***' XA60-L1                                    P200
136000     DISPLAY     '***' XA60-ZX67A.                                P300
136100           IF    XA60-ZX67B NOT = SPACE                           P400
136200     DISPLAY     '***' XA60-ZX67B.                                P400
136300           IF    XA60-ZX67C NOT = SPACE                           P500
136400     DISPLAY     '***' XA60-ZX67C                                 P500
136500     DISPLAY     '***'.                                           P600
136600 F9910-FN. EXIT.                                                  P600
136700 F9920.                                                           P000
136800     PERFORM     F98-Z THRU F98-Z-FN.                             P100
136900 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
137000           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
137100     MOVE        ZERO TO XO00-XORACN                              P100
137200     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
137300 F9950-FN. EXIT.                                                  P110
137400 F9980.                                                           P000
137500     MOVE        4 TO XA00-XRC.                                   P100
137600           IF    XO00-XORACO NOT = ZERO                           P500
137700     MOVE        8 TO XA00-XRC.                                   P500
137800 F9980-FN. EXIT.                                                  P500
137900 F9990.                                                           P000
138000     MOVE        XA00-XRC TO RETURN-CODE                          P100
138100     STOP RUN.                                                    P500
138200 F9990-FN. EXIT.                                                  P500
138300 F9920-FN. EXIT.                                                  P500
138400 F9900-FN. EXIT.                                                  P500
138500 F9999.                                                           P000
138600     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
138700     ' ' XA60-XCDFSF                                              P150
138800     PERFORM     F9920 THRU F9920-FN.                             P200
138900 F9999-FN. EXIT.                                                  P200
