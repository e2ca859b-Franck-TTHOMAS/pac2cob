000100 IDENTIFICATION DIVISION.                                         RSA230
000200 PROGRAM-ID.  RSA230.                                             RSA230
000300 ENVIRONMENT DIVISION.                                            RSA230
000400 CONFIGURATION SECTION.                                           RSA230
000500 SOURCE-COMPUTER. PC-MICROFOCUS.                                  RSA230
000600 OBJECT-COMPUTER. PC-MICROFOCUS.                                  RSA230
000700 SPECIAL-NAMES.                                                   RSA230
000800      C01 IS SAUTP                                                RSA230
000900      CSP IS SAUT0                                                RSA230
001000      DECIMAL-POINT IS COMMA.                                     RSA230
001100 INPUT-OUTPUT SECTION.                                            RSA230
001200 FILE-CONTROL.                                                    RSA230
001300      SELECT     EW-FICHIER    ASSIGN      AS-EW                  RSA230
001400      FILE STATUS IS                   1-EW00-STATUS              RSA230
001500                                       VSAM-STATUS.               RSA230
001600      SELECT OP-FICHIER      ASSIGN AS-SOOP                       RSA230
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA230
001800             FILE STATUS     1-OP00-STATUS.                       RSA230
001900      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA230
002000             ORGANIZATION    LINE SEQUENTIAL                      RSA230
002100             FILE STATUS     1-CT00-STATUS.                       RSA230
002114      SELECT VT-FICHIER      ASSIGN AS-SOVT                       RSA230
002128             ORGANIZATION    LINE SEQUENTIAL                      RSA230
002142             FILE STATUS     1-VT00-STATUS.                       RSA230
002156      SELECT OPTIONAL TO-FICHIER ASSIGN AS-SOTO                   RSA230
002170             ORGANIZATION    LINE SEQUENTIAL                      RSA230
002184             FILE STATUS     1-TO00-STATUS.                       RSA230
002200 DATA DIVISION.                                                   RSA230
002300 FILE SECTION.                                                    RSA230
002400 FD                 EW-FICHIER                                    RSA230
002500      BLOCK              00000 RECORDS.                           RSA230
002600 01                 EW00.                                         RSA230
002700      10       FILLER         PICTURE  X(133).                    RSA230
002800 FD                 OP-FICHIER                                    RSA230
002900      BLOCK              00000 RECORDS.                           RSA230
003000 01                 OP00.                                         RSA230
003100      10            OP00-LIGNE  PICTURE  X(80).                   RSA230
003200 FD                 CT-FICHIER                                    RSA230
003300      BLOCK              00000 RECORDS.                           RSA230
003400 01                 CT00.                                         RSA230
003500      10            CT00-LIGNE  PICTURE  X(150).                  RSA230
003511 FD                 VT-FICHIER                                    RSA230
003522      BLOCK              00000 RECORDS.                           RSA230
003533 01                 VT00.                                         RSA230
003544      10            VT00-LIGNE  PICTURE  X(80).                   RSA230
003555 FD                 TO-FICHIER                                    RSA230
003566      BLOCK              00000 RECORDS.                           RSA230
003577 01                 TO00.                                         RSA230
003588      10            TO00-LIGNE  PICTURE  X(80).                   RSA230
003600 WORKING-STORAGE SECTION.                                         RSA230
003700          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA230
003800          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA230
003900 01                 RS19.                                         RSA230
004000      10            RS19-CNREN  PICTURE  XX.                      RSA230
004100      10            RS19-NORER  PICTURE  X(6).                    RSA230
004200      10            RS19-IDRPL  PICTURE  X(5).                    RSA230
004300      10            RS19-NOPAI  PICTURE  S999                     RSA230
004400                    COMPUTATIONAL-3.                              RSA230
004500      10            RS19-DHPAI  PICTURE  X(8).                    RSA230
004600      10            RS19-DTPAI  PICTURE  X(8).                    RSA230
004700      10            RS19-MTPAI  PICTURE  S9(09)V99                RSA230
004800                    COMPUTATIONAL-3.                              RSA230
004900      10            RS19-MORER  PICTURE  S9(09)V99                RSA230
005000                    COMPUTATIONAL-3.                              RSA230
005100      10            RS19-NOTIE  PICTURE  X(6).                    RSA230
005200      10            RS19-CDPAM  PICTURE  X.                       RSA230
005300      10            RS19-CDPAS  PICTURE  X.                       RSA230
005350      10            RS19-CDTAXE PICTURE  X.                       RSA230
005400      10            RS19-MTREF  PICTURE  S9(09)V99                RSA230
005500                    COMPUTATIONAL-3.                              RSA230
005600 77               W-WA00-CDPAMV   PIC X.                          RSA230
005700 77               W-WA00-CDPASP   PIC X VALUE 'P'.                RSA230
005733 77               W-WA00-CDPASE   PIC X VALUE 'E'.                RSA230
005749 77               W-WA00-CDTAXP   PIC X VALUE 'P'.                RSA230
005766 77               W-WA00-DATJ     PIC X(8).                       RSA230
005800 77               W-PA00-NOPAID PIC S999 COMP-3.                  RSA230
005900 77               W-PA00-DTPAID PIC X(8).                         RSA230
006000 77               W-PA00-NBRS19 PIC S9(9) COMP-3.                 RSA230
006050 77               W-PA00-LIPAOD PIC X(31).                        RSA230
006100          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA230
006200 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006300 77               W-WA00-CPTIN  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006400 77               W-WA00-CPTDJ  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006500 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006600 77               W-WA00-CPTHT  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006650 77               W-WA00-CPTRE  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006675 77               W-WA00-CPTNT  PIC S9(9) COMP-3 VALUE ZERO.      RSA230
006700 77               W-WA00-CDREF  PIC X VALUE '0'.                  RSA230
006800 77               W-OP00-EOF    PIC X VALUE '0'.                  RSA230
006816 77               W-VT00-EOF    PIC X VALUE '0'.                  RSA230
006832 77               W-VT00-TRANS  PIC X.                            RSA230
006848 77               W-TO10-EOF    PIC X VALUE '0'.                  RSA230
006864 77               W-TR00-LU     PIC X VALUE '0'.                  RSA230
006880 77               W-TR00-LIB    PIC X(40).                        RSA230
006900 77               W-CT00-CDOK   PIC X.                            RSA230
007000 77               W-CT00-MOTIF  PIC X(30).                        RSA230
007100 77               W-PA00-MTCTL  PIC S9(11)V99 COMP-3.             RSA230
007108 01               W-VT00-ENR     PIC X(80).                       RSA230
007116 01               W-TO10-ENR.                                     RSA230
007124    05            W-TO10-NIREG   PIC XX.                          RSA230
007132    05            W-TO10-NBOP    PIC 9(9).                        RSA230
007140    05            W-TO10-MTBRUT  PIC 9(11)V99.                    RSA230
007148    05            W-TO10-MTOPPO  PIC 9(11)V99.                    RSA230
007156    05            W-TO10-MTNET   PIC 9(11)V99.                    RSA230
007164    05            W-TO10-MTPAS   PIC 9(11)V99.                    RSA230
007172    05            W-TO10-DATTRT  PIC X(8).                        RSA230
007180    05            W-TO10-HETRT   PIC X(6).                        RSA230
007188    05            FILLER         PIC X(3).                        RSA230
007200 01               W-OP00-ENR.                                     RSA230
007300    05            W-OP00-CNREN   PIC XX.                          RSA230
007400    05            W-OP00-NORER   PIC X(6).                        RSA230
007500    05            W-OP00-IDRPL   PIC X(5).                        RSA230
007600    05            W-OP00-NOTIE   PIC X(6).                        RSA230
007700    05            W-OP00-NIREG   PIC XX.                          RSA230
007800    05            W-OP00-DTECH   PIC X(8).                        RSA230
007900    05            W-OP00-CDPAF   PIC X.                           RSA230
008000    05            W-OP00-CTPAT   PIC X.                           RSA230
008100    05            W-OP00-MTBRUT  PIC 9(9)V99.                     RSA230
008200    05            W-OP00-MTOPPO  PIC 9(9)V99.                     RSA230
008300    05            W-OP00-MTNET   PIC 9(9)V99.                     RSA230
008366    05            W-OP00-CDORD   PIC X.                           RSA230
008410    05            W-OP00-TXPAS   PIC 99V99.                       RSA230
008454    05            W-OP00-MTPAS   PIC 9(9)V99.                     RSA230
008500 01               W-RG00-TAB.                                     RSA230
008600    05            W-RG00-NB      PIC S9(4) COMP.                  RSA230
008700    05            W-RG00-POSTE   OCCURS 20.                       RSA230
008800      10          W-RG00-NIREG   PIC XX.                          RSA230
008900      10          W-RG00-NBOP    PIC S9(9) COMP-3.                RSA230
009000      10          W-RG00-MTBRUT  PIC S9(11)V99 COMP-3.            RSA230
009100      10          W-RG00-MTOPPO  PIC S9(11)V99 COMP-3.            RSA230
009200      10          W-RG00-MTNET   PIC S9(11)V99 COMP-3.            RSA230
009250      10          W-RG00-MTPAS   PIC S9(11)V99 COMP-3.            RSA230
009300 01               W-TO00-CUMULS COMPUTATIONAL-3.                  RSA230
009400    05            W-TO00-NBOP    PIC S9(9) VALUE ZERO.            RSA230
009500    05            W-TO00-MTBRUT  PIC S9(11)V99 VALUE ZERO.        RSA230
009600    05            W-TO00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA230
009700    05            W-TO00-MTNET   PIC S9(11)V99 VALUE ZERO.        RSA230
009750    05            W-TO00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA230
009800 01               W-TL00-CUMULS COMPUTATIONAL-3.                  RSA230
009900    05            W-TL00-NBOP    PIC S9(9) VALUE ZERO.            RSA230
010000    05            W-TL00-MTBRUT  PIC S9(11)V99 VALUE ZERO.        RSA230
010100    05            W-TL00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA230
010200    05            W-TL00-MTNET   PIC S9(11)V99 VALUE ZERO.        RSA230
010250    05            W-TL00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA230
010253 01               W-TR00-CUMULS COMPUTATIONAL-3.                  RSA230
010256    05            W-TR00-NBOP    PIC S9(9) VALUE ZERO.            RSA230
010259    05            W-TR00-MTBRUT  PIC S9(11)V99 VALUE ZERO.        RSA230
010262    05            W-TR00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA230
010265    05            W-TR00-MTNET   PIC S9(11)V99 VALUE ZERO.        RSA230
010268    05            W-TR00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA230
010271 01               W-NT00-CUMULS COMPUTATIONAL-3.                  RSA230
010274    05            W-NT00-NBOP    PIC S9(9) VALUE ZERO.            RSA230
010277    05            W-NT00-MTBRUT  PIC S9(11)V99 VALUE ZERO.        RSA230
010280    05            W-NT00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA230
010283    05            W-NT00-MTNET   PIC S9(11)V99 VALUE ZERO.        RSA230
010286    05            W-NT00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA230
010300 01               W-EW00-SAV     PIC X(133).                      RSA230
010400 01               W-LE01-LIGNE.                                   RSA230
010500    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
010600    05            FILLER         PIC X(22) VALUE                  RSA230
010700                  'GROUPAMA - RENTES'.                            RSA230
010800    05            FILLER         PIC X(32) VALUE                  RSA230
010900                  'INTEGRATION DES PAIEMENTS'.                    RSA230
011000    05            FILLER         PIC X(09) VALUE '  DATE : '.     RSA230
011100    05            W-LE01-DATE    PIC X(10).                       RSA230
011200    05            FILLER         PIC X(09) VALUE '  PAGE : '.     RSA230
011300    05            W-LE01-PAGE    PIC ZZZZZZ9.                     RSA230
011400    05            FILLER         PIC X(43) VALUE SPACES.          RSA230
011500 01               W-LE02-LIGNE.                                   RSA230
011600    05            FILLER         PIC X(24) VALUE SPACES.          RSA230
011700    05            FILLER         PIC X(25) VALUE ALL '='.         RSA230
011800    05            FILLER         PIC X(84) VALUE SPACES.          RSA230
011900 01               W-LE03-LIGNE.                                   RSA230
012000    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
012100    05            FILLER         PIC X(08) VALUE 'REGIME'.        RSA230
012200    05            FILLER         PIC X(12) VALUE '    ORDRES'.    RSA230
012300    05            FILLER         PIC X(17) VALUE '      BRUT'.    RSA230
012400    05            FILLER         PIC X(17) VALUE 'OPPOSITION'.    RSA230
012500    05            FILLER         PIC X(17) VALUE '       NET'.    RSA230
012600    05            FILLER         PIC X(17) VALUE '       PAS'.    RSA230
012650    05            FILLER         PIC X(44) VALUE SPACES.          RSA230
012700 01               W-LE04-LIGNE.                                   RSA230
012800    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
012900    05            FILLER         PIC X(15) VALUE 'RENTE'.         RSA230
013000    05            FILLER         PIC X(04) VALUE 'RG'.            RSA230
013100    05            FILLER         PIC X(10) VALUE 'ECHEANCE'.      RSA230
013200    05            FILLER         PIC X(05) VALUE 'NO'.            RSA230
013300    05            FILLER         PIC X(16) VALUE '          BRUT'.RSA230
013400    05            FILLER         PIC X(16) VALUE '    OPPOSITION'.RSA230
013500    05            FILLER         PIC X(16) VALUE '           NET'.RSA230
013600    05            FILLER         PIC X(16) VALUE '           PAS'.RSA230
013700    05            FILLER         PIC X(32) VALUE 'ETAT'.          RSA230
013750    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
013800 01               W-LE05-LIGNE.                                   RSA230
013900    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
014000    05            W-LE05-NIREG   PIC XX.                          RSA230
014100    05            FILLER         PIC X(06) VALUE SPACES.          RSA230
014200    05            W-LE05-NBOP    PIC ZZZZZZZZ9.                   RSA230
014300    05            FILLER         PIC X(03) VALUE SPACES.          RSA230
014400    05            W-LE05-MTBRUT  PIC -(10)9,99.                   RSA230
014500    05            FILLER         PIC X(03) VALUE SPACES.          RSA230
014600    05            W-LE05-MTOPPO  PIC -(10)9,99.                   RSA230
014700    05            FILLER         PIC X(03) VALUE SPACES.          RSA230
014800    05            W-LE05-MTNET   PIC -(10)9,99.                   RSA230
014900    05            FILLER         PIC X(03) VALUE SPACES.          RSA230
014933    05            W-LE05-MTPAS   PIC -(10)9,99.                   RSA230
014966    05            FILLER         PIC X(47) VALUE SPACES.          RSA230
015000 01               W-LE06-LIGNE.                                   RSA230
015100    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
015200    05            W-LE06-NOREN.                                   RSA230
015300      10          W-LE06-CNREN   PIC XX.                          RSA230
015400      10          W-LE06-NORER   PIC X(6).                        RSA230
015500      10          W-LE06-IDRPL   PIC X(5).                        RSA230
015600    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
015700    05            W-LE06-NIREG   PIC XX.                          RSA230
015800    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
015900    05            W-LE06-DTECH   PIC X(8).                        RSA230
016000    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
016100    05            W-LE06-NOPAI   PIC ZZ9.                         RSA230
016200    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
016300    05            W-LE06-MTBRUT  PIC -(10)9,99.                   RSA230
016400    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
016500    05            W-LE06-MTOPPO  PIC -(10)9,99.                   RSA230
016600    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
016700    05            W-LE06-MTNET   PIC -(10)9,99.                   RSA230
016733    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
016766    05            W-LE06-MTPAS   PIC -(10)9,99.                   RSA230
016800    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
016900    05            W-LE06-LIB     PIC X(30).                       RSA230
017000    05            FILLER         PIC X(02) VALUE SPACES.          RSA230
017100 01               W-LE07-LIGNE.                                   RSA230
017200    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
017300    05            W-LE07-LIB     PIC X(26).                       RSA230
017400    05            W-LE07-NB      PIC ZZZZZZZZ9.                   RSA230
017500    05            FILLER         PIC X(97) VALUE SPACES.          RSA230
017600 01               W-LE09-LIGNE.                                   RSA230
017700    05            FILLER         PIC X(01) VALUE SPACE.           RSA230
017800    05            FILLER         PIC X(11) VALUE 'CONTROLE : '.   RSA230
017900    05            W-LE09-LIB     PIC X(40).                       RSA230
018000    05            FILLER         PIC X(81) VALUE SPACES.          RSA230
018100 01               W-CT00-ENR.                                     RSA230
018200    05            W-CT00-PROGR   PIC X(8).                        RSA230
018300    05            W-CT00-DATTRT  PIC X(8).                        RSA230
018400    05            W-CT00-HETRT   PIC X(6).                        RSA230
018500    05            W-CT00-CDETAT  PIC 9(4).                        RSA230
018600    05            W-CT00-POSTE   OCCURS 10.                       RSA230
018700      10          W-CT00-FICID   PIC XX.                          RSA230
018800      10          W-CT00-SENS    PIC X.                           RSA230
018900      10          W-CT00-NBENR   PIC 9(9).                        RSA230
019000    05            FILLER         PIC X(4).                        RSA230
019100 77                 XA00-XRC      VALUE ZERO                      7XA015
019200                  PICTURE 9(4).                                   7XA015
019300 77                 XA00-8TMES    VALUE ZERO                      7XA055
019400                  PICTURE X(01).                                  7XA055
019500 77                 XAIN-XDATRT                                   7XA110
019600                  PICTURE X(8).                                   7XA110
019700 77                 XAIN-XHETRT                                   7XA120
019800                  PICTURE X(6).                                   7XA120
019900 77                 XAED-XDATRT                                   7XA160
020000                  PICTURE X(10).                                  7XA160
020100 77                 XAED-XHETRT                                   7XA170
020200                  PICTURE X(8).                                   7XA170
020300 77                 XA30-ENVNAM   PIC X(080).                     7XA310
020400 77                 XA30-ENVVAL   PIC X(080).                     7XA320
020500 01                 XA60.                                         7XA610
020600   05               XA60-L1.                                      7XA620
020700     10             FILLER PIC X  VALUE 'F'.                      7XA625
020800     10             XA60-XCDFSF   VALUE SPACE                     7XA630
020900                  PICTURE X(4).                                   7XA630
021000     10             FILLER PIC X  VALUE ':'.                      7XA635
021100     10             XA60-XLISUI   VALUE SPACE                     7XA640
021200                  PICTURE X(30).                                  7XA640
021300   05               XA60-ZX67A    VALUE SPACE                     7XA650
021400                  PICTURE X(67).                                  7XA650
021500   05               XA60-ZX67B    VALUE SPACE                     7XA660
021600                  PICTURE X(67).                                  7XA660
021700   05               XA60-ZX67C    VALUE SPACE                     7XA670
021800                  PICTURE X(67).                                  7XA670
021900 01                 XA80.                                         7XA810
022000   05               FILLER        PIC X(012) VALUE 'ERREUR I-O S'.7XA815
022100   05               FILLER        PIC X(011) VALUE 'UR FICHIER '. 7XA816
022200   05               XA80-XCOSD                                    7XA820
022300                  PICTURE XX.                                     7XA820
022400   05               FILLER        PIC X(010) VALUE ', STATUS: '.  7XA825
022500   05               XA80-STATUS.                                  7XA830
022600    07              XA80-STATUS1  PIC X.                          7XA831
022700    07              XA80-STATUS2  PIC 99 COMP-X.                  7XA832
022800    07              FILLER        PIC X(003) VALUE SPACE.         7XA833
022900   05               FILLER        PIC X(012) VALUE ', ENREG. TRA'.7XA835
023000   05               FILLER        PIC X(006) VALUE 'ITES: '.      7XA836
023100   05               XA80-XQNENR                                   7XA840
023200                  PICTURE Z(8)9.                                  7XA840
023300 01                 XA81-STATUS.                                  7XA900
023400    07              XA81-STATUS1  PIC X.                          7XA905
023500    07              FILLER        PIC X      VALUE '/'.           7XA910
023600    07              XA81-STATUS2  PIC 999.                        7XA915
023700          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XBBB0
023800 01               USERID          PIC X(20).                      7XBCC2
023900          EXEC SQL END   DECLARE SECTION END-EXEC.                7XBZZ0
024000 01                 XO00.                                         7XO-A0
024100   05               XO00-XORACN   PIC X(001) VALUE ZERO.          7XO-B2
024200   05               XO00-XORATR   PIC X(001) VALUE ZERO.          7XO-C2
024300   05               XO00-XORACO   PIC X(001) VALUE ZERO.          7XO-D2
024400   05               XO00-XORAER.                                  7XO-EE
024500     10             FILLER        PIC X(012) VALUE 'ERREUR ORACL'.7XO-EG
024600     10             FILLER        PIC X(007) VALUE 'E ORA-0'.     7XO-EI
024700     10             XO00-XORARC   PIC 9(004).                     7XO-EK
024800     10             FILLER        PIC X(005) VALUE ' EN F'.       7XO-EM
024900     10             XO00-XCDFSF                                   7XO-EO
025000                  PICTURE X(4).                                   7XO-EO
025100     10             FILLER        PIC X(008) VALUE ' ACCES:'.     7XO-EQ
025200     10             XO00-XORATY   PIC X(008).                     7XO-ES
025300     10             FILLER        PIC X(008) VALUE ' TABLE:'.     7XO-EU
025400     10             XO00-XORATA                                   7XO-EW
025500                  PICTURE X(10).                                  7XO-EW
025600   05               XO00-XORAE2.                                  7XO-FE
025700     10             FILLER        PIC X(012) VALUE 'DEBUT SEGT: '.7XO-FG
025800     10             XO00-XORACL.                                  7XO-FI
025900       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
026000                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
026100 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
026200                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
026300 77                 XOBB-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA230
026400 77                 XOCC-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA230
026500 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA230
026600          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
026700 77                 XP00-XROWID                                   7XP001
026800                  PICTURE X(18).                                  7XP001
026900 77                 XP00-XCSEQ                                    7XP002
027000                  PICTURE S9(9)                                   7XP002
027100                    COMPUTATIONAL-3.                              7XP002
027200 77                 XP00-XCOUNT   PIC S9(9) COMP-3.               7XP003
027300          EXEC SQL END   DECLARE SECTION END-EXEC.                7XP999
027400 01                 CODE-ABORT    PIC X(2).                       7ZA999
027500 01   DEBUT-WSS.                                                  RSA230
027600      05   FILLER PICTURE X(7) VALUE 'WORKING'.                   RSA230
027700      05   IK     PICTURE X.                                      RSA230
027800 01  CONSTANTES-PAC.                                              RSA230
027900     05  FILLER  PICTURE X(50)   VALUE                            RSA230
028000     '6312ARSA15/10/26RSA230LEBLANC 09:14:22RSA230  UNIX'.        RSA230
028100     05  FILLER  PICTURE X(10)   VALUE '15/10/2026'.              RSA230
028200 01  PAC-CONSTANTES REDEFINES CONSTANTES-PAC.                     RSA230
028300     05  NUGNA   PICTURE X(5).                                    RSA230
028400     05  APPLI   PICTURE X(3).                                    RSA230
028500     05  DATGN   PICTURE X(8).                                    RSA230
028600     05  PROGR   PICTURE X(6).                                    RSA230
028700     05  CODUTI  PICTURE X(8).                                    RSA230
028800     05  TIMGN   PICTURE X(8).                                    RSA230
028900     05  PROGE   PICTURE X(8).                                    RSA230
029000     05  COBASE  PICTURE X(4).                                    RSA230
029100     05  DATGNC  PICTURE X(10).                                   RSA230
029200 01  DATCE.                                                       RSA230
029300   05  CENTUR   PICTURE XX   VALUE '19'.                          RSA230
029400   05  DATOR.                                                     RSA230
029500     10  DATOA  PICTURE XX.                                       RSA230
029600     10  DATOM  PICTURE XX.                                       RSA230
029700     10  DATOJ  PICTURE XX.                                       RSA230
029800 01  DAT6.                                                        RSA230
029900      10 DAT61   PICTURE XX.                                      RSA230
030000      10 DAT62   PICTURE XX.                                      RSA230
030100      10 DAT63   PICTURE XX.                                      RSA230
030200 01  DAT8.                                                        RSA230
030300      10 DAT81   PICTURE XX.                                      RSA230
030400      10 DAT8S1  PICTURE X.                                       RSA230
030500      10 DAT82   PICTURE XX.                                      RSA230
030600      10 DAT8S2  PICTURE X.                                       RSA230
030700      10 DAT83   PICTURE XX.                                      RSA230
030800 01  DAT8E    REDEFINES    DAT8.                                  RSA230
030900      10 DAT81E  PICTURE X(4).                                    RSA230
031000      10 DAT82E  PICTURE XX.                                      RSA230
031100      10 DAT83E  PICTURE XX.                                      RSA230
031200 01  DAT6C.                                                       RSA230
031300      10  DAT61C PICTURE XX.                                      RSA230
031400      10  DAT62C PICTURE XX.                                      RSA230
031500      10  DAT63C.                                                 RSA230
031600       15 DAT63CC PICTURE XX.                                     RSA230
031700       15 DAT64C  PICTURE XX.                                     RSA230
031800 01  DAT8C.                                                       RSA230
031900      10  DAT81C  PICTURE XX.                                     RSA230
032000      10  DAT8S1C PICTURE X   VALUE '/'.                          RSA230
032100      10  DAT82C  PICTURE XX.                                     RSA230
032200      10  DAT8S2C PICTURE X   VALUE '/'.                          RSA230
032300      10  DAT83C.                                                 RSA230
032400       15 DAT83CC PICTURE XX.                                     RSA230
032500       15 DAT84C  PICTURE XX.                                     RSA230
032600 01  TIMCO.                                                       RSA230
032700   05  TIMCOH   PICTURE XX.                                       RSA230
032800   05  TIMCOM   PICTURE XX.                                       RSA230
032900   05  TIMCOS   PICTURE XX.                                       RSA230
033000   05  TIMOC.                                                     RSA230
033100    10 TIMCOC   PICTURE XX.                                       RSA230
033200 01  TIMDAY.                                                      RSA230
033300   05  TIMHOU   PICTURE XX.                                       RSA230
033400   05  TIMS1    PICTURE X  VALUE ':'.                             RSA230
033500   05  TIMMIN   PICTURE XX.                                       RSA230
033600   05  TIMS2    PICTURE X  VALUE ':'.                             RSA230
033700   05  TIMSEC   PICTURE XX.                                       RSA230
033800 01  DATSEP     PICTURE X VALUE '/'.                              RSA230
033900 01   VARIABLES-CONDITIONNELLES.                                  RSA230
034000      05                  FT      PICTURE X VALUE '0'.            RSA230
034100 01   INDICES  COMPUTATIONAL  SYNC.                               RSA230
034200      05          TALLI   PICTURE S9(4) VALUE  ZERO.              RSA230
034300      05        J00       PICTURE S9(4) VALUE +1.                 RSA230
034400      05        J01       PICTURE S9(4) VALUE +1.                 RSA230
034500      05           IXO00L PICTURE S9(4) VALUE  ZERO.              RSA230
034600      05           IXO00R PICTURE S9(4) VALUE  ZERO.              RSA230
034700      05           IXO00M PICTURE S9(4) VALUE +0055.              RSA230
034800      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
034900 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA230
035000      05       5-OP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA230
035033      05       5-VT00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA230
035066      05       5-TO00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA230
035100 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA230
035200      05         COMPTEURS     COMPUTATIONAL-3.                   RSA230
035300      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA230
035400      10       5-EW00-CLIG PICTURE S999 VALUE +99.                RSA230
035500      10       5-EW00-CPAG PICTURE S9(7) VALUE ZERO.              RSA230
035600 01  ZONES-STATUS.                                                RSA230
035700      05   VSAM-STATUS.                                           RSA230
035800        10 VSAM-RCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA230
035900        10 VSAM-FCODE   PICTURE S9(4) COMP VALUE ZERO.            RSA230
036000        10 VSAM-FBCODE  PICTURE S9(4) COMP VALUE ZERO.            RSA230
036100      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA230
036200      05          1-OP00-STATUS PICTURE XX VALUE ZERO.            RSA230
036300      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA230
036333      05          1-VT00-STATUS PICTURE XX VALUE ZERO.            RSA230
036366      05          1-TO00-STATUS PICTURE XX VALUE ZERO.            RSA230
036400 PROCEDURE DIVISION.                                              RSA230
036500 DECLARATIVES.                                                    RSA230
036600 SECEW SECTION.                                                   RSA230
036700     USE AFTER ERROR PROCEDURE ON   EW-FICHIER.                   RSA230
036800 F0AEW. DISPLAY  'STATUS : EW     = '  1-EW00-STATUS.             RSA230
036900 F0AEW-A. GO TO  F0A90.                                           RSA230
037000 SECOP SECTION.                                                   RSA230
037100     USE AFTER ERROR PROCEDURE                                    RSA230
037200      ON OP-FICHIER.                                              RSA230
037300 F0AOP.                                                           RSA230
037400     MOVE        'OP' TO XA80-XCOSD                               RSA230
037500     MOVE        1-OP00-STATUS TO XA80-STATUS                     RSA230
037600     MOVE        5-OP00-CPTENR TO XA80-XQNENR                     RSA230
037700     GO TO F0A90.                                                 RSA230
037800 F0AOP-FN. EXIT.                                                  RSA230
037805 SECVT SECTION.                                                   RSA230
037810     USE AFTER ERROR PROCEDURE                                    RSA230
037815      ON VT-FICHIER.                                              RSA230
037820 F0AVT.                                                           RSA230
037825     MOVE        'VT' TO XA80-XCOSD                               RSA230
037830     MOVE        1-VT00-STATUS TO XA80-STATUS                     RSA230
037835     MOVE        5-VT00-CPTENR TO XA80-XQNENR                     RSA230
037840     GO TO F0A90.                                                 RSA230
037845 F0AVT-FN. EXIT.                                                  RSA230
037850 SECTO SECTION.                                                   RSA230
037855     USE AFTER ERROR PROCEDURE                                    RSA230
037860      ON TO-FICHIER.                                              RSA230
037865 F0ATO.                                                           RSA230
037870     MOVE        'TO' TO XA80-XCOSD                               RSA230
037875     MOVE        1-TO00-STATUS TO XA80-STATUS                     RSA230
037880     MOVE        5-TO00-CPTENR TO XA80-XQNENR                     RSA230
037885     GO TO F0A90.                                                 RSA230
037890 F0ATO-FN. EXIT.                                                  RSA230
037900 SECCT SECTION.                                                   RSA230
038000     USE AFTER ERROR PROCEDURE                                    RSA230
038100      ON CT-FICHIER.                                              RSA230
038200 F0ACT.                                                           RSA230
038300     MOVE        'CT' TO XA80-XCOSD                               RSA230
038400     MOVE        1-CT00-STATUS TO XA80-STATUS                     RSA230
038500     MOVE        ZERO TO XA80-XQNENR                              RSA230
038600     GO TO F0A90.                                                 RSA230
038700 F0ACT-FN. EXIT.                                                  RSA230
038800 F0A90.                                                           RSA230
038900     MOVE        '0A90' TO XA60-XCDFSF                            RSA230
039000     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA230
039100           IF    XA80-STATUS1 = '9'                               RSA230
039200     MOVE        XA80-STATUS1 TO XA81-STATUS1                     RSA230
039300     MOVE        XA80-STATUS2 TO XA81-STATUS2                     RSA230
039400     MOVE        XA81-STATUS TO XA80-STATUS.                      RSA230
039500     MOVE        XA80 TO XA60-ZX67A                               RSA230
039600     MOVE        SPACE TO XA60-ZX67B.                             RSA230
039700     PERFORM     F9900 THRU F9900-FN.                             RSA230
039800 F0A90-FN. EXIT.                                                  RSA230
039900 END DECLARATIVES.                                                RSA230
040000 SEC00 SECTION.                                                   RSA230
040100 F0B.           EXIT.                                             RSA230
040200 F0BBA.                                                           P000
040300     MOVE        'GCA_DATCE' TO XA30-ENVNAM                       P050
040400     PERFORM     F99VE THRU F99VE-FN.                             P060
040500           IF    IK = ZERO                                        P070
040600     MOVE        XA30-ENVVAL TO DATCE                             P070
040700           ELSE                                                   P100
040800     MOVE FUNCTION CURRENT-DATE (1:8)                             P100
040900       TO DATCE.                                                  P110
041000     ACCEPT TIMCO FROM TIME.                                      P120
041100     MOVE        DATCE TO XAIN-XDATRT                             P210
041200     MOVE        TIMCO TO XAIN-XHETRT.                            P220
041300     MOVE        DATCE                                            P310
041400     TO DAT8E DAT6C                                               P310
041500     MOVE DAT83E TO DAT61C  MOVE DAT81E TO DAT63C                 P310
041600     MOVE DAT82E TO DAT62C                                        P310
041700     MOVE   DAT6C TO  XAED-XDATRT                                 P310
041800     MOVE        XAED-XDATRT                                      P315
041900     TO DAT8E DAT6C                                               P315
042000     MOVE DAT61C TO DAT81C  MOVE DAT62C TO DAT82C                 P315
042100     MOVE DAT63C TO DAT83C                                        P315
042200     MOVE   DAT8C TO XAED-XDATRT                                  P315
042300     MOVE        TIMCO                                            P320
042400     TO DAT8E DAT6C                                               P320
042500     MOVE DAT61C TO TIMHOU  MOVE DAT62C TO TIMMIN                 P320
042600     MOVE DAT82E TO TIMSEC                                        P320
042700     MOVE TIMDAY TO   XAED-XHETRT.                                P320
042800 F0BBA-FN. EXIT.                                                  P320
042900 F0BBE.                                                           P000
043000     PERFORM     F98-D THRU F98-D-FN.                             P100
043100 F0BBE-FN. EXIT.                                                  P100
043200 F0BCA.         EXIT.                                             P000
043300 F0BCI.                                                           P000
043400     MOVE        'GCA_OUSR' TO XA30-ENVNAM                        P100
043500     PERFORM     F99VE THRU F99VE-FN.                             P110
043600           IF    IK = ZERO                                        P200
043700     MOVE        XA30-ENVVAL TO USERID                            P200
043800           ELSE                                                   P210
043900     MOVE        '0BCE' TO XA60-XCDFSF                            P210
044000     MOVE        'ERREUR SUR VARIABLE GCA_OUSR  ' TO              P230
044100     XA60-XLISUI                                                  P235
044200     MOVE                         'VARIABLE GCA_OUSR   ABSENTE A TP240
044300-                'ORT' TO XA60-ZX67A                              P245
044400     MOVE        SPACE TO XA60-ZX67B                              P250
044500     PERFORM     F9900 THRU F9900-FN.                             P260
044600 F0BCI-FN. EXIT.                                                  P260
044700 F0BCO.                                                           P000
044800     MOVE        'GCA_OTRC' TO XA30-ENVNAM                        P100
044900     PERFORM     F99VE THRU F99VE-FN.                             P110
045000           IF    IK = ZERO                                        P200
045100           AND   XA30-ENVVAL = 'ON'                               P210
045200     MOVE        '1' TO XO00-XORATR.                              P200
045300 F0BCO-FN. EXIT.                                                  P200
045400 F0BCU.                                                           P000
045500     MOVE        'GCA_8TMES' TO XA30-ENVNAM                       P100
045600     PERFORM     F99VE THRU F99VE-FN.                             P110
045700           IF    IK = ZERO                                        P200
045800           AND   XA30-ENVVAL = '1'                                P210
045900     MOVE        XA30-ENVVAL TO XA00-8TMES                        P200
046000           ELSE                                                   P220
046100     MOVE        ZERO TO XA00-8TMES.                              P220
046200 F0BCU-FN. EXIT.                                                  P220
046300 F0BCY.                                                           P000
046400     MOVE        'GCA_ORBS' TO XA30-ENVNAM                        P100
046500     PERFORM     F99VE THRU F99VE-FN.                             P110
046600           IF    IK = ZERO                                        P200
046700     MOVE        XA30-ENVVAL TO XO00-XORARB.                      P200
046800 F0BCY-FN. EXIT.                                                  P200
046900 F0BCW.                                                           RSA230
046950     MOVE        DATCE TO W-WA00-DATJ                             RSA230
047000     MOVE        'V' TO W-WA00-CDPAMV                             RSA230
047100     MOVE        'GCA_CDPAMVIR' TO XA30-ENVNAM                    RSA230
047200     PERFORM     F99VE THRU F99VE-FN.                             RSA230
047300           IF    IK = ZERO                                        RSA230
047400           AND   XA30-ENVVAL NOT = SPACE                          RSA230
047500     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDPAMV.               RSA230
047600     DISPLAY     '- mode virement retenu    : ' W-WA00-CDPAMV.    RSA230
047612     MOVE        'GCA_CDTAXPAS' TO XA30-ENVNAM                    RSA230
047624     PERFORM     F99VE THRU F99VE-FN.                             RSA230
047636           IF    IK = ZERO                                        RSA230
047648           AND   XA30-ENVVAL NOT = SPACE                          RSA230
047660     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDTAXP.               RSA230
047672     MOVE        ZERO TO IK.                                      RSA230
047684     DISPLAY     '- code taxe PAS retenu    : ' W-WA00-CDTAXP.    RSA230
047700 F0BCW-FN. EXIT.                                                  RSA230
047800 F0BDA.                                                           P000
047900     PERFORM     F99SX THRU F99SX-FN.                             P100
048000 F0BDA-FN. EXIT.                                                  P100
048100 F0BEA.         EXIT.                                             P000
048200 F0BEA-FN. EXIT.                                                  P000
048300 F0BCA-FN. EXIT.                                                  P000
048400 F0B-FN.   EXIT.                                                  P000
048500 F0C.           EXIT.                                             P000
048600 F0CCI.                                                           P000
048700     PERFORM     F95-WORK-CN THRU F95-WORK-CN-FN                  P100
048800     MOVE        '1' TO XO00-XORACN.                              P110
048900 F0CCI-FN. EXIT.                                                  P110
049000 F0CCO.    IF    XO00-XORATR = '1'                                P000
049100           NEXT SENTENCE ELSE GO TO     F0CCO-FN.                 P000
049200     PERFORM     F95-WORK-TR THRU F95-WORK-TR-FN                  P100
049300     DISPLAY     'TRACE ORACLE IS ON'.                            P110
049400 F0CCO-FN. EXIT.                                                  P110
049500 F0CCY.    IF    XO00-XORARB NOT = SPACE                          P000
049600           NEXT SENTENCE ELSE GO TO     F0CCY-FN.                 P000
049700     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN                P100
049800     DISPLAY     'ROLLBACK SEGMENT : '                            P110
049900     XO00-XORARB.                                                 P120
050000 F0CCY-FN. EXIT.                                                  P120
050100 F0C-FN.   EXIT.                                                  P120
050200 F01.      EXIT.                                                  RSA230
050300 F01EW.    OPEN OUTPUT                   EW-FICHIER.              RSA230
050400        IF        1-EW00-STATUS  NOT  = ZERO                      RSA230
050500             AND  1-EW00-STATUS  NOT  = '97'                      RSA230
050600        PERFORM    F0AEW                                          RSA230
050700        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
050800 F01EW-FN. EXIT.                                                  RSA230
050900 F01OP.    OPEN INPUT                    OP-FICHIER.              RSA230
051000        IF        1-OP00-STATUS  NOT  = ZERO                      RSA230
051100             AND  1-OP00-STATUS  NOT  = '97'                      RSA230
051200        PERFORM    F0AOP                                          RSA230
051300        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
051400 F01OP-FN. EXIT.                                                  RSA230
051406 F01VT.    OPEN INPUT                    VT-FICHIER.              RSA230
051412        IF        1-VT00-STATUS  NOT  = ZERO                      RSA230
051418             AND  1-VT00-STATUS  NOT  = '97'                      RSA230
051424        PERFORM    F0AVT                                          RSA230
051430        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
051436     PERFORM     F62VL THRU F62VL-FN.                             RSA230
051442 F01VT-FN. EXIT.                                                  RSA230
051448 F01TO.    OPEN INPUT                    TO-FICHIER.              RSA230
051454        IF        1-TO00-STATUS  NOT  = ZERO                      RSA230
051460             AND  1-TO00-STATUS  NOT  = '05'                      RSA230
051466             AND  1-TO00-STATUS  NOT  = '97'                      RSA230
051472        PERFORM    F0ATO                                          RSA230
051478        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
051484 F01TO-FN. EXIT.                                                  RSA230
051500 F01ZZ.                                                           RSA230
051600     MOVE        ZERO TO W-RG00-NB.                               RSA230
051700 F01ZZ-FN. EXIT.                                                  RSA230
051800 F01-FN.   EXIT.                                                  RSA230
051900*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA230
052000 F05.           EXIT.                                             RSA230
052100 F20.      IF FT =            ALL '1'                             RSA230
052200           NEXT SENTENCE ELSE GO TO     F20-FN.                   RSA230
052300 F20AD.                                                           RSA230
052400     PERFORM     F0BBA THRU F0BBA-FN.                             RSA230
052500 F20AD-FN. EXIT.                                                  RSA230
052600 F20EW.    CLOSE    EW-FICHIER.                                   RSA230
052700 F20EW-FN. EXIT.                                                  RSA230
052800 F20OP.    CLOSE    OP-FICHIER.                                   RSA230
052900 F20OP-FN. EXIT.                                                  RSA230
052920 F20VT.    CLOSE    VT-FICHIER.                                   RSA230
052940 F20VT-FN. EXIT.                                                  RSA230
052960 F20TO.    CLOSE    TO-FICHIER.                                   RSA230
052980 F20TO-FN. EXIT.                                                  RSA230
053000 F2080.    IF    XO00-XORACN = '1'                                RSA230
053100           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA230
053200     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA230
053300 F2080-FN. EXIT.                                                  RSA230
053400 F2085.                                                           RSA230
053500           IF    XO00-XORACN = '1'                                RSA230
053600     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN                  RSA230
053700     MOVE        ZERO TO XO00-XORACN.                             RSA230
053800 F2085-FN. EXIT.                                                  RSA230
053900 F20RC.    IF    W-WA00-CPTAN > ZERO                              RSA230
054000           AND   XA00-XRC < 8                                     RSA230
054100     MOVE        8 TO XA00-XRC.                                   RSA230
054200           IF    W-WA00-CPTHT > ZERO                              RSA230
054300           AND   XA00-XRC = ZERO                                  RSA230
054400     MOVE        4 TO XA00-XRC.                                   RSA230
054425           IF    W-WA00-CPTNT > ZERO                              RSA230
054450           AND   XA00-XRC = ZERO                                  RSA230
054475     MOVE        4 TO XA00-XRC.                                   RSA230
054500 F20RC-FN. EXIT.                                                  RSA230
054600*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA230
054700 F20CT.                                                           RSA230
054800     OPEN EXTEND CT-FICHIER.                                      RSA230
054900           IF    1-CT00-STATUS NOT = ZERO                         RSA230
055000           AND   1-CT00-STATUS NOT = '05'                         RSA230
055100           AND   1-CT00-STATUS NOT = '97'                         RSA230
055200        PERFORM    F0ACT                                          RSA230
055300        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
055400     MOVE        SPACE TO W-CT00-ENR                              RSA230
055500     MOVE        PROGE TO W-CT00-PROGR                            RSA230
055600     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA230
055700     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA230
055800     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA230
055900     MOVE        'OP' TO W-CT00-FICID (1)                         RSA230
056000     MOVE        'I' TO W-CT00-SENS (1)                           RSA230
056100     MOVE        W-WA00-CPTLU TO W-CT00-NBENR (1)                 RSA230
056200     MOVE        'EW' TO W-CT00-FICID (2)                         RSA230
056300     MOVE        'O' TO W-CT00-SENS (2)                           RSA230
056400     MOVE        5-EW00-CPAG TO W-CT00-NBENR (2)                  RSA230
056414     MOVE        'VT' TO W-CT00-FICID (3)                         RSA230
056428     MOVE        'I' TO W-CT00-SENS (3)                           RSA230
056442     MOVE        5-VT00-CPTENR TO W-CT00-NBENR (3)                RSA230
056456     MOVE        'TO' TO W-CT00-FICID (4)                         RSA230
056470     MOVE        'I' TO W-CT00-SENS (4)                           RSA230
056484     MOVE        5-TO00-CPTENR TO W-CT00-NBENR (4)                RSA230
056500     MOVE        W-CT00-ENR TO CT00                               RSA230
056600     WRITE       CT00                                             RSA230
056700     CLOSE       CT-FICHIER.                                      RSA230
056800 F20CT-FN. EXIT.                                                  RSA230
056900 F2090.                                                           RSA230
057000     PERFORM     F98-Z THRU F98-Z-FN.                             RSA230
057100 F2090-FN. EXIT.                                                  RSA230
057200 F2095.                                                           RSA230
057300     MOVE        XA00-XRC TO RETURN-CODE.                         RSA230
057400 F2095-FN. EXIT.                                                  RSA230
057500 F2099.     GOBACK.                                               RSA230
057600 F2099-FN. EXIT.                                                  RSA230
057700 F20-FN.   EXIT.                                                  RSA230
057800 F50.           EXIT.                                             RSA230
057803*          NOTE *  TOTAUX DU JOURNAL RSA120         *.            RSA230
057806 F50AA.                                                           RSA230
057809           IF    1-TO00-STATUS = '05'                             RSA230
057812     GO TO F50AA-FN.                                              RSA230
057815 F50AA-A.                                                         RSA230
057818     READ        TO-FICHIER                                       RSA230
057821     AT END      MOVE       '1' TO W-TO10-EOF                     RSA230
057824     NOT AT END  ADD        1 TO 5-TO00-CPTENR.                   RSA230
057827           IF    W-TO10-EOF = '1'                                 RSA230
057830     GO TO F50AA-FN.                                              RSA230
057833     MOVE        TO00 TO W-TO10-ENR.                              RSA230
057836           IF    W-TO10-NIREG NOT = '**'                          RSA230
057839     GO TO F50AA-A.                                               RSA230
057842           IF    W-TO10-NBOP NOT NUMERIC                          RSA230
057845           OR    W-TO10-MTBRUT NOT NUMERIC                        RSA230
057848           OR    W-TO10-MTOPPO NOT NUMERIC                        RSA230
057851           OR    W-TO10-MTNET NOT NUMERIC                         RSA230
057854           OR    W-TO10-MTPAS NOT NUMERIC                         RSA230
057857     GO TO F50AA-A.                                               RSA230
057860     MOVE        '1' TO W-TR00-LU                                 RSA230
057863     MOVE        W-TO10-NBOP TO W-TR00-NBOP                       RSA230
057866     MOVE        W-TO10-MTBRUT TO W-TR00-MTBRUT                   RSA230
057869     MOVE        W-TO10-MTOPPO TO W-TR00-MTOPPO                   RSA230
057872     MOVE        W-TO10-MTNET TO W-TR00-MTNET                     RSA230
057875     MOVE        W-TO10-MTPAS TO W-TR00-MTPAS                     RSA230
057878     DISPLAY     '- journal RSA120 du       : ' W-TO10-DATTRT     RSA230
057881                 ' ' W-TO10-HETRT                                 RSA230
057884     GO TO F50AA-A.                                               RSA230
057887 F50AA-FN. EXIT.                                                  RSA230
057900*          NOTE *  PASSE 1 : CONTROLE DU LOT        *.            RSA230
058000 F50BB.                                                           RSA230
058100     READ        OP-FICHIER                                       RSA230
058200     AT END      MOVE       '1' TO W-OP00-EOF                     RSA230
058300     NOT AT END  ADD        1 TO 5-OP00-CPTENR.                   RSA230
058400           IF    W-OP00-EOF = '1'                                 RSA230
058500     PERFORM     F62VF THRU F62VF-FN                              RSA230
058533     PERFORM     F62TR THRU F62TR-FN                              RSA230
058566     GO TO F50BB-FN.                                              RSA230
058600     MOVE        OP00 TO W-OP00-ENR                               RSA230
058700     ADD         1 TO W-WA00-CPTLU                                RSA230
058720     PERFORM     F64TL THRU F64TL-FN                              RSA230
058740     PERFORM     F62VT THRU F62VT-FN.                             RSA230
058760           IF    W-VT00-TRANS = '0'                               RSA230
058780     GO TO F50BB.                                                 RSA230
058800     PERFORM     F60CT THRU F60CT-FN.                             RSA230
058900           IF    W-CT00-CDOK = '0'                                RSA230
059000     PERFORM     F70AN THRU F70AN-FN.                             RSA230
059100     GO TO F50BB.                                                 RSA230
059200 F50BB-FN. EXIT.                                                  RSA230
059300*          NOTE *  LOT REFUSE : AUCUNE INTEGRATION  *.            RSA230
059400 F50CC.                                                           RSA230
059500           IF    W-WA00-CPTAN > ZERO                              RSA230
059600     GO TO F50EE.                                                 RSA230
059700     CLOSE       OP-FICHIER                                       RSA230
059800     OPEN INPUT  OP-FICHIER.                                      RSA230
059900           IF    1-OP00-STATUS NOT = ZERO                         RSA230
060000           AND   1-OP00-STATUS NOT = '97'                         RSA230
060100        PERFORM    F0AOP                                          RSA230
060200        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
060300     MOVE        '0' TO W-OP00-EOF                                RSA230
060400     MOVE        ZERO TO 5-OP00-CPTENR.                           RSA230
060410     CLOSE       VT-FICHIER                                       RSA230
060420     OPEN INPUT  VT-FICHIER.                                      RSA230
060430           IF    1-VT00-STATUS NOT = ZERO                         RSA230
060440           AND   1-VT00-STATUS NOT = '97'                         RSA230
060450        PERFORM    F0AVT                                          RSA230
060460        PERFORM    F0A90         THRU F0A90-FN.                   RSA230
060470     MOVE        '0' TO W-VT00-EOF                                RSA230
060480     MOVE        ZERO TO 5-VT00-CPTENR                            RSA230
060490     PERFORM     F62VL THRU F62VL-FN.                             RSA230
060500 F50CC-FN. EXIT.                                                  RSA230
060600*          NOTE *  PASSE 2 : INTEGRATION DU LOT     *.            RSA230
060700 F50DD.                                                           RSA230
060800     READ        OP-FICHIER                                       RSA230
060900     AT END      MOVE       '1' TO W-OP00-EOF                     RSA230
061000     NOT AT END  ADD        1 TO 5-OP00-CPTENR.                   RSA230
061100           IF    W-OP00-EOF = '1'                                 RSA230
061200     GO TO F50DD-FN.                                              RSA230
061300     MOVE        OP00 TO W-OP00-ENR                               RSA230
061320     PERFORM     F62VT THRU F62VT-FN.                             RSA230
061340           IF    W-VT00-TRANS = '0'                               RSA230
061360     PERFORM     F70NT THRU F70NT-FN                              RSA230
061380     GO TO F50DD.                                                 RSA230
061400     PERFORM     F60IN THRU F60IN-FN.                             RSA230
061500           IF    W-WA00-CDREF = '1'                               RSA230
061600     PERFORM     F95-WORK-RO THRU F95-WORK-RO-FN                  RSA230
061700     MOVE        ZERO TO W-WA00-CPTIN                             RSA230
061800     GO TO F50DD-FN.                                              RSA230
061900     GO TO F50DD.                                                 RSA230
062000 F50DD-FN. EXIT.                                                  RSA230
062100 F50EE.                                                           RSA230
062200     PERFORM     F84TO THRU F84TO-FN.                             RSA230
062300 F50EE-FN. EXIT.                                                  RSA230
062400 F50XX.                                                           RSA230
062500     MOVE                     ALL '1' TO FT GO TO F20.            RSA230
062600 F50XX-FN. EXIT.                                                  RSA230
062700 F50-FN.   EXIT.                                                  RSA230
062800*          NOTE *  CONTROLE D UN ORDRE A INTEGRER   *.            RSA230
062900 F60CT.                                                           RSA230
063000     MOVE        '1' TO W-CT00-CDOK                               RSA230
063100     MOVE        SPACE TO W-CT00-MOTIF.                           RSA230
063200           IF    W-OP00-MTBRUT NOT NUMERIC                        RSA230
063300           OR    W-OP00-MTOPPO NOT NUMERIC                        RSA230
063350           OR    W-OP00-MTNET NOT NUMERIC                         RSA230
063400           OR    W-OP00-MTPAS NOT NUMERIC                         RSA230
063450           OR    W-OP00-TXPAS NOT NUMERIC                         RSA230
063500     MOVE        '0' TO W-CT00-CDOK                               RSA230
063600     MOVE        'MONTANTS NON NUMERIQUES       ' TO W-CT00-MOTIF RSA230
063700     GO TO F60CT-FN.                                              RSA230
063800           IF    W-OP00-DTECH NOT NUMERIC                         RSA230
063900     MOVE        '0' TO W-CT00-CDOK                               RSA230
064000     MOVE        'DATE D ECHEANCE INVALIDE      ' TO W-CT00-MOTIF RSA230
064100     GO TO F60CT-FN.                                              RSA230
064166     COMPUTE     W-PA00-MTCTL = W-OP00-MTOPPO + W-OP00-MTNET      RSA230
064232                              + W-OP00-MTPAS.                     RSA230
064300           IF    W-PA00-MTCTL NOT = W-OP00-MTBRUT                 RSA230
064400     MOVE        '0' TO W-CT00-CDOK                               RSA230
064500     MOVE        'BRUT DIFFERENT DE OPPO+PAS+NET' TO W-CT00-MOTIF RSA230
064600     GO TO F60CT-FN.                                              RSA230
064700     MOVE        W-OP00-CNREN TO RS19-CNREN                       RSA230
064800     MOVE        W-OP00-NORER TO RS19-NORER                       RSA230
064900     MOVE        W-OP00-IDRPL TO RS19-IDRPL                       RSA230
065000     MOVE        W-OP00-DTECH TO RS19-DHPAI                       RSA230
065100     PERFORM     F95-RS04-FU THRU F95-RS04-FU-FN.                 RSA230
065200           IF    IK NOT = '0'                                     RSA230
065300     MOVE        '0' TO IK                                        RSA230
065400     MOVE        '0' TO W-CT00-CDOK                               RSA230
065500     MOVE        'RENTE ABSENTE DE RS04         ' TO W-CT00-MOTIF RSA230
065600     GO TO F60CT-FN.                                              RSA230
065610           IF    W-OP00-CDORD NOT = 'R'                           RSA230
065620     GO TO F60CT-A.                                               RSA230
065630     PERFORM     F95-RS19-FE THRU F95-RS19-FE-FN.                 RSA230
065640           IF    W-PA00-NBRS19 = ZERO                             RSA230
065650     MOVE        '0' TO W-CT00-CDOK                               RSA230
065660     MOVE        'REEMISSION SANS REJET EN COURS' TO W-CT00-MOTIF RSA230
065670     GO TO F60CT-FN.                                              RSA230
065680     GO TO F60CT-FN.                                              RSA230
065690 F60CT-A.                                                         RSA230
065700           IF    W-PA00-DTPAID NUMERIC                            RSA230
065800           AND   W-PA00-DTPAID NOT < W-OP00-DTECH                 RSA230
065900     MOVE        '0' TO W-CT00-CDOK                               RSA230
066000     MOVE        'ECHEANCE DEJA PAYEE SUR RS04  ' TO W-CT00-MOTIF RSA230
066100     ADD         1 TO W-WA00-CPTDJ                                RSA230
066200     GO TO F60CT-FN.                                              RSA230
066300     PERFORM     F95-RS19-CT THRU F95-RS19-CT-FN.                 RSA230
066400           IF    W-PA00-NBRS19 > ZERO                             RSA230
066500     MOVE        '0' TO W-CT00-CDOK                               RSA230
066600     MOVE        'ECHEANCE DEJA INTEGREE        ' TO W-CT00-MOTIF RSA230
066700     ADD         1 TO W-WA00-CPTDJ                                RSA230
066800     GO TO F60CT-FN.                                              RSA230
067300 F60CT-FN. EXIT.                                                  RSA230
067301*          NOTE *  ORDRE TRANSMIS PAR RSA130 ?      *.            RSA230
067302 F62VT.                                                           RSA230
067303     MOVE        '0' TO W-VT00-TRANS.                             RSA230
067304           IF    W-VT00-EOF = '1'                                 RSA230
067305     GO TO F62VT-FN.                                              RSA230
067306           IF    W-VT00-ENR NOT = W-OP00-ENR                      RSA230
067307     GO TO F62VT-FN.                                              RSA230
067308     MOVE        '1' TO W-VT00-TRANS                              RSA230
067309     PERFORM     F62VL THRU F62VL-FN.                             RSA230
067310 F62VT-FN. EXIT.                                                  RSA230
067311*          NOTE *  LECTURE DES ORDRES TRANSMIS      *.            RSA230
067312 F62VL.                                                           RSA230
067313     READ        VT-FICHIER                                       RSA230
067314     AT END      MOVE       '1' TO W-VT00-EOF                     RSA230
067315     NOT AT END  ADD        1 TO 5-VT00-CPTENR.                   RSA230
067316           IF    W-VT00-EOF = '0'                                 RSA230
067317     MOVE        VT00 TO W-VT00-ENR.                              RSA230
067318 F62VL-FN. EXIT.                                                  RSA230
067319*          NOTE *  ORDRES TRANSMIS HORS LOT OP      *.            RSA230
067320 F62VF.                                                           RSA230
067321           IF    W-VT00-EOF = '1'                                 RSA230
067322     GO TO F62VF-FN.                                              RSA230
067323     MOVE        W-VT00-ENR TO W-OP00-ENR                         RSA230
067324     MOVE        'ORDRE TRANSMIS ABSENT DU LOT  ' TO W-CT00-MOTIF RSA230
067325     PERFORM     F70AN THRU F70AN-FN                              RSA230
067326     PERFORM     F62VL THRU F62VL-FN                              RSA230
067327     GO TO F62VF.                                                 RSA230
067328 F62VF-FN. EXIT.                                                  RSA230
067329*          NOTE *  CONTROLE LOT OP / JOURNAL RSA120 *.            RSA230
067330 F62TR.                                                           RSA230
067331           IF    W-TR00-LU = '0'                                  RSA230
067332     MOVE        'TOTAUX DU JOURNAL RSA120 ABSENTS' TO W-TR00-LIB RSA230
067333     ADD         1 TO W-WA00-CPTAN                                RSA230
067334     GO TO F62TR-FN.                                              RSA230
067335           IF    W-TL00-NBOP = W-TR00-NBOP                        RSA230
067336           AND   W-TL00-MTBRUT = W-TR00-MTBRUT                    RSA230
067337           AND   W-TL00-MTOPPO = W-TR00-MTOPPO                    RSA230
067338           AND   W-TL00-MTNET = W-TR00-MTNET                      RSA230
067339           AND   W-TL00-MTPAS = W-TR00-MTPAS                      RSA230
067340     MOVE        'LOT OP CONFORME AU JOURNAL RSA120' TO W-TR00-LIBRSA230
067341           ELSE                                                   RSA230
067342     MOVE        'ECART ENTRE LOT OP ET JOURNAL RSA120' TO        RSA230
067343     W-TR00-LIB                                                   RSA230
067344     ADD         1 TO W-WA00-CPTAN.                               RSA230
067345 F62TR-FN. EXIT.                                                  RSA230
067346*          NOTE *  CUMUL DU LOT OP                  *.            RSA230
067347 F64TL.                                                           RSA230
067348     ADD         1 TO W-TL00-NBOP.                                RSA230
067349           IF    W-OP00-MTBRUT NOT NUMERIC                        RSA230
067350           OR    W-OP00-MTOPPO NOT NUMERIC                        RSA230
067351           OR    W-OP00-MTNET NOT NUMERIC                         RSA230
067352           OR    W-OP00-MTPAS NOT NUMERIC                         RSA230
067353     GO TO F64TL-FN.                                              RSA230
067354     ADD         W-OP00-MTBRUT TO W-TL00-MTBRUT                   RSA230
067355     ADD         W-OP00-MTOPPO TO W-TL00-MTOPPO                   RSA230
067356     ADD         W-OP00-MTNET TO W-TL00-MTNET                     RSA230
067357     ADD         W-OP00-MTPAS TO W-TL00-MTPAS.                    RSA230
067358 F64TL-FN. EXIT.                                                  RSA230
067400*          NOTE *  INTEGRATION D UN ORDRE           *.            RSA230
067500 F60IN.                                                           RSA230
067600     MOVE        W-OP00-CNREN TO RS19-CNREN                       RSA230
067700     MOVE        W-OP00-NORER TO RS19-NORER                       RSA230
067800     MOVE        W-OP00-IDRPL TO RS19-IDRPL                       RSA230
067900     MOVE        W-OP00-DTECH TO RS19-DHPAI                       RSA230
067925           IF    W-OP00-CDORD = 'R'                               RSA230
067950     PERFORM     F60RE THRU F60RE-FN                              RSA230
067975     GO TO F60IN-FN.                                              RSA230
068000     PERFORM     F95-RS19-CT THRU F95-RS19-CT-FN.                 RSA230
068100           IF    W-PA00-NBRS19 > ZERO                             RSA230
068200     MOVE        'ORDRE EN DOUBLE DANS LE LOT   ' TO W-CT00-MOTIF RSA230
068300     PERFORM     F70AN THRU F70AN-FN                              RSA230
068400     MOVE        '1' TO W-WA00-CDREF                              RSA230
068500     GO TO F60IN-FN.                                              RSA230
068600     PERFORM     F95-RS04-FU THRU F95-RS04-FU-FN                  RSA230
068700     MOVE        '0' TO IK.                                       RSA230
068800           IF    W-PA00-NOPAID NOT < 999                          RSA230
068900     MOVE        1 TO RS19-NOPAI                                  RSA230
069000           ELSE                                                   RSA230
069100     COMPUTE     RS19-NOPAI = W-PA00-NOPAID + 1.                  RSA230
069200     MOVE        W-OP00-DTECH TO RS19-DTPAI                       RSA230
069300     MOVE        W-OP00-MTNET TO RS19-MTPAI                       RSA230
069400     COMPUTE     RS19-MTREF = W-OP00-MTOPPO + W-OP00-MTPAS        RSA230
069500     MOVE        SPACE TO RS19-CDTAXE.                            RSA230
069525           IF    W-OP00-MTPAS > ZERO                              RSA230
069550     MOVE        W-WA00-CDTAXP TO RS19-CDTAXE.                    RSA230
069575     MOVE        ZERO TO RS19-MORER                               RSA230
069600     MOVE        W-OP00-NOTIE TO RS19-NOTIE                       RSA230
069700     MOVE        W-WA00-CDPAMV TO RS19-CDPAM                      RSA230
069800     MOVE        W-WA00-CDPASP TO RS19-CDPAS                      RSA230
069900     PERFORM     F95-RS19-IN THRU F95-RS19-IN-FN                  RSA230
070000     PERFORM     F95-RS04-MJ THRU F95-RS04-MJ-FN                  RSA230
070100     ADD         1 TO W-WA00-CPTIN                                RSA230
070200     PERFORM     F64RG THRU F64RG-FN                              RSA230
070300     PERFORM     F70ED THRU F70ED-FN.                             RSA230
070400 F60IN-FN. EXIT.                                                  RSA230
070405*          NOTE *  INTEGRATION D UNE REEMISSION     *.            RSA230
070410 F60RE.                                                           RSA230
070415     PERFORM     F95-RS19-FE THRU F95-RS19-FE-FN.                 RSA230
070420           IF    W-PA00-NBRS19 = ZERO                             RSA230
070425     MOVE        'ORDRE EN DOUBLE DANS LE LOT   ' TO W-CT00-MOTIF RSA230
070430     PERFORM     F70AN THRU F70AN-FN                              RSA230
070435     MOVE        '1' TO W-WA00-CDREF                              RSA230
070440     GO TO F60RE-FN.                                              RSA230
070445     MOVE        W-OP00-MTNET TO RS19-MTPAI                       RSA230
070450     PERFORM     F95-RS19-MR THRU F95-RS19-MR-FN                  RSA230
070455     MOVE        SPACE TO W-PA00-LIPAOD                           RSA230
070460     STRING      'REEMIS LE ' W-WA00-DATJ ' ECH ' W-OP00-DTECH    RSA230
070465                 DELIMITED BY SIZE INTO W-PA00-LIPAOD             RSA230
070470     PERFORM     F95-RS04-MR THRU F95-RS04-MR-FN                  RSA230
070475     ADD         1 TO W-WA00-CPTIN                                RSA230
070480     ADD         1 TO W-WA00-CPTRE                                RSA230
070485     PERFORM     F64RG THRU F64RG-FN                              RSA230
070490     PERFORM     F70ED THRU F70ED-FN.                             RSA230
070495 F60RE-FN. EXIT.                                                  RSA230
070500*          NOTE *  CUMUL PAR REGIME                 *.            RSA230
070600 F64RG.                                                           RSA230
070700     ADD         1 TO W-TO00-NBOP                                 RSA230
070800     ADD         W-OP00-MTBRUT TO W-TO00-MTBRUT                   RSA230
070900     ADD         W-OP00-MTOPPO TO W-TO00-MTOPPO                   RSA230
071000     ADD         W-OP00-MTNET TO W-TO00-MTNET                     RSA230
071050     ADD         W-OP00-MTPAS TO W-TO00-MTPAS                     RSA230
071100     MOVE        1 TO J00.                                        RSA230
071200 F64RG-A.                                                         RSA230
071300           IF    J00 > W-RG00-NB                                  RSA230
071400     GO TO F64RG-B.                                               RSA230
071500           IF    W-RG00-NIREG (J00) = W-OP00-NIREG                RSA230
071600     GO TO F64RG-C.                                               RSA230
071700     ADD         1 TO J00                                         RSA230
071800     GO TO F64RG-A.                                               RSA230
071900 F64RG-B.                                                         RSA230
072000           IF    W-RG00-NB < 20                                   RSA230
072100     ADD         1 TO W-RG00-NB                                   RSA230
072200     MOVE        W-RG00-NB TO J00                                 RSA230
072300     MOVE        W-OP00-NIREG TO W-RG00-NIREG (J00)               RSA230
072400     MOVE        ZERO TO W-RG00-NBOP (J00)                        RSA230
072500     MOVE        ZERO TO W-RG00-MTBRUT (J00)                      RSA230
072600     MOVE        ZERO TO W-RG00-MTOPPO (J00)                      RSA230
072700     MOVE        ZERO TO W-RG00-MTNET (J00)                       RSA230
072750     MOVE        ZERO TO W-RG00-MTPAS (J00)                       RSA230
072800           ELSE                                                   RSA230
072900     ADD         1 TO W-WA00-CPTHT                                RSA230
073000     GO TO F64RG-FN.                                              RSA230
073100 F64RG-C.                                                         RSA230
073200     ADD         1 TO W-RG00-NBOP (J00)                           RSA230
073300     ADD         W-OP00-MTBRUT TO W-RG00-MTBRUT (J00)             RSA230
073400     ADD         W-OP00-MTOPPO TO W-RG00-MTOPPO (J00)             RSA230
073500     ADD         W-OP00-MTNET TO W-RG00-MTNET (J00)               RSA230
073550     ADD         W-OP00-MTPAS TO W-RG00-MTPAS (J00).              RSA230
073600 F64RG-FN. EXIT.                                                  RSA230
073700*          NOTE *  LIGNE DU JOURNAL D INTEGRATION   *.            RSA230
073800 F70ED.                                                           RSA230
073900     MOVE        W-OP00-CNREN TO W-LE06-CNREN                     RSA230
074000     MOVE        W-OP00-NORER TO W-LE06-NORER                     RSA230
074100     MOVE        W-OP00-IDRPL TO W-LE06-IDRPL                     RSA230
074200     MOVE        W-OP00-NIREG TO W-LE06-NIREG                     RSA230
074300     MOVE        W-OP00-DTECH TO W-LE06-DTECH                     RSA230
074400     MOVE        RS19-NOPAI TO W-LE06-NOPAI                       RSA230
074500     MOVE        W-OP00-MTBRUT TO W-LE06-MTBRUT                   RSA230
074600     MOVE        W-OP00-MTOPPO TO W-LE06-MTOPPO                   RSA230
074700     MOVE        W-OP00-MTNET TO W-LE06-MTNET                     RSA230
074725     MOVE        W-OP00-MTPAS TO W-LE06-MTPAS                     RSA230
074750     MOVE        'INTEGRE' TO W-LE06-LIB.                         RSA230
074800           IF    W-OP00-CDORD = 'R'                               RSA230
074850     MOVE        'REEMISSION INTEGREE' TO W-LE06-LIB.             RSA230
074900     MOVE        W-LE06-LIGNE TO EW00                             RSA230
075000     PERFORM     F80LI THRU F80LI-FN.                             RSA230
075100 F70ED-FN. EXIT.                                                  RSA230
075200*          NOTE *  LIGNE D ANOMALIE                 *.            RSA230
075300 F70AN.                                                           RSA230
075400     MOVE        W-OP00-CNREN TO W-LE06-CNREN                     RSA230
075500     MOVE        W-OP00-NORER TO W-LE06-NORER                     RSA230
075600     MOVE        W-OP00-IDRPL TO W-LE06-IDRPL                     RSA230
075700     MOVE        W-OP00-NIREG TO W-LE06-NIREG                     RSA230
075800     MOVE        W-OP00-DTECH TO W-LE06-DTECH                     RSA230
075900     MOVE        ZERO TO W-LE06-NOPAI                             RSA230
076000     MOVE        ZERO TO W-LE06-MTBRUT                            RSA230
076100     MOVE        ZERO TO W-LE06-MTOPPO                            RSA230
076200     MOVE        ZERO TO W-LE06-MTNET                             RSA230
076250     MOVE        ZERO TO W-LE06-MTPAS.                            RSA230
076300           IF    W-OP00-MTBRUT NUMERIC                            RSA230
076400     MOVE        W-OP00-MTBRUT TO W-LE06-MTBRUT.                  RSA230
076500           IF    W-OP00-MTOPPO NUMERIC                            RSA230
076600     MOVE        W-OP00-MTOPPO TO W-LE06-MTOPPO.                  RSA230
076700           IF    W-OP00-MTNET NUMERIC                             RSA230
076800     MOVE        W-OP00-MTNET TO W-LE06-MTNET.                    RSA230
076833           IF    W-OP00-MTPAS NUMERIC                             RSA230
076866     MOVE        W-OP00-MTPAS TO W-LE06-MTPAS.                    RSA230
076900     MOVE        W-CT00-MOTIF TO W-LE06-LIB                       RSA230
077000     MOVE        W-LE06-LIGNE TO EW00                             RSA230
077100     PERFORM     F80LI THRU F80LI-FN                              RSA230
077200     ADD         1 TO W-WA00-CPTAN.                               RSA230
077300 F70AN-FN. EXIT.                                                  RSA230
077303*          NOTE *  ORDRE NON TRANSMIS PAR RSA130    *.            RSA230
077306 F70NT.                                                           RSA230
077309     ADD         1 TO W-WA00-CPTNT                                RSA230
077312     ADD         1 TO W-NT00-NBOP                                 RSA230
077315     MOVE        W-OP00-CNREN TO W-LE06-CNREN                     RSA230
077318     MOVE        W-OP00-NORER TO W-LE06-NORER                     RSA230
077321     MOVE        W-OP00-IDRPL TO W-LE06-IDRPL                     RSA230
077324     MOVE        W-OP00-NIREG TO W-LE06-NIREG                     RSA230
077327     MOVE        W-OP00-DTECH TO W-LE06-DTECH                     RSA230
077330     MOVE        ZERO TO W-LE06-NOPAI                             RSA230
077333     MOVE        ZERO TO W-LE06-MTBRUT                            RSA230
077336     MOVE        ZERO TO W-LE06-MTOPPO                            RSA230
077339     MOVE        ZERO TO W-LE06-MTNET                             RSA230
077342     MOVE        ZERO TO W-LE06-MTPAS.                            RSA230
077345           IF    W-OP00-MTBRUT NUMERIC                            RSA230
077348           AND   W-OP00-MTOPPO NUMERIC                            RSA230
077351           AND   W-OP00-MTNET NUMERIC                             RSA230
077354           AND   W-OP00-MTPAS NUMERIC                             RSA230
077357     MOVE        W-OP00-MTBRUT TO W-LE06-MTBRUT                   RSA230
077360     MOVE        W-OP00-MTOPPO TO W-LE06-MTOPPO                   RSA230
077363     MOVE        W-OP00-MTNET TO W-LE06-MTNET                     RSA230
077366     MOVE        W-OP00-MTPAS TO W-LE06-MTPAS                     RSA230
077369     ADD         W-OP00-MTBRUT TO W-NT00-MTBRUT                   RSA230
077372     ADD         W-OP00-MTOPPO TO W-NT00-MTOPPO                   RSA230
077375     ADD         W-OP00-MTNET TO W-NT00-MTNET                     RSA230
077378     ADD         W-OP00-MTPAS TO W-NT00-MTPAS.                    RSA230
077381     MOVE        'NON TRANSMIS : NON INTEGRE' TO W-LE06-LIB       RSA230
077384     MOVE        W-LE06-LIGNE TO EW00                             RSA230
077387     PERFORM     F80LI THRU F80LI-FN.                             RSA230
077390 F70NT-FN. EXIT.                                                  RSA230
077400*          NOTE *  EDITION DU BILAN                 *.            RSA230
077500 F84TO.                                                           RSA230
077600     PERFORM     F80TE THRU F80TE-FN.                             RSA230
077700           IF    W-WA00-CPTAN > ZERO                              RSA230
077800     GO TO F84TO-C.                                               RSA230
077900     MOVE        W-LE03-LIGNE TO EW00                             RSA230
078000     PERFORM     F80LI THRU F80LI-FN                              RSA230
078100     MOVE        SPACE TO EW00                                    RSA230
078200     PERFORM     F80LI THRU F80LI-FN                              RSA230
078300     MOVE        1 TO J01.                                        RSA230
078400 F84TO-A.                                                         RSA230
078500           IF    J01 > W-RG00-NB                                  RSA230
078600     GO TO F84TO-B.                                               RSA230
078700     MOVE        W-RG00-NIREG (J01) TO W-LE05-NIREG               RSA230
078800     MOVE        W-RG00-NBOP (J01) TO W-LE05-NBOP                 RSA230
078900     MOVE        W-RG00-MTBRUT (J01) TO W-LE05-MTBRUT             RSA230
079000     MOVE        W-RG00-MTOPPO (J01) TO W-LE05-MTOPPO             RSA230
079100     MOVE        W-RG00-MTNET (J01) TO W-LE05-MTNET               RSA230
079150     MOVE        W-RG00-MTPAS (J01) TO W-LE05-MTPAS               RSA230
079200     MOVE        W-LE05-LIGNE TO EW00                             RSA230
079300     PERFORM     F80LI THRU F80LI-FN                              RSA230
079400     ADD         1 TO J01                                         RSA230
079500     GO TO F84TO-A.                                               RSA230
079600 F84TO-B.                                                         RSA230
079700     MOVE        '**' TO W-LE05-NIREG                             RSA230
079800     MOVE        W-TO00-NBOP TO W-LE05-NBOP                       RSA230
079900     MOVE        W-TO00-MTBRUT TO W-LE05-MTBRUT                   RSA230
080000     MOVE        W-TO00-MTOPPO TO W-LE05-MTOPPO                   RSA230
080100     MOVE        W-TO00-MTNET TO W-LE05-MTNET                     RSA230
080150     MOVE        W-TO00-MTPAS TO W-LE05-MTPAS                     RSA230
080200     MOVE        W-LE05-LIGNE TO EW00                             RSA230
080300     PERFORM     F80LI THRU F80LI-FN                              RSA230
080305           IF    W-WA00-CPTNT > ZERO                              RSA230
080310     MOVE        'NT' TO W-LE05-NIREG                             RSA230
080315     MOVE        W-NT00-NBOP TO W-LE05-NBOP                       RSA230
080320     MOVE        W-NT00-MTBRUT TO W-LE05-MTBRUT                   RSA230
080325     MOVE        W-NT00-MTOPPO TO W-LE05-MTOPPO                   RSA230
080330     MOVE        W-NT00-MTNET TO W-LE05-MTNET                     RSA230
080335     MOVE        W-NT00-MTPAS TO W-LE05-MTPAS                     RSA230
080340     MOVE        W-LE05-LIGNE TO EW00                             RSA230
080345     PERFORM     F80LI THRU F80LI-FN.                             RSA230
080350     MOVE        'OP' TO W-LE05-NIREG                             RSA230
080355     MOVE        W-TL00-NBOP TO W-LE05-NBOP                       RSA230
080360     MOVE        W-TL00-MTBRUT TO W-LE05-MTBRUT                   RSA230
080365     MOVE        W-TL00-MTOPPO TO W-LE05-MTOPPO                   RSA230
080370     MOVE        W-TL00-MTNET TO W-LE05-MTNET                     RSA230
080375     MOVE        W-TL00-MTPAS TO W-LE05-MTPAS                     RSA230
080380     MOVE        W-LE05-LIGNE TO EW00                             RSA230
080385     PERFORM     F80LI THRU F80LI-FN                              RSA230
080400     MOVE        SPACE TO EW00                                    RSA230
080500     PERFORM     F80LI THRU F80LI-FN.                             RSA230
080600 F84TO-C.                                                         RSA230
080700     MOVE        'ORDRES LUS             : ' TO W-LE07-LIB        RSA230
080800     MOVE        W-WA00-CPTLU TO W-LE07-NB                        RSA230
080900     MOVE        W-LE07-LIGNE TO EW00                             RSA230
081000     PERFORM     F80LI THRU F80LI-FN                              RSA230
081100     MOVE        'ORDRES INTEGRES        : ' TO W-LE07-LIB        RSA230
081200     MOVE        W-WA00-CPTIN TO W-LE07-NB                        RSA230
081300     MOVE        W-LE07-LIGNE TO EW00                             RSA230
081400     PERFORM     F80LI THRU F80LI-FN                              RSA230
081420     MOVE        'DONT REEMISSIONS       : ' TO W-LE07-LIB        RSA230
081440     MOVE        W-WA00-CPTRE TO W-LE07-NB                        RSA230
081460     MOVE        W-LE07-LIGNE TO EW00                             RSA230
081480     PERFORM     F80LI THRU F80LI-FN                              RSA230
081484     MOVE        'ORDRES NON TRANSMIS    : ' TO W-LE07-LIB        RSA230
081488     MOVE        W-WA00-CPTNT TO W-LE07-NB                        RSA230
081492     MOVE        W-LE07-LIGNE TO EW00                             RSA230
081496     PERFORM     F80LI THRU F80LI-FN                              RSA230
081500     MOVE        'ECHEANCES DEJA PAYEES  : ' TO W-LE07-LIB        RSA230
081600     MOVE        W-WA00-CPTDJ TO W-LE07-NB                        RSA230
081700     MOVE        W-LE07-LIGNE TO EW00                             RSA230
081800     PERFORM     F80LI THRU F80LI-FN                              RSA230
081900     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA230
082000     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA230
082100     MOVE        W-LE07-LIGNE TO EW00                             RSA230
082200     PERFORM     F80LI THRU F80LI-FN                              RSA230
082300     MOVE        'REGIMES HORS TABLE     : ' TO W-LE07-LIB        RSA230
082400     MOVE        W-WA00-CPTHT TO W-LE07-NB                        RSA230
082500     MOVE        W-LE07-LIGNE TO EW00                             RSA230
082600     PERFORM     F80LI THRU F80LI-FN                              RSA230
082700     MOVE        SPACE TO EW00                                    RSA230
082800     PERFORM     F80LI THRU F80LI-FN.                             RSA230
082825     MOVE        W-TR00-LIB TO W-LE09-LIB                         RSA230
082850     MOVE        W-LE09-LIGNE TO EW00                             RSA230
082875     PERFORM     F80LI THRU F80LI-FN.                             RSA230
082900           IF    W-WA00-CPTAN > ZERO                              RSA230
083000     MOVE        'INTEGRATION REFUSEE - AUCUNE MISE A JOUR' TO    RSA230
083100     W-LE09-LIB                                                   RSA230
083200     GO TO F84TO-D.                                               RSA230
083300           IF    W-TO00-NBOP + W-NT00-NBOP = W-TL00-NBOP          RSA230
083400           AND   W-TO00-MTBRUT + W-NT00-MTBRUT = W-TL00-MTBRUT    RSA230
083500           AND   W-TO00-MTOPPO + W-NT00-MTOPPO = W-TL00-MTOPPO    RSA230
083600           AND   W-TO00-MTNET + W-NT00-MTNET = W-TL00-MTNET       RSA230
083650           AND   W-TO00-MTPAS + W-NT00-MTPAS = W-TL00-MTPAS       RSA230
083700     MOVE        'INTEGRES + NON TRANSMIS = LOT OP' TO W-LE09-LIB RSA230
083800           ELSE                                                   RSA230
083900     MOVE        'ECART INTEGRES + NON TRANSMIS / LOT OP' TO      RSA230
084000     W-LE09-LIB                                                   RSA230
084100     ADD         1 TO W-WA00-CPTAN.                               RSA230
084200 F84TO-D.                                                         RSA230
084300     MOVE        W-LE09-LIGNE TO EW00                             RSA230
084400     PERFORM     F80LI THRU F80LI-FN.                             RSA230
084500 F84TO-FN. EXIT.                                                  RSA230
084600 F80TE.                                                           RSA230
084700     ADD         1 TO 5-EW00-CPAG                                 RSA230
084800     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA230
084900     MOVE        XAED-XDATRT TO W-LE01-DATE                       RSA230
085000     MOVE        W-LE01-LIGNE TO EW00                             RSA230
085100     WRITE       EW00 AFTER ADVANCING SAUTP                       RSA230
085200     MOVE        W-LE02-LIGNE TO EW00                             RSA230
085300     WRITE       EW00 AFTER ADVANCING 1                           RSA230
085400     MOVE        SPACE TO EW00                                    RSA230
085500     WRITE       EW00 AFTER ADVANCING 1                           RSA230
085600     MOVE        W-LE04-LIGNE TO EW00                             RSA230
085700     WRITE       EW00 AFTER ADVANCING 1                           RSA230
085800     MOVE        SPACE TO EW00                                    RSA230
085900     WRITE       EW00 AFTER ADVANCING 1                           RSA230
086000     MOVE        5 TO 5-EW00-CLIG.                                RSA230
086100 F80TE-FN. EXIT.                                                  RSA230
086200 F80LI.                                                           RSA230
086300     MOVE        EW00 TO W-EW00-SAV.                              RSA230
086400           IF    5-EW00-CLIG NOT < 5-EW00-CLIM                    RSA230
086500     PERFORM     F80TE THRU F80TE-FN.                             RSA230
086600     MOVE        W-EW00-SAV TO EW00                               RSA230
086700     WRITE       EW00 AFTER ADVANCING 1                           RSA230
086800     ADD         1 TO 5-EW00-CLIG.                                RSA230
086900 F80LI-FN. EXIT.                                                  RSA230
087000 F95-A.                                                           P000
087100     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
087200     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
087300     EXEC SQL    WHENEVER SQLERROR   GO TO F99OR       END-EXEC.  P300
087400 F95-A-FN. EXIT.                                                  P300
087500 F95BB.         EXIT.                                             RSA230
087600 F95-RS04-FU.                                                     RSA230
087700     MOVE        'SELECT' TO XO00-XORATY                          RSA230
087800     MOVE        '95BB' TO XO00-XCDFSF                            RSA230
087900     MOVE        'RS04' TO XO00-XORATA                            RSA230
088000     MOVE        RS19 TO XO00-XORACL                              RSA230
088100     MOVE        ZERO TO W-PA00-NOPAID                            RSA230
088200     MOVE        SPACE TO W-PA00-DTPAID                           RSA230
088300     EXEC SQL                                                     RSA230
088400                 SELECT  nvl(NOPAID, 0)                           RSA230
088500                      ,  nvl(DTPAID,' ')                          RSA230
088600                   INTO :W-PA00-NOPAID                            RSA230
088700                      , :W-PA00-DTPAID                            RSA230
088800                   FROM  RS04                                     RSA230
088900                  WHERE  CNREN  = :RS19-CNREN                     RSA230
089000                    AND  NORER  = :RS19-NORER                     RSA230
089100                    AND  IDRPL  = :RS19-IDRPL      END-EXEC.      RSA230
089200     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA230
089300           IF    IK = ZERO                                        RSA230
089400     ADD         1 TO XOBB-COUNT.                                 RSA230
089500 F95-RS04-FU-FN. EXIT.                                            RSA230
089600 F95-RS04-MJ.                                                     RSA230
089700     MOVE        'UPDATE' TO XO00-XORATY                          RSA230
089800     MOVE        '95BB' TO XO00-XCDFSF                            RSA230
089900     MOVE        'RS04' TO XO00-XORATA                            RSA230
090000     MOVE        RS19 TO XO00-XORACL                              RSA230
090100     EXEC SQL                                                     RSA230
090200                 UPDATE  RS04                                     RSA230
090300                    SET  DTPAID = :RS19-DTPAI                     RSA230
090400                      ,  DHPAID = :RS19-DHPAI                     RSA230
090500                      ,  NOPAID = :RS19-NOPAI                     RSA230
090600                      ,  MCPAP  = nvl(MCPAP,0) + :RS19-MTPAI      RSA230
090700                  WHERE  CNREN  = :RS19-CNREN                     RSA230
090800                    AND  NORER  = :RS19-NORER                     RSA230
090900                    AND  IDRPL  = :RS19-IDRPL      END-EXEC.      RSA230
091000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA230
091100     MOVE        '0' TO IK                                        RSA230
091200     ADD         1 TO XODD-COUNT.                                 RSA230
091300 F95-RS04-MJ-FN. EXIT.                                            RSA230
091305 F95-RS04-MR.                                                     RSA230
091310     MOVE        'UPDATE' TO XO00-XORATY                          RSA230
091315     MOVE        '95BB' TO XO00-XCDFSF                            RSA230
091320     MOVE        'RS04' TO XO00-XORATA                            RSA230
091325     MOVE        RS19 TO XO00-XORACL                              RSA230
091330     EXEC SQL                                                     RSA230
091335                 UPDATE  RS04                                     RSA230
091340                    SET  MCPAP  = nvl(MCPAP,0) + :RS19-MTPAI      RSA230
091345                      ,  LIPAOD = :W-PA00-LIPAOD                  RSA230
091350                  WHERE  CNREN  = :RS19-CNREN                     RSA230
091355                    AND  NORER  = :RS19-NORER                     RSA230
091360                    AND  IDRPL  = :RS19-IDRPL      END-EXEC.      RSA230
091365     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA230
091370     MOVE        '0' TO IK                                        RSA230
091375     ADD         1 TO XODD-COUNT.                                 RSA230
091380 F95-RS04-MR-FN. EXIT.                                            RSA230
091400 F95BB-FN. EXIT.                                                  RSA230
091500 F95CC.         EXIT.                                             RSA230
091600 F95-RS19-CT.                                                     RSA230
091700     MOVE        'SELECT' TO XO00-XORATY                          RSA230
091800     MOVE        '95CC' TO XO00-XCDFSF                            RSA230
091900     MOVE        'RS19' TO XO00-XORATA                            RSA230
092000     MOVE        RS19 TO XO00-XORACL                              RSA230
092100     MOVE        ZERO TO W-PA00-NBRS19                            RSA230
092200     EXEC SQL                                                     RSA230
092300                 SELECT  count(*)                                 RSA230
092400                   INTO :W-PA00-NBRS19                            RSA230
092500                   FROM  RS19                                     RSA230
092600                  WHERE  CNREN  = :RS19-CNREN                     RSA230
092700                    AND  NORER  = :RS19-NORER                     RSA230
092800                    AND  IDRPL  = :RS19-IDRPL                     RSA230
092900                    AND  DHPAI  = :RS19-DHPAI      END-EXEC.      RSA230
093000     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA230
093100     MOVE        '0' TO IK.                                       RSA230
093200 F95-RS19-CT-FN. EXIT.                                            RSA230
093300 F95-RS19-IN.                                                     RSA230
093400     MOVE        'INSERT' TO XO00-XORATY                          RSA230
093500     MOVE        '95CC' TO XO00-XCDFSF                            RSA230
093600     MOVE        'RS19' TO XO00-XORATA                            RSA230
093700     MOVE        RS19 TO XO00-XORACL                              RSA230
093800     EXEC SQL                                                     RSA230
093900                 INSERT  INTO RS19                                RSA230
094000                       ( CNREN                                    RSA230
094100                       , NORER                                    RSA230
094200                       , IDRPL                                    RSA230
094300                       , NOPAI                                    RSA230
094400                       , DHPAI                                    RSA230
094500                       , DTPAI                                    RSA230
094600                       , MTPAI                                    RSA230
094700                       , MORER                                    RSA230
094800                       , NOTIE                                    RSA230
094900                       , CDPAM                                    RSA230
095000                       , CDPAS                                    RSA230
095100                       , CDTAXE                                   RSA230
095150                       , MTREF )                                  RSA230
095200                 VALUES( :RS19-CNREN                              RSA230
095300                       , :RS19-NORER                              RSA230
095400                       , :RS19-IDRPL                              RSA230
095500                       , :RS19-NOPAI                              RSA230
095600                       , :RS19-DHPAI                              RSA230
095700                       , :RS19-DTPAI                              RSA230
095800                       , :RS19-MTPAI                              RSA230
095900                       , :RS19-MORER                              RSA230
096000                       , :RS19-NOTIE                              RSA230
096100                       , :RS19-CDPAM                              RSA230
096200                       , :RS19-CDPAS                              RSA230
096300                       , :RS19-CDTAXE                             RSA230
096350                       , :RS19-MTREF )              END-EXEC.     RSA230
096400     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA230
096500     MOVE        '0' TO IK                                        RSA230
096600     ADD         1 TO XOCC-COUNT.                                 RSA230
096700 F95-RS19-IN-FN. EXIT.                                            RSA230
096702 F95-RS19-FE.                                                     RSA230
096704     MOVE        'SELECT' TO XO00-XORATY                          RSA230
096706     MOVE        '95CC' TO XO00-XCDFSF                            RSA230
096708     MOVE        'RS19' TO XO00-XORATA                            RSA230
096710     MOVE        RS19 TO XO00-XORACL                              RSA230
096712     MOVE        ZERO TO W-PA00-NBRS19                            RSA230
096714     MOVE        ZERO TO RS19-NOPAI                               RSA230
096716     EXEC SQL                                                     RSA230
096718                 SELECT  count(*)                                 RSA230
096720                      ,  nvl(max(NOPAI), 0)                       RSA230
096722                   INTO :W-PA00-NBRS19                            RSA230
096724                      , :RS19-NOPAI                               RSA230
096726                   FROM  RS19                                     RSA230
096728                  WHERE  CNREN  = :RS19-CNREN                     RSA230
096730                    AND  NORER  = :RS19-NORER                     RSA230
096732                    AND  IDRPL  = :RS19-IDRPL                     RSA230
096734                    AND  DHPAI  = :RS19-DHPAI                     RSA230
096736                    AND  CDPAS  = :W-WA00-CDPASE   END-EXEC.      RSA230
096738     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA230
096740     MOVE        '0' TO IK.                                       RSA230
096742 F95-RS19-FE-FN. EXIT.                                            RSA230
096744 F95-RS19-MR.                                                     RSA230
096746     MOVE        'UPDATE' TO XO00-XORATY                          RSA230
096748     MOVE        '95CC' TO XO00-XCDFSF                            RSA230
096750     MOVE        'RS19' TO XO00-XORATA                            RSA230
096752     MOVE        RS19 TO XO00-XORACL                              RSA230
096754     EXEC SQL                                                     RSA230
096756                 UPDATE  RS19                                     RSA230
096758                    SET  CDPAS  = :W-WA00-CDPASP                  RSA230
096760                      ,  DTPAIR = :W-WA00-DATJ                    RSA230
096762                  WHERE  CNREN  = :RS19-CNREN                     RSA230
096764                    AND  NORER  = :RS19-NORER                     RSA230
096766                    AND  IDRPL  = :RS19-IDRPL                     RSA230
096768                    AND  DHPAI  = :RS19-DHPAI                     RSA230
096770                    AND  CDPAS  = :W-WA00-CDPASE   END-EXEC.      RSA230
096772     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN                  RSA230
096774     MOVE        '0' TO IK                                        RSA230
096776     ADD         1 TO XOCC-COUNT.                                 RSA230
096778 F95-RS19-MR-FN. EXIT.                                            RSA230
096800 F95CC-FN. EXIT.                                                  RSA230
096900 F9590.         EXIT.                                             P000
097000 F95-WORK-CN.                                                     P100
097100     MOVE        '9590' TO XO00-XCDFSF                            P110
097200     MOVE        'CONNECT' TO XO00-XORATY                         P120
097300     MOVE        SPACE TO XO00-XORATA                             P130
097400     MOVE        USERID TO XO00-XORACL                            P140
097500     EXEC SQL    CONNECT :USERID                       END-EXEC.  P150
097600 F95-WORK-CN-FN.                                                  P199
097700 F9590-FN. EXIT.                                                  P199
097800 F9591.         EXIT.                                             P000
097900 F95-WORK-RBS.                                                    P100
098000     MOVE        '9591' TO XO00-XCDFSF                            P110
098100     MOVE        'RB SEGMT' TO XO00-XORATY                        P120
098200     MOVE        SPACE TO XO00-XORATA                             P130
098300     MOVE        XO00-XORARB TO XO00-XORACL                       P140
098400     EXEC SQL    SET TRANSACTION USE                              P150
098500                 ROLLBACK SEGMENT :XO00-XORARB         END-EXEC.  P160
098600 F95-WORK-RBS-FN.                                                 P199
098700 F9591-FN. EXIT.                                                  P199
098800 F9592.         EXIT.                                             P000
098900 F95-WORK-CO.                                                     P100
099000     MOVE        '9592' TO XO00-XCDFSF                            P110
099100     MOVE        'COMMIT' TO XO00-XORATY                          P120
099200     MOVE        SPACE TO XO00-XORATA                             P130
099300     MOVE        SPACE TO XO00-XORACL                             P140
099400     EXEC SQL    COMMIT WORK                           END-EXEC.  P150
099500     MOVE        '1' TO XO00-XORACO.                              P155
099600           IF    XO00-XORARB NOT = SPACE                          P160
099700     PERFORM     F95-WORK-RBS THRU F95-WORK-RBS-FN.               P165
099800 F95-WORK-CO-FN.                                                  P199
099900 F9592-FN. EXIT.                                                  P199
100000 F9594.         EXIT.                                             P000
100100 F95-WORK-RO.                                                     P100
100200     MOVE        '9594' TO XO00-XCDFSF                            P110
100300     MOVE        'ROLLBACK' TO XO00-XORATY                        P120
100400     MOVE        SPACE TO XO00-XORATA                             P130
100500     MOVE        SPACE TO XO00-XORACL                             P140
100600     EXEC SQL    ROLLBACK WORK                         END-EXEC.  P150
100700 F95-WORK-RO-FN.                                                  P199
100800 F9594-FN. EXIT.                                                  P199
100900 F9596.         EXIT.                                             P000
101000 F95-WORK-RR.                                                     P100
101100     MOVE        '9596' TO XO00-XCDFSF                            P110
101200     MOVE        'RELEASE' TO XO00-XORATY                         P120
101300     MOVE        SPACE TO XO00-XORATA                             P130
101400     MOVE        SPACE TO XO00-XORACL                             P140
101500     EXEC SQL    ROLLBACK WORK RELEASE                 END-EXEC.  P150
101600 F95-WORK-RR-FN.                                                  P199
101700 F9596-FN. EXIT.                                                  P199
101800 F9598.         EXIT.                                             P000
101900 F95-WORK-TR.                                                     P100
102000     MOVE        '9598' TO XO00-XCDFSF                            P110
102100     MOVE        'TRACE' TO XO00-XORATY                           P120
102200     MOVE        SPACE TO XO00-XORATA                             P130
102300     MOVE        SPACE TO XO00-XORACL                             P140
102400     EXEC SQL    ALTER SESSION SET SQL_TRACE TRUE      END-EXEC.  P150
102500 F95-WORK-TR-FN.                                                  P199
102600 F9598-FN. EXIT.                                                  P199
102700 F9599.         EXIT.                                             P000
102800 F95-WORK-OK.                                                     RSA230
102900           IF    SQLCODE = ZERO                                   RSA230
103000     MOVE        ZERO TO IK                                       RSA230
103100           ELSE                                                   RSA230
103200     MOVE        '1' TO IK.                                       RSA230
103300     MOVE        SQLCODE TO XO00-XORARC.                          RSA230
103400 F95-WORK-OK-FN.                                                  RSA230
103500 F9599-FN. EXIT.                                                  RSA230
103600 F98.           EXIT.                                             RSA230
103700 F98-D.         EXIT.                                             RSA230
103800 F98-H.                                                           RSA230
103900     DISPLAY     '------------------------------'                 RSA230
104000     '------------------------------'                             RSA230
104100     '-------------'                                              RSA230
104200     DISPLAY     '- Programme ' PROGE ' : '                       RSA230
104300     'INTEGRATION DES PAIEMENTS     '.                            RSA230
104400     DISPLAY     '-   version ' NUGNA ' generee '                 RSA230
104500     'le ' DATGN ' a ' TIMGN ' en '                               RSA230
104600     'bibliotheque ' APPLI.                                       RSA230
104700     DISPLAY     '-   debut : ' XAED-XDATRT ' '                   RSA230
104800     XAED-XHETRT.                                                 RSA230
104900     DISPLAY     '------------------------------'                 RSA230
105000     '------------------------------'                             RSA230
105100     '-------------'.                                             RSA230
105200 F98-H-FN. EXIT.                                                  RSA230
105300 F98-L.    IF    DATCE = XA30-ENVVAL                              P000
105400           NEXT SENTENCE ELSE GO TO     F98-L-FN.                 P000
105500     DISPLAY                      '- Attention ! La date du jour aP100
105600-                                 ' ete forcee par la variable GCAP110
105700-                '_DATCE'.                                        P120
105800     DISPLAY     '------------------------------'                 P500
105900     '------------------------------'                             P520
106000     '-------------'.                                             P530
106100 F98-L-FN. EXIT.                                                  P530
106200 F98-D-FN. EXIT.                                                  RSA230
106300 F98-Z.                                                           RSA230
106400     DISPLAY     '-'.                                             RSA230
106500 F98BB.                                                           RSA230
106600     MOVE        XOBB-COUNT TO XA80-XQNENR.                       RSA230
106700     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA230
106800     ' rentes lues'                                               RSA230
106900     ' dans RS04'.                                                RSA230
107000     MOVE        XODD-COUNT TO XA80-XQNENR.                       RSA230
107100     DISPLAY     '- oracle F95BB ' XA80-XQNENR                    RSA230
107200     ' rentes mises a jour'                                       RSA230
107300     ' dans RS04'.                                                RSA230
107400 F98BB-FN. EXIT.                                                  RSA230
107500 F98CC.                                                           RSA230
107600     MOVE        XOCC-COUNT TO XA80-XQNENR.                       RSA230
107700     DISPLAY     '- oracle F95CC ' XA80-XQNENR                    RSA230
107800     ' paiements inseres'                                         RSA230
107900     ' dans RS19'.                                                RSA230
108000 F98CC-FN. EXIT.                                                  RSA230
108100 F98OP.                                                           RSA230
108200     MOVE        W-WA00-CPTLU TO XA80-XQNENR.                     RSA230
108300     DISPLAY     '- fichier ' 'OP   '                             RSA230
108400     XA80-XQNENR ' ordres de paiement lus'                        RSA230
108500     ' assignation: ' 'OP'                                        RSA230
108600     ' ouverture: ' 'I'.                                          RSA230
108700     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA230
108800     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA230
108900 F98OP-FN. EXIT.                                                  RSA230
109000 F98EW.                                                           RSA230
109100     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA230
109200     DISPLAY     '- fichier ' 'EW   '                             RSA230
109300     XA80-XQNENR ' pages editees'                                 RSA230
109400     ' assignation: ' 'EW'                                        RSA230
109500     ' ouverture: ' 'O'.                                          RSA230
109600 F98EW-FN. EXIT.                                                  RSA230
109700 F9899.                                                           RSA230
109800     DISPLAY     '-     fin : ' XAED-XDATRT ' '                   RSA230
109900     XAED-XHETRT.                                                 RSA230
110000     DISPLAY     '------------------------------'                 RSA230
110100     '------------------------------'                             RSA230
110200     '-------------'.                                             RSA230
110300 F9899-FN. EXIT.                                                  RSA230
110400 F98-Z-FN. EXIT.                                                  RSA230
110500 F98-FN.   EXIT.                                                  RSA230
110600 F99OR.                                                           P000
110700     PERFORM     F0BBA THRU F0BBA-FN.                             P100
110800 F99OV.                                                           P000
110900     MOVE        001                      TO J99OVR.              P000
111000                              GO TO     F99OV-B.                  P000
111100 F99OV-A.                                                         P000
111200     ADD         1                        TO J99OVR.              P000
111300 F99OV-B.                                                         P000
111400     IF          IXO00M                   <  J99OVR               P000
111500                              GO TO     F99OV-FN.                 P000
111600           IF    XO00-XORAC1 (J99OVR) < SPACE                     P100
111700           OR    XO00-XORAC1 (J99OVR) > 'Z'                       P110
111800     MOVE        '.' TO XO00-XORAC1 (J99OVR).                     P100
111900 F99OV-900. GO TO F99OV-A.                                        P100
112000 F99OV-FN. EXIT.                                                  P100
112100 F99OZ.                                                           P000
112200     MOVE        '99OR' TO XA60-XCDFSF                            P100
112300     MOVE        'ERREUR ORACLE' TO XA60-XLISUI                   P110
112400     MOVE        XO00-XORAER TO XA60-ZX67A                        P130
112500     MOVE        XO00-XORAE2 TO XA60-ZX67B                        P140
112600     MOVE        SQLERRMC TO XA60-ZX67C.                          P150
112700     PERFORM     F9900 THRU F9900-FN.                             P210
112800 F99OZ-FN. EXIT.                                                  P210
112900 F99OR-FN. EXIT.                                                  P210
113000 F99SW.         EXIT.                                             P000
113100 F99SW-FN. EXIT.                                                  P000
113200 F99SX.         EXIT.                                             P000
113300 F99SX-FN. EXIT.                                                  P000
113400 F99VE.                                                           P000
113500     MOVE        ZERO TO IK                                       P100
113600     DISPLAY     XA30-ENVNAM                                      P110
113700     UPON ENVIRONMENT-NAME                                        P120
113800     ACCEPT      XA30-ENVVAL                                      P200
113900     FROM ENVIRONMENT-VALUE                                       P210
114000     ON EXCEPTION                                                 P220
114100     MOVE        '1' TO IK                                        P230
114200     MOVE        SPACE TO XA30-ENVVAL.                            P240
114300 F99VE-FN. EXIT.                                                  P240
114400 F9900.         EXIT.                                             P000
114500 F9910.                                                           P000
114600     DISPLAY     '***'                                            P100
114700     DISPLAY     '***' XA60-L1                                    P200
114800     DISPLAY     '***' XA60-ZX67A.                                P300
114900           IF    XA60-ZX67B NOT = SPACE                           P400
115000     DISPLAY     '***' XA60-ZX67B.                                P400
115100           IF    XA60-ZX67C NOT = SPACE                           P500
115200     DISPLAY     '***' XA60-ZX67C                                 P500
115300     DISPLAY     '***'.                                           P600
115400 F9910-FN. EXIT.                                                  P600
115500 F9920.                                                           P000
115600     PERFORM     F98-Z THRU F98-Z-FN.                             P100
115700 F9950.    IF    XO00-XORACN NOT = ZERO                           P000
115800           NEXT SENTENCE ELSE GO TO     F9950-FN.                 P000
115900     MOVE        ZERO TO XO00-XORACN                              P100
116000     PERFORM     F95-WORK-RR THRU F95-WORK-RR-FN.                 P110
116100 F9950-FN. EXIT.                                                  P110
116200 F9980.                                                           P000
116300     MOVE        4 TO XA00-XRC.                                   P100
116400           IF    XO00-XORACO NOT = ZERO                           P500
116500     MOVE        8 TO XA00-XRC.                                   P500
116600 F9980-FN. EXIT.                                                  P500
116700 F9990.                                                           P000
116800     MOVE        XA00-XRC TO RETURN-CODE                          P100
116900     STOP RUN.                                                    P500
117000 F9990-FN. EXIT.                                                  P500
117100 F9920-FN. EXIT.                                                  P500
117200 F9900-FN. EXIT.                                                  P500
117300 F9999.                                                           P000
117400     DISPLAY     '******* ABORT PROVOQUE *******'                 P100
117500     ' ' XA60-XCDFSF                                              P150
117600     PERFORM     F9920 THRU F9920-FN.                             P200
117700 F9999-FN. EXIT.                                                  P200
