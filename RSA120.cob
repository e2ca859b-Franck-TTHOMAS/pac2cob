001600      SELECT OP-FICHIER      ASSIGN AS-SOOP                       RSA120
001700             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001800             FILE STATUS     1-OP00-STATUS.                       RSA120
001806      SELECT OPTIONAL RI-FICHIER ASSIGN AS-SORI                   RSA120
001812             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001818             FILE STATUS     1-RI00-STATUS.                       RSA120
001825      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA120
001850             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001875             FILE STATUS     1-CT00-STATUS.                       RSA120
001878      SELECT OPTIONAL HO-FICHIER ASSIGN AS-SOHO                   RSA120
001881             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001884             FILE STATUS     1-HO00-STATUS.                       RSA120
001887      SELECT OPTIONAL LB-FICHIER ASSIGN AS-SOLB                   RSA120
001890             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001893             FILE STATUS     1-LB00-STATUS.                       RSA120
001894      SELECT OPTIONAL AR-FICHIER ASSIGN AS-SOAR                   RSA120
001895             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001896             FILE STATUS     1-AR00-STATUS.                       RSA120
001897      SELECT TO-FICHIER      ASSIGN AS-SOTO                       RSA120
001898             ORGANIZATION    LINE SEQUENTIAL                      RSA120
001899             FILE STATUS     1-TO00-STATUS.                       RSA120
001900 DATA DIVISION.                                                   RSA120
002000 FILE SECTION.                                                    RSA120
002100 FD                 EW-FICHIER                                    RSA120
002600      BLOCK              00000 RECORDS.                           RSA120
002700 01                 OP00.                                         RSA120
002800      10            OP00-LIGNE  PICTURE  X(80).                   RSA120
002804 FD                 RI-FICHIER                                    RSA120
002808      BLOCK              00000 RECORDS.                           RSA120
002812 01                 RI00.                                         RSA120
002816      10            RI00-LIGNE  PICTURE  X(80).                   RSA120
002820 FD                 CT-FICHIER                                    RSA120
002840      BLOCK              00000 RECORDS.                           RSA120
002860 01                 CT00.                                         RSA120
002880      10            CT00-LIGNE  PICTURE  X(150).                  RSA120
002881 FD                 HO-FICHIER                                    RSA120
002882      BLOCK              00000 RECORDS.                           RSA120
002883 01                 HO00.                                         RSA120
002884      10            HO00-LIGNE  PICTURE  X(130).                  RSA120
002885 FD                 LB-FICHIER                                    RSA120
002886      BLOCK              00000 RECORDS.                           RSA120
002887 01                 LB00.                                         RSA120
002888      10            LB00-LIGNE  PICTURE  X(80).                   RSA120
002889 FD                 AR-FICHIER                                    RSA120
002890      BLOCK              00000 RECORDS.                           RSA120
002891 01                 AR00.                                         RSA120
002892      10            AR00-LIGNE  PICTURE  X(80).                   RSA120
002893 FD                 TO-FICHIER                                    RSA120
002894      BLOCK              00000 RECORDS.                           RSA120
002895 01                 TO00.                                         RSA120
002896      10            TO00-LIGNE  PICTURE  X(80).                   RSA120
002900 WORKING-STORAGE SECTION.                                         RSA120
003000          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA120
003100          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA120
005000 77               W-WA00-DATJ     PIC X(8).                       RSA120
005100 77               W-OS00-MTSAI  PIC S9(9)V99 COMP-3.              RSA120
005200 77               W-OS00-MTOPP  PIC S9(9)V99 COMP-3.              RSA120
005233 77               W-PA00-DTECH  PIC X(8).                         RSA120
005266 77               W-PA00-TXPAS  PIC S999V99 COMP-3.               RSA120
005274 77               W-BO00-MMPAI  PIC S9(9)V99 COMP-3.              RSA120
005282 77               W-BO00-MXPAI  PIC S9(9)V99 COMP-3.              RSA120
005290 77               W-HP00-MTPRE  PIC S9(9)V99 COMP-3.              RSA120
005291 77               W-PA00-DTPAID PIC X(8).                         RSA120
005292 77               W-PA00-NBPAI  PIC S9(9) COMP-3.                 RSA120
005293 77               W-PA00-CDPASE PIC X VALUE 'E'.                  RSA120
005294 77               W-PA00-CDTAXP PIC X VALUE 'P'.                  RSA120
005295 77               W-PA00-NBTAX  PIC S9(9) COMP-3.                 RSA120
005300          EXEC SQL END   DECLARE SECTION END-EXEC.                RSA120
005400 77               W-WA00-CPTLU  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005500 77               W-WA00-CPTAN  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005550 77               W-WA00-CPTHT  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005566 77               W-WA00-CPTRI  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005582 77               W-RI00-EOF    PIC X VALUE '0'.                  RSA120
005584 77               W-WA00-CPTHO  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005586 77               W-WA00-CPTLB  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005588 77               W-WA00-CPTAT  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005590 77               W-WA00-MULTP  PIC 99 VALUE ZERO.                RSA120
005592 77               W-WA00-USRLC  PIC X(20).                        RSA120
005594 77               W-HO00-EOF    PIC X VALUE '0'.                  RSA120
005596 77               W-LB00-EOF    PIC X VALUE '0'.                  RSA120
005598 77               W-AT00-TROUV  PIC X.                            RSA120
005600 77               W-EC00-NBECH  PIC S9(4) COMP   VALUE ZERO.      RSA120
005700 77               W-EC00-NBMOIS PIC S9(4) COMP   VALUE ZERO.      RSA120
005725 77               W-LB10-NX     PIC S9(4) COMP VALUE +1.          RSA120
005750 77               W-LB10-NORMX  PIC X(6).                         RSA120
005765 77               W-LB10-SAV    PIC X(43).                        RSA120
005780 77               W-WA00-CPTAR  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005785 77               W-WA00-CPTAE  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005790 77               W-AR00-EOF    PIC X VALUE '0'.                  RSA120
005795 77               W-EC00-CDORD  PIC X VALUE SPACE.                RSA120
005796 77               W-WA00-CPTDP  PIC S9(9) COMP-3 VALUE ZERO.      RSA120
005797 77               W-WA00-CDPAY  PIC X.                            RSA120
005800 01               W-EC00-CALCUL COMPUTATIONAL-3.                  RSA120
005900    05            W-EC00-MTBRUT  PIC S9(9)V99.                    RSA120
006000    05            W-EC00-MTOPPO  PIC S9(9)V99.                    RSA120
006100    05            W-EC00-MTNET   PIC S9(9)V99.                    RSA120
006150    05            W-EC00-MTPAS   PIC S9(9)V99.                    RSA120
006200 01               W-EC00-DTECH.                                   RSA120
006300    05            W-EC00-AAAA    PIC 9(4).                        RSA120
006400    05            W-EC00-MM      PIC 99.                          RSA120
007500    05            W-OP00-MTBRUT  PIC 9(9)V99.                     RSA120
007600    05            W-OP00-MTOPPO  PIC 9(9)V99.                     RSA120
007700    05            W-OP00-MTNET   PIC 9(9)V99.                     RSA120
007766    05            W-OP00-CDORD   PIC X.                           RSA120
007810    05            W-OP00-TXPAS   PIC 99V99.                       RSA120
007854    05            W-OP00-MTPAS   PIC 9(9)V99.                     RSA120
007900 01               W-RG00-TAB.                                     RSA120
008000    05            W-RG00-NB      PIC S9(4) COMP.                  RSA120
008100    05            W-RG00-POSTE   OCCURS 20.                       RSA120
008300      10          W-RG00-NBOP    PIC S9(9) COMP-3.                RSA120
008400      10          W-RG00-MTBRUT  PIC S9(11)V99 COMP-3.            RSA120
008500      10          W-RG00-MTOPPO  PIC S9(11)V99 COMP-3.            RSA120
008550      10          W-RG00-MTPAS   PIC S9(11)V99 COMP-3.            RSA120
008600      10          W-RG00-MTNET   PIC S9(11)V99 COMP-3.            RSA120
008700 01               W-TO00-CUMULS COMPUTATIONAL-3.                  RSA120
008800    05            W-TO00-NBOP    PIC S9(9) VALUE ZERO.            RSA120
008900    05            W-TO00-MTBRUT  PIC S9(11)V99 VALUE ZERO.        RSA120
009000    05            W-TO00-MTOPPO  PIC S9(11)V99 VALUE ZERO.        RSA120
009050    05            W-TO00-MTPAS   PIC S9(11)V99 VALUE ZERO.        RSA120
009100    05            W-TO00-MTNET   PIC S9(11)V99 VALUE ZERO.        RSA120
009104 01               W-HO00-ENR.                                     RSA120
009108    05            W-HO00-ORDRE.                                   RSA120
009112      10          W-HO00-CLE     PIC X(13).                       RSA120
009116      10          FILLER         PIC X(67).                       RSA120
009120    05            W-HO00-USRLC   PIC X(20).                       RSA120
009124    05            W-HO00-DTHLD   PIC X(8).                        RSA120
009128    05            W-HO00-CDMOT   PIC XX.                          RSA120
009132    05            W-HO00-MTREF   PIC 9(9)V99.                     RSA120
009136    05            FILLER         PIC X(9) VALUE SPACE.            RSA120
009140 01               W-AT00-TAB.                                     RSA120
009144    05            W-AT00-NB      PIC S9(4) COMP VALUE ZERO.       RSA120
009148    05            W-AT00-CLE     PIC X(13) OCCURS 3000.           RSA120
009152 01               W-BO00-TAB.                                     RSA120
009156    05            W-BO00-NB      PIC S9(4) COMP VALUE ZERO.       RSA120
009160    05            W-BO00-POSTE   OCCURS 50.                       RSA120
009164      10          W-BO00-CNREN   PIC XX.                          RSA120
009168      10          W-BO00-MTMIN   PIC S9(9)V99 COMP-3.             RSA120
009172      10          W-BO00-MTMAX   PIC S9(9)V99 COMP-3.             RSA120
009176 01               W-HP00-CALCUL COMPUTATIONAL-3.                  RSA120
009184    05            W-HP00-MTSEU   PIC S9(11)V99.                   RSA120
009186 01               W-LB10-TAB.                                     RSA120
009188    05            W-LB10-NB      PIC S9(4) COMP VALUE ZERO.       RSA120
009190    05            W-LB10-POSTE   OCCURS 3000.                     RSA120
009191      10          W-LB10-ORDRE.                                   RSA120
009192        15        W-LB10-CNREN   PIC XX.                          RSA120
009193        15        W-LB10-NORER   PIC X(6).                        RSA120
009194        15        FILLER         PIC X(72).                       RSA120
009195      10          W-LB10-ORIG    PIC X.                           RSA120
009196 01               W-LB10-ENTR.                                    RSA120
009197    05            W-LB10-EORDR   PIC X(80).                       RSA120
009198    05            W-LB10-EORIG   PIC X.                           RSA120
009200 01               W-EW00-SAV     PIC X(133).                      RSA120
009209 01               W-TO10-ENR.                                     RSA120
009218    05            W-TO10-NIREG   PIC XX.                          RSA120
009227    05            W-TO10-NBOP    PIC 9(9).                        RSA120
009236    05            W-TO10-MTBRUT  PIC 9(11)V99.                    RSA120
009245    05            W-TO10-MTOPPO  PIC 9(11)V99.                    RSA120
009254    05            W-TO10-MTNET   PIC 9(11)V99.                    RSA120
009263    05            W-TO10-MTPAS   PIC 9(11)V99.                    RSA120
009272    05            W-TO10-DATTRT  PIC X(8).                        RSA120
009281    05            W-TO10-HETRT   PIC X(6).                        RSA120
009290    05            FILLER         PIC X(3).                        RSA120
009300 01               W-LE01-LIGNE.                                   RSA120
009400    05            FILLER         PIC X(01) VALUE SPACE.           RSA120
009500    05            FILLER         PIC X(22) VALUE                  RSA120
011000    05            FILLER         PIC X(08) VALUE 'REGIME'.        RSA120
011100    05            FILLER         PIC X(12) VALUE '    ORDRES'.    RSA120
011200    05            FILLER         PIC X(17) VALUE '      BRUT'.    RSA120
011280    05            FILLER         PIC X(17) VALUE 'OPPOSITION'.    RSA120
011360    05            FILLER         PIC X(17) VALUE 'RETENUE PAS'.   RSA120
011440    05            FILLER         PIC X(17) VALUE '       NET'.    RSA120
011520    05            FILLER         PIC X(44) VALUE SPACES.          RSA120
011600 01               W-LE05-LIGNE.                                   RSA120
011700    05            FILLER         PIC X(01) VALUE SPACE.           RSA120
011800    05            W-LE05-NIREG   PIC XX.                          RSA120
012200    05            W-LE05-MTBRUT  PIC -(10)9,99.                   RSA120
012300    05            FILLER         PIC X(03) VALUE SPACES.          RSA120
012400    05            W-LE05-MTOPPO  PIC -(10)9,99.                   RSA120
012466    05            FILLER         PIC X(03) VALUE SPACES.          RSA120
012532    05            W-LE05-MTPAS   PIC -(10)9,99.                   RSA120
012598    05            FILLER         PIC X(03) VALUE SPACES.          RSA120
012664    05            W-LE05-MTNET   PIC -(10)9,99.                   RSA120
012730    05            FILLER         PIC X(47) VALUE SPACES.          RSA120
012800 01               W-LE07-LIGNE.                                   RSA120
012900    05            FILLER         PIC X(01) VALUE SPACE.           RSA120
013000    05            W-LE07-LIB     PIC X(26).                       RSA120
021900 77                 XOBB-RS04-OPE PIC X(001)     VALUE ZERO.      RSA120
022000 77                 XOCC-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA120
022100 77                 XODD-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA120
022150 77                 XOEE-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA120
022162 77                 XOFF-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA120
022174 77                 XOGG-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA120
022186 77                 XOHH-COUNT    PIC S9(9) COMP VALUE ZERO.      RSA120
022200          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                7XPZZ5
022300 77                 XP00-XROWID                                   7XP001
022400                  PICTURE X(18).                                  7XP001
030400      05           J99OVR PICTURE S9(4) VALUE  ZERO.              P000
030500 01   COMPTEURS-FICHIERS       COMPUTATIONAL-3.                   RSA120
030600      05       5-OP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030650      05       5-RI00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030662      05       5-HO00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030674      05       5-HQ00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030686      05       5-LB00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030693      05       5-AR00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030696      05       5-TO00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA120
030700 01   COMPTEURS-ET-VARIABLES-EDITION.                             RSA120
030800      05         COMPTEURS     COMPUTATIONAL-3.                   RSA120
030900      10       5-EW00-CLIM PICTURE S999 VALUE +56.                RSA120
031700      05          1-EW00-STATUS PICTURE XX VALUE ZERO.            RSA120
031800      05          1-OP00-STATUS PICTURE XX VALUE ZERO.            RSA120
031850      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA120
031875      05          1-RI00-STATUS PICTURE XX VALUE ZERO.            RSA120
031883      05          1-HO00-STATUS PICTURE XX VALUE ZERO.            RSA120
031891      05          1-LB00-STATUS PICTURE XX VALUE ZERO.            RSA120
031895      05          1-AR00-STATUS PICTURE XX VALUE ZERO.            RSA120
031897      05          1-TO00-STATUS PICTURE XX VALUE ZERO.            RSA120
031900 PROCEDURE DIVISION.                                              RSA120
032000 DECLARATIVES.                                                    RSA120
032100 SECEW SECTION.                                                   RSA120
033100     MOVE        5-OP00-CPTENR TO XA80-XQNENR                     RSA120
033200     GO TO F0A90.                                                 RSA120
033300 F0AOP-FN. EXIT.                                                  RSA120
033301 SECTO SECTION.                                                   RSA120
033302     USE AFTER ERROR PROCEDURE                                    RSA120
033303      ON TO-FICHIER.                                              RSA120
033304 F0ATO.                                                           RSA120
033305     MOVE        'TO' TO XA80-XCOSD                               RSA120
033306     MOVE        1-TO00-STATUS TO XA80-STATUS                     RSA120
033307     MOVE        5-TO00-CPTENR TO XA80-XQNENR                     RSA120
033308     GO TO F0A90.                                                 RSA120
033309 F0ATO-FN. EXIT.                                                  RSA120
033310 SECRI SECTION.                                                   RSA120
033320     USE AFTER ERROR PROCEDURE                                    RSA120
033330      ON RI-FICHIER.                                              RSA120
033340 F0ARI.                                                           RSA120
033350     MOVE        'RI' TO XA80-XCOSD                               RSA120
033360     MOVE        1-RI00-STATUS TO XA80-STATUS                     RSA120
033370     MOVE        5-RI00-CPTENR TO XA80-XQNENR                     RSA120
033380     GO TO F0A90.                                                 RSA120
033390 F0ARI-FN. EXIT.                                                  RSA120
033391 SECHO SECTION.                                                   RSA120
033392     USE AFTER ERROR PROCEDURE                                    RSA120
033393      ON HO-FICHIER.                                              RSA120
033394 F0AHO.                                                           RSA120
033395     MOVE        'HO' TO XA80-XCOSD                               RSA120
033396     MOVE        1-HO00-STATUS TO XA80-STATUS                     RSA120
033397     MOVE        5-HO00-CPTENR TO XA80-XQNENR                     RSA120
033398     GO TO F0A90.                                                 RSA120
033399 F0AHO-FN. EXIT.                                                  RSA120
033400 F0A90.                                                           RSA120
033500     MOVE        '0A90' TO XA60-XCDFSF                            RSA120
033600     MOVE        'ERREUR I-O' TO XA60-XLISUI.                     RSA120
034200     MOVE        SPACE TO XA60-ZX67B.                             RSA120
034300     PERFORM     F9900 THRU F9900-FN.                             RSA120
034400 F0A90-FN. EXIT.                                                  RSA120
034401 SECAR SECTION.                                                   RSA120
034402     USE AFTER ERROR PROCEDURE                                    RSA120
034403      ON AR-FICHIER.                                              RSA120
034404 F0AAR.                                                           RSA120
034405     MOVE        'AR' TO XA80-XCOSD                               RSA120
034406     MOVE        1-AR00-STATUS TO XA80-STATUS                     RSA120
034407     MOVE        5-AR00-CPTENR TO XA80-XQNENR                     RSA120
034408     GO TO F0A90.                                                 RSA120
034409 F0AAR-FN. EXIT.                                                  RSA120
034410 SECCT SECTION.                                                   RSA120
034420     USE AFTER ERROR PROCEDURE                                    RSA120
034430      ON CT-FICHIER.                                              RSA120
034470     MOVE        ZERO TO XA80-XQNENR                              RSA120
034480     GO TO F0A90.                                                 RSA120
034490 F0ACT-FN. EXIT.                                                  RSA120
034491 SECLB SECTION.                                                   RSA120
034492     USE AFTER ERROR PROCEDURE                                    RSA120
034493      ON LB-FICHIER.                                              RSA120
034494 F0ALB.                                                           RSA120
034495     MOVE        'LB' TO XA80-XCOSD                               RSA120
034496     MOVE        1-LB00-STATUS TO XA80-STATUS                     RSA120
034497     MOVE        5-LB00-CPTENR TO XA80-XQNENR                     RSA120
034498     GO TO F0A90.                                                 RSA120
034499 F0ALB-FN. EXIT.                                                  RSA120
034500 END DECLARATIVES.                                                RSA120
034600 SEC00 SECTION.                                                   RSA120
034700 F0B.           EXIT.                                             RSA120
042100           AND   XA30-ENVVAL NOT = SPACE                          RSA120
042200     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDREAA.               RSA120
042300     DISPLAY     '- code activite retenu    : ' W-WA00-CDREAA.    RSA120
042304     MOVE        3 TO W-WA00-MULTP                                RSA120
042308     MOVE        'GCA_MULTPAI' TO XA30-ENVNAM                     RSA120
042312     PERFORM     F99VE THRU F99VE-FN.                             RSA120
042316           IF    IK = ZERO                                        RSA120
042320           AND   XA30-ENVVAL(1:2) NUMERIC                         RSA120
042324     MOVE        XA30-ENVVAL(1:2) TO W-WA00-MULTP.                RSA120
042328           IF    IK = ZERO                                        RSA120
042332           AND   XA30-ENVVAL(1:1) NUMERIC                         RSA120
042336           AND   XA30-ENVVAL(2:1) = SPACE                         RSA120
042340     MOVE        XA30-ENVVAL(1:1) TO W-WA00-MULTP.                RSA120
042344     DISPLAY     '- multiple du paiement    : ' W-WA00-MULTP.     RSA120
042348     MOVE        'GCA_USRLANC' TO XA30-ENVNAM                     RSA120
042352     PERFORM     F99VE THRU F99VE-FN                              RSA120
042356     MOVE        XA30-ENVVAL TO W-WA00-USRLC.                     RSA120
042360           IF    W-WA00-USRLC = SPACE                             RSA120
042364     MOVE        'LOGNAME' TO XA30-ENVNAM                         RSA120
042368     PERFORM     F99VE THRU F99VE-FN                              RSA120
042372     MOVE        XA30-ENVVAL TO W-WA00-USRLC.                     RSA120
042376           IF    W-WA00-USRLC = SPACE                             RSA120
042380     MOVE        'USER' TO XA30-ENVNAM                            RSA120
042381     PERFORM     F99VE THRU F99VE-FN                              RSA120
042382     MOVE        XA30-ENVVAL TO W-WA00-USRLC.                     RSA120
042383           IF    W-WA00-USRLC = SPACE                             RSA120
042384     MOVE        '0BCW' TO XA60-XCDFSF                            RSA120
042385     MOVE        'LANCEUR NON IDENTIFIE         ' TO XA60-XLISUI  RSA120
042386     MOVE        'VARIABLES GCA_USRLANC, LOGNAME ET USER ABSENTES'RSA120
042387                 TO XA60-ZX67A                                    RSA120
042388     MOVE        SPACE TO XA60-ZX67B                              RSA120
042389     PERFORM     F9900 THRU F9900-FN.                             RSA120
042390     INSPECT     W-WA00-USRLC CONVERTING                          RSA120
042391                 'abcdefghijklmnopqrstuvwxyz'                     RSA120
042392              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                    RSA120
042393     DISPLAY     '- utilisateur lanceur     : ' W-WA00-USRLC.     RSA120
042394     MOVE        'GCA_CDTAXPAS' TO XA30-ENVNAM                    RSA120
042395     PERFORM     F99VE THRU F99VE-FN.                             RSA120
042396           IF    IK = ZERO                                        RSA120
042397           AND   XA30-ENVVAL NOT = SPACE                          RSA120
042398     MOVE        XA30-ENVVAL(1:1) TO W-PA00-CDTAXP.               RSA120
042399     DISPLAY     '- code taxe PAS retenu    : ' W-PA00-CDTAXP.    RSA120
042400 F0BCW-FN. EXIT.                                                  RSA120
042500 F0BDA.                                                           P000
042600     PERFORM     F99SX THRU F99SX-FN.                             P100
045900        PERFORM    F0AOP                                          RSA120
046000        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
046100 F01OP-FN. EXIT.                                                  RSA120
046101 F01TO.    OPEN OUTPUT                   TO-FICHIER.              RSA120
046102        IF        1-TO00-STATUS  NOT  = ZERO                      RSA120
046103             AND  1-TO00-STATUS  NOT  = '97'                      RSA120
046104        PERFORM    F0ATO                                          RSA120
046105        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
046106 F01TO-FN. EXIT.                                                  RSA120
046112 F01RI.    OPEN INPUT                    RI-FICHIER.              RSA120
046124        IF        1-RI00-STATUS  NOT  = ZERO                      RSA120
046136             AND  1-RI00-STATUS  NOT  = '05'                      RSA120
046148             AND  1-RI00-STATUS  NOT  = '97'                      RSA120
046160        PERFORM    F0ARI                                          RSA120
046172        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
046184 F01RI-FN. EXIT.                                                  RSA120
046185 F01HO.    OPEN INPUT                    HO-FICHIER.              RSA120
046186        IF        1-HO00-STATUS  NOT  = ZERO                      RSA120
046187             AND  1-HO00-STATUS  NOT  = '05'                      RSA120
046188             AND  1-HO00-STATUS  NOT  = '97'                      RSA120
046189        PERFORM    F0AHO                                          RSA120
046190        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
046191 F01HO-FN. EXIT.                                                  RSA120
046192 F01LB.    OPEN INPUT                    LB-FICHIER.              RSA120
046193        IF        1-LB00-STATUS  NOT  = ZERO                      RSA120
046194             AND  1-LB00-STATUS  NOT  = '05'                      RSA120
046195             AND  1-LB00-STATUS  NOT  = '97'                      RSA120
046196        PERFORM    F0ALB                                          RSA120
046197        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
046198 F01LB-FN. EXIT.                                                  RSA120
046202 F01AR.    OPEN INPUT                    AR-FICHIER.              RSA120
046206        IF        1-AR00-STATUS  NOT  = ZERO                      RSA120
046210             AND  1-AR00-STATUS  NOT  = '05'                      RSA120
046214             AND  1-AR00-STATUS  NOT  = '97'                      RSA120
046218        PERFORM    F0AAR                                          RSA120
046222        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
046226 F01AR-FN. EXIT.                                                  RSA120
046230 F01ZZ.                                                           RSA120
046240     MOVE        ZERO TO W-RG00-NB                                RSA120
046280     MOVE        ZERO TO W-AT00-NB                                RSA120
046320     MOVE        ZERO TO W-BO00-NB                                RSA120
046360     PERFORM     F66AC THRU F66AC-FN.                             RSA120
046400 F01ZZ-FN. EXIT.                                                  RSA120
046500 F01-FN.   EXIT.                                                  RSA120
046600*          NOTE *  DEBUT ITERATION DU PROGRAMME     *.            RSA120
047400 F20EW-FN. EXIT.                                                  RSA120
047500 F20OP.    CLOSE    OP-FICHIER.                                   RSA120
047600 F20OP-FN. EXIT.                                                  RSA120
047633 F20RI.    CLOSE    RI-FICHIER.                                   RSA120
047666 F20RI-FN. EXIT.                                                  RSA120
047672 F20HO.    CLOSE    HO-FICHIER.                                   RSA120
047678 F20HO-FN. EXIT.                                                  RSA120
047684 F20LB.    CLOSE    LB-FICHIER.                                   RSA120
047690 F20LB-FN. EXIT.                                                  RSA120
047693 F20AR.    CLOSE    AR-FICHIER.                                   RSA120
047696 F20AR-FN. EXIT.                                                  RSA120
047697 F20TO.    CLOSE    TO-FICHIER.                                   RSA120
047698 F20TO-FN. EXIT.                                                  RSA120
047700 F2080.    IF    XO00-XORACN = '1'                                RSA120
047800           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA120
047900     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA120
048601 F20RC.    IF    W-WA00-CPTHT > ZERO                              RSA120
048602           AND   XA00-XRC = ZERO                                  RSA120
048603     MOVE        4 TO XA00-XRC.                                   RSA120
048604           IF    W-WA00-CPTHO > ZERO                              RSA120
048605           AND   XA00-XRC = ZERO                                  RSA120
048606     MOVE        4 TO XA00-XRC.                                   RSA120
048607 F20RC-FN. EXIT.                                                  RSA120
048608*          NOTE *  ENREGISTREMENT DE CONTROLE     *.              RSA120
048609 F20CT.                                                           RSA120
048610     OPEN EXTEND CT-FICHIER.                                      RSA120
048612           IF    1-CT00-STATUS NOT = ZERO                         RSA120
048614           AND   1-CT00-STATUS NOT = '05'                         RSA120
048616           AND   1-CT00-STATUS NOT = '97'                         RSA120
048618        PERFORM    F0ACT                                          RSA120
048620        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
048622     MOVE        SPACE TO W-CT00-ENR                              RSA120
048624     MOVE        PROGE TO W-CT00-PROGR                            RSA120
048626     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA120
048628     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA120
048630     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA120
048632     MOVE        'OP' TO W-CT00-FICID (1)                         RSA120
048634     MOVE        'O' TO W-CT00-SENS (1)                           RSA120
048636     MOVE        5-OP00-CPTENR TO W-CT00-NBENR (1)                RSA120
048638     MOVE        'EW' TO W-CT00-FICID (2)                         RSA120
048640     MOVE        'O' TO W-CT00-SENS (2)                           RSA120
048642     MOVE        5-EW00-CPAG TO W-CT00-NBENR (2)                  RSA120
048644     MOVE        'RI' TO W-CT00-FICID (3)                         RSA120
048646     MOVE        'I' TO W-CT00-SENS (3)                           RSA120
048648     MOVE        5-RI00-CPTENR TO W-CT00-NBENR (3)                RSA120
048650     MOVE        'HO' TO W-CT00-FICID (4)                         RSA120
048652     MOVE        'O' TO W-CT00-SENS (4)                           RSA120
048654     MOVE        5-HO00-CPTENR TO W-CT00-NBENR (4)                RSA120
048656     MOVE        'LB' TO W-CT00-FICID (5)                         RSA120
048658     MOVE        'I' TO W-CT00-SENS (5)                           RSA120
048660     MOVE        5-LB00-CPTENR TO W-CT00-NBENR (5)                RSA120
048662     MOVE        'AR' TO W-CT00-FICID (6)                         RSA120
048664     MOVE        'I' TO W-CT00-SENS (6)                           RSA120
048666     MOVE        5-AR00-CPTENR TO W-CT00-NBENR (6)                RSA120
048668     MOVE        'HQ' TO W-CT00-FICID (7)                         RSA120
048670     MOVE        'I' TO W-CT00-SENS (7)                           RSA120
048672     MOVE        5-HQ00-CPTENR TO W-CT00-NBENR (7)                RSA120
048674     MOVE        'TO' TO W-CT00-FICID (8)                         RSA120
048676     MOVE        'O' TO W-CT00-SENS (8)                           RSA120
048678     MOVE        5-TO00-CPTENR TO W-CT00-NBENR (8)                RSA120
048688     MOVE        W-CT00-ENR TO CT00                               RSA120
048691     WRITE       CT00                                             RSA120
048694     CLOSE       CT-FICHIER.                                      RSA120
048697 F20CT-FN. EXIT.                                                  RSA120
048700 F2090.                                                           RSA120
048800     PERFORM     F98-Z THRU F98-Z-FN.                             RSA120
048900 F2090-FN. EXIT.                                                  RSA120
049500 F20-FN.   EXIT.                                                  RSA120
049600 F50.                                                             RSA120
049700     MOVE        '0' TO IK.                                       RSA120
049704*          NOTE *  CHARGEMENT DES ORDRES VALIDES    *.            RSA120
049708 F50AA.                                                           RSA120
049712           IF    1-LB00-STATUS = '05'                             RSA120
049716     GO TO F50AA-FN.                                              RSA120
049720 F50AA-A.                                                         RSA120
049724     READ        LB-FICHIER                                       RSA120
049728     AT END      MOVE       '1' TO W-LB00-EOF                     RSA120
049732     NOT AT END  ADD        1 TO 5-LB00-CPTENR.                   RSA120
049736           IF    W-LB00-EOF = '1'                                 RSA120
049740     GO TO F50AA-FN.                                              RSA120
049744           IF    LB00-LIGNE = SPACE                               RSA120
049748     GO TO F50AA-A.                                               RSA120
049752     MOVE        LB00 TO W-OP00-LIGNE                             RSA120
049756     MOVE        W-OP00-CNREN TO RS04-CNREN                       RSA120
049760     MOVE        W-OP00-NORER TO RS04-NORER                       RSA120
049764     MOVE        W-OP00-IDRPL TO RS04-IDRPL                       RSA120
049765     PERFORM     F66DP THRU F66DP-FN.                             RSA120
049766           IF    W-WA00-CDPAY = '1'                               RSA120
049767     GO TO F50AA-A.                                               RSA120
049768     PERFORM     F66AJ THRU F66AJ-FN                              RSA120
049769     MOVE        W-OP00-LIGNE TO W-LB10-EORDR                     RSA120
049770     MOVE        'L' TO W-LB10-EORIG                              RSA120
049772     PERFORM     F63LC THRU F63LC-FN                              RSA120
049776     GO TO F50AA-A.                                               RSA120
049780 F50AA-FN. EXIT.                                                  RSA120
049781*          NOTE *  CHARGEMENT DES ORDRES DE RAPPEL  *.            RSA120
049782 F50AB.                                                           RSA120
049783           IF    1-AR00-STATUS = '05'                             RSA120
049784     GO TO F50AB-FN.                                              RSA120
049785 F50AB-A.                                                         RSA120
049786     READ        AR-FICHIER                                       RSA120
049787     AT END      MOVE       '1' TO W-AR00-EOF                     RSA120
049788     NOT AT END  ADD        1 TO 5-AR00-CPTENR.                   RSA120
049789           IF    W-AR00-EOF = '1'                                 RSA120
049790     GO TO F50AB-FN.                                              RSA120
049791           IF    AR00-LIGNE = SPACE                               RSA120
049792     GO TO F50AB-A.                                               RSA120
049793     MOVE        AR00 TO W-OP00-LIGNE                             RSA120
049794     PERFORM     F66AR THRU F66AR-FN                              RSA120
049795     GO TO F50AB-A.                                               RSA120
049796 F50AB-FN. EXIT.                                                  RSA120
049800 F50BB.    IF    IK = '0'                                         RSA120
049900           NEXT SENTENCE ELSE GO TO     F50BB-FN.                 RSA120
050000     PERFORM     F95-RS04-FV THRU F95-RS04-FV-FN.                 RSA120
050100           IF    IK = '0'                                         RSA120
050133     MOVE        RS04-NORER TO W-LB10-NORMX                       RSA120
050166     PERFORM     F63LE THRU F63LE-FN                              RSA120
050200     PERFORM     F60EC THRU F60EC-FN                              RSA120
050300           ELSE                                                   RSA120
050400     MOVE        '0' TO IK                                        RSA120
050433     MOVE        HIGH-VALUE TO W-LB10-NORMX                       RSA120
050466     PERFORM     F63LE THRU F63LE-FN                              RSA120
050500         GO TO     F50BB-FN.                                      RSA120
050600 F50BB-900. GO TO F50BB.                                          RSA120
050700 F50BB-FN. EXIT.                                                  RSA120
050709*          NOTE *  REEMISSION DES PAIEMENTS REJETES *.            RSA120
050718 F50BR.                                                           RSA120
050727     READ        RI-FICHIER                                       RSA120
050736     AT END      MOVE       '1' TO W-RI00-EOF                     RSA120
050745     NOT AT END  ADD        1 TO 5-RI00-CPTENR.                   RSA120
050754           IF    W-RI00-EOF = '1'                                 RSA120
050763     GO TO F50BR-FN.                                              RSA120
050772     PERFORM     F70RI THRU F70RI-FN                              RSA120
050781     GO TO F50BR.                                                 RSA120
050790 F50BR-FN. EXIT.                                                  RSA120
050800 F50CC.                                                           RSA120
050900     PERFORM     F84TO THRU F84TO-FN.                             RSA120
051000 F50CC-FN. EXIT.                                                  RSA120
051600 F60EC.                                                           RSA120
051700     ADD         1 TO W-WA00-CPTLU                                RSA120
051800     MOVE        ZERO TO W-EC00-NBECH.                            RSA120
051810     MOVE        SPACE TO W-EC00-CDORD.                           RSA120
051820     PERFORM     F66AT THRU F66AT-FN.                             RSA120
051840           IF    W-AT00-TROUV = '1'                               RSA120
051860     ADD         1 TO W-WA00-CPTAT                                RSA120
051880     GO TO F60EC-FN.                                              RSA120
051900           IF    RS04-CDPAF = 'M'                                 RSA120
052000     MOVE        12 TO W-EC00-NBECH.                              RSA120
052100           IF    RS04-CDPAF = 'T'                                 RSA120
053100     COMPUTE     W-EC00-MTBRUT ROUNDED                            RSA120
053200                 = RS04-MTREA / W-EC00-NBECH                      RSA120
053300     PERFORM     F62DT THRU F62DT-FN                              RSA120
053311     PERFORM     F95-RS26-FU THRU F95-RS26-FU-FN.                 RSA120
053313           IF    W-PA00-NBTAX > 1                                 RSA120
053315     MOVE        'PLUSIEURS TAUX PAS EN VIGUEUR ' TO W-AN00-LIB   RSA120
053317     PERFORM     F70AN THRU F70AN-FN                              RSA120
053319     GO TO F60EC-FN.                                              RSA120
053322           IF    W-PA00-TXPAS < ZERO                              RSA120
053333           OR    W-PA00-TXPAS NOT < 100                           RSA120
053344     MOVE        'TAUX DE PRELEVEMENT INVALIDE  ' TO W-AN00-LIB   RSA120
053355     PERFORM     F70AN THRU F70AN-FN                              RSA120
053366     GO TO F60EC-FN.                                              RSA120
053377     COMPUTE     W-EC00-MTPAS ROUNDED                             RSA120
053388                 = W-EC00-MTBRUT * W-PA00-TXPAS / 100.            RSA120
053400     PERFORM     F95-RS12-FU THRU F95-RS12-FU-FN                  RSA120
053500     PERFORM     F95-RS13-FU THRU F95-RS13-FU-FN                  RSA120
053600     COMPUTE     W-EC00-MTOPPO = W-OS00-MTSAI + W-OS00-MTOPP.     RSA120
053685           IF    W-EC00-MTOPPO > W-EC00-MTBRUT - W-EC00-MTPAS     RSA120
053770     COMPUTE     W-EC00-MTOPPO = W-EC00-MTBRUT - W-EC00-MTPAS.    RSA120
053855           IF    W-EC00-MTOPPO < ZERO                             RSA120
053940     MOVE        ZERO TO W-EC00-MTOPPO.                           RSA120
054025     COMPUTE     W-EC00-MTNET = W-EC00-MTBRUT - W-EC00-MTOPPO     RSA120
054110                              - W-EC00-MTPAS                      RSA120
054158     PERFORM     F66HO THRU F66HO-FN                              RSA120
054206     PERFORM     F70OP THRU F70OP-FN.                             RSA120
054254           IF    W-HO00-CDMOT NOT = SPACE                         RSA120
054302     GO TO F60EC-FN.                                              RSA120
054350     PERFORM     F64RG THRU F64RG-FN.                             RSA120
054400 F60EC-FN. EXIT.                                                  RSA120
054405*          NOTE *  ORDRE REPRIS DEJA PAYE ?         *.            RSA120
054410 F66DP.                                                           RSA120
054415     MOVE        '0' TO W-WA00-CDPAY                              RSA120
054420     MOVE        W-OP00-CDPAF TO RS04-CDPAF                       RSA120
054425     MOVE        W-OP00-DTECH TO W-PA00-DTECH                     RSA120
054430     PERFORM     F95-RS04-FD THRU F95-RS04-FD-FN                  RSA120
054435     PERFORM     F95-RS19-FD THRU F95-RS19-FD-FN.                 RSA120
054440           IF    W-PA00-NBPAI = ZERO                              RSA120
054445           AND  (W-PA00-DTPAID NOT NUMERIC                        RSA120
054450           OR    W-PA00-DTPAID < W-OP00-DTECH)                    RSA120
054455     GO TO F66DP-FN.                                              RSA120
054460     MOVE        '1' TO W-WA00-CDPAY                              RSA120
054465     ADD         1 TO W-WA00-CPTDP                                RSA120
054470     MOVE        'ORDRE DEJA PAYE : NON REPRIS  ' TO W-AN00-LIB   RSA120
054475     PERFORM     F70AN THRU F70AN-FN.                             RSA120
054480 F66DP-FN. EXIT.                                                  RSA120
054500*          NOTE *  DATE DE LA PROCHAINE ECHEANCE    *.            RSA120
054600 F62DT.                                                           RSA120
054700           IF    RS04-DTPAID NUMERIC                              RSA120
056100           AND  (W-EC00-MM = 04 OR 06 OR 09 OR 11)                RSA120
056200     MOVE        30 TO W-EC00-JJ.                                 RSA120
056300 F62DT-FN. EXIT.                                                  RSA120
056301*          NOTE *  CLASSEMENT DES ORDRES VALIDES    *.            RSA120
056302 F63LC.                                                           RSA120
056303           IF    W-LB10-NB NOT < 3000                             RSA120
056304     MOVE        '63LC' TO XA60-XCDFSF                            RSA120
056305     MOVE        'TABLE DES ORDRES VALIDES      '                 RSA120
056306                 TO XA60-XLISUI                                   RSA120
056307     MOVE        'PLUS DE 3000 ORDRES VALIDES A REPRENDRE'        RSA120
056308                 TO XA60-ZX67A                                    RSA120
056309     MOVE        SPACE TO XA60-ZX67B                              RSA120
056310     PERFORM     F9900 THRU F9900-FN.                             RSA120
056311     MOVE        W-LB10-NB TO J01.                                RSA120
056312 F63LC-A.                                                         RSA120
056313           IF    J01 < 1                                          RSA120
056314     GO TO F63LC-B.                                               RSA120
056315           IF    W-LB10-NORER (J01) NOT > W-OP00-NORER            RSA120
056316     GO TO F63LC-B.                                               RSA120
056317     ADD         1 J01 GIVING J00                                 RSA120
056318     MOVE        W-LB10-POSTE (J01) TO W-LB10-POSTE (J00)         RSA120
056319     SUBTRACT    1 FROM J01                                       RSA120
056320     GO TO F63LC-A.                                               RSA120
056321 F63LC-B.                                                         RSA120
056322     ADD         1 TO J01                                         RSA120
056323     MOVE        W-LB10-ENTR TO W-LB10-POSTE (J01)                RSA120
056324     ADD         1 TO W-LB10-NB.                                  RSA120
056325 F63LC-FN. EXIT.                                                  RSA120
056326*          NOTE *  REPRISE DES ORDRES VALIDES       *.            RSA120
056327 F63LE.                                                           RSA120
056328     MOVE        RS04 TO W-LB10-SAV.                              RSA120
056329 F63LE-A.                                                         RSA120
056330           IF    W-LB10-NX > W-LB10-NB                            RSA120
056331     GO TO F63LE-B.                                               RSA120
056332           IF    W-LB10-NORER (W-LB10-NX) > W-LB10-NORMX          RSA120
056333     GO TO F63LE-B.                                               RSA120
056334     MOVE        W-LB10-ORDRE (W-LB10-NX) TO W-OP00-LIGNE         RSA120
056335     MOVE        W-OP00-CNREN TO RS04-CNREN                       RSA120
056336     MOVE        W-OP00-NORER TO RS04-NORER                       RSA120
056337     MOVE        W-OP00-IDRPL TO RS04-IDRPL.                      RSA120
056338           IF    W-LB10-ORIG (W-LB10-NX) = 'A'                    RSA120
056339     PERFORM     F63AR THRU F63AR-FN                              RSA120
056340     GO TO F63LE-C.                                               RSA120
056341           IF    W-OP00-CDORD = SPACE                             RSA120
056342     MOVE        'L' TO W-OP00-CDORD.                             RSA120
056343     MOVE        W-OP00-MTBRUT TO W-EC00-MTBRUT                   RSA120
056344     MOVE        W-OP00-MTOPPO TO W-EC00-MTOPPO                   RSA120
056345     MOVE        W-OP00-MTNET TO W-EC00-MTNET                     RSA120
056346     MOVE        W-OP00-MTPAS TO W-EC00-MTPAS                     RSA120
056347     MOVE        W-OP00-LIGNE TO OP00                             RSA120
056348     WRITE       OP00                                             RSA120
056349     ADD         1 TO 5-OP00-CPTENR                               RSA120
056350     ADD         1 TO W-WA00-CPTLB                                RSA120
056351     PERFORM     F64RG THRU F64RG-FN.                             RSA120
056352 F63LE-C.                                                         RSA120
056353     ADD         1 TO W-LB10-NX                                   RSA120
056354     GO TO F63LE-A.                                               RSA120
056355 F63LE-B.                                                         RSA120
056356     MOVE        W-LB10-SAV TO RS04.                              RSA120
056357 F63LE-FN. EXIT.                                                  RSA120
056358*          NOTE *  ORDRE DE RAPPEL D ARRERAGES      *.            RSA120
056359 F63AR.                                                           RSA120
056360     ADD         1 TO W-WA00-CPTAR                                RSA120
056361     MOVE        'A' TO W-EC00-CDORD                              RSA120
056362     MOVE        W-OP00-NOTIE TO RS04-NOTIE                       RSA120
056363     MOVE        W-OP00-CDPAF TO RS04-CDPAF                       RSA120
056364     MOVE        W-OP00-CTPAT TO RS04-CTPAT                       RSA120
056365     MOVE        W-OP00-DTECH TO W-EC00-DTECH                     RSA120
056366     MOVE        W-OP00-MTBRUT TO W-EC00-MTBRUT                   RSA120
056367     PERFORM     F95-RS26-FU THRU F95-RS26-FU-FN.                 RSA120
056368           IF    W-PA00-NBTAX > 1                                 RSA120
056369     MOVE        'PLUSIEURS TAUX PAS EN VIGUEUR ' TO W-AN00-LIB   RSA120
056370     PERFORM     F70AN THRU F70AN-FN                              RSA120
056371     GO TO F63AR-FN.                                              RSA120
056372           IF    W-PA00-TXPAS < ZERO                              RSA120
056373           OR    W-PA00-TXPAS NOT < 100                           RSA120
056374     MOVE        'TAUX DE PRELEVEMENT INVALIDE  ' TO W-AN00-LIB   RSA120
056375     PERFORM     F70AN THRU F70AN-FN                              RSA120
056376     GO TO F63AR-FN.                                              RSA120
056377     COMPUTE     W-EC00-MTPAS ROUNDED                             RSA120
056378                 = W-EC00-MTBRUT * W-PA00-TXPAS / 100.            RSA120
056379     PERFORM     F95-RS12-FU THRU F95-RS12-FU-FN                  RSA120
056380     PERFORM     F95-RS13-FU THRU F95-RS13-FU-FN                  RSA120
056381     COMPUTE     W-EC00-MTOPPO = W-OS00-MTSAI + W-OS00-MTOPP.     RSA120
056382           IF    W-EC00-MTOPPO > W-EC00-MTBRUT - W-EC00-MTPAS     RSA120
056383     COMPUTE     W-EC00-MTOPPO = W-EC00-MTBRUT - W-EC00-MTPAS.    RSA120
056384           IF    W-EC00-MTOPPO < ZERO                             RSA120
056385     MOVE        ZERO TO W-EC00-MTOPPO.                           RSA120
056386     COMPUTE     W-EC00-MTNET = W-EC00-MTBRUT - W-EC00-MTOPPO     RSA120
056387                              - W-EC00-MTPAS                      RSA120
056388     PERFORM     F66HO THRU F66HO-FN                              RSA120
056389     PERFORM     F70OP THRU F70OP-FN.                             RSA120
056391           IF    W-HO00-CDMOT NOT = SPACE                         RSA120
056393     GO TO F63AR-FN.                                              RSA120
056395     PERFORM     F64RG THRU F64RG-FN.                             RSA120
056397 F63AR-FN. EXIT.                                                  RSA120
056400*          NOTE *  CUMUL PAR REGIME                 *.            RSA120
056500 F64RG.                                                           RSA120
056520     ADD         1 TO W-TO00-NBOP                                 RSA120
056540     ADD         W-EC00-MTBRUT TO W-TO00-MTBRUT                   RSA120
056560     ADD         W-EC00-MTOPPO TO W-TO00-MTOPPO                   RSA120
056570     ADD         W-EC00-MTPAS TO W-TO00-MTPAS                     RSA120
056580     ADD         W-EC00-MTNET TO W-TO00-MTNET                     RSA120
056600     MOVE        1 TO J00.                                        RSA120
056700 F64RG-A.                                                         RSA120
057900     MOVE        ZERO TO W-RG00-NBOP (J00)                        RSA120
058000     MOVE        ZERO TO W-RG00-MTBRUT (J00)                      RSA120
058100     MOVE        ZERO TO W-RG00-MTOPPO (J00)                      RSA120
058150     MOVE        ZERO TO W-RG00-MTPAS (J00)                       RSA120
058200     MOVE        ZERO TO W-RG00-MTNET (J00)                       RSA120
058300           ELSE                                                   RSA120
058350     ADD         1 TO W-WA00-CPTHT                                RSA120
058600     ADD         1 TO W-RG00-NBOP (J00)                           RSA120
058700     ADD         W-EC00-MTBRUT TO W-RG00-MTBRUT (J00)             RSA120
058800     ADD         W-EC00-MTOPPO TO W-RG00-MTOPPO (J00)             RSA120
058850     ADD         W-EC00-MTPAS TO W-RG00-MTPAS (J00)               RSA120
058900     ADD         W-EC00-MTNET TO W-RG00-MTNET (J00).              RSA120
059400 F64RG-FN. EXIT.                                                  RSA120
059402*          NOTE *  RENTE EN ATTENTE DE VALIDATION   *.            RSA120
059404 F66AT.                                                           RSA120
059406     MOVE        '0' TO W-AT00-TROUV                              RSA120
059408     MOVE        1 TO J01.                                        RSA120
059410 F66AT-A.                                                         RSA120
059412           IF    J01 > W-AT00-NB                                  RSA120
059414     GO TO F66AT-FN.                                              RSA120
059416           IF    W-AT00-CLE (J01) = RS04-NOREN                    RSA120
059418     MOVE        '1' TO W-AT00-TROUV                              RSA120
059420     GO TO F66AT-FN.                                              RSA120
059422     ADD         1 TO J01                                         RSA120
059424     GO TO F66AT-A.                                               RSA120
059426 F66AT-FN. EXIT.                                                  RSA120
059428 F66AJ.                                                           RSA120
059430           IF    W-AT00-NB NOT < 3000                             RSA120
059432     MOVE        '66AJ' TO XA60-XCDFSF                            RSA120
059434     MOVE        'TABLE DES ORDRES EN ATTENTE   '                 RSA120
059436                 TO XA60-XLISUI                                   RSA120
059438     MOVE        'PLUS DE 3000 ORDRES EN ATTENTE OU VALIDES'      RSA120
059440                 TO XA60-ZX67A                                    RSA120
059442     MOVE        SPACE TO XA60-ZX67B                              RSA120
059444     PERFORM     F9900 THRU F9900-FN.                             RSA120
059446     ADD         1 TO W-AT00-NB                                   RSA120
059448     MOVE        RS04-NOREN TO W-AT00-CLE (W-AT00-NB).            RSA120
059450 F66AJ-FN. EXIT.                                                  RSA120
059452*          NOTE *  CHARGEMENT DES ORDRES EN ATTENTE *.            RSA120
059454 F66AC.                                                           RSA120
059456           IF    1-HO00-STATUS = '05'                             RSA120
059458     GO TO F66AC-B.                                               RSA120
059460 F66AC-A.                                                         RSA120
059462     READ        HO-FICHIER                                       RSA120
059464     AT END      MOVE       '1' TO W-HO00-EOF                     RSA120
059466     NOT AT END  ADD        1 TO 5-HQ00-CPTENR.                   RSA120
059468           IF    W-HO00-EOF = '1'                                 RSA120
059470     GO TO F66AC-B.                                               RSA120
059472     MOVE        HO00 TO W-HO00-ENR                               RSA120
059474     MOVE        W-HO00-CLE TO RS04-NOREN                         RSA120
059476     PERFORM     F66AJ THRU F66AJ-FN                              RSA120
059478     GO TO F66AC-A.                                               RSA120
059480 F66AC-B.                                                         RSA120
059482     CLOSE       HO-FICHIER                                       RSA120
059484     OPEN EXTEND HO-FICHIER.                                      RSA120
059486           IF    1-HO00-STATUS NOT = ZERO                         RSA120
059488           AND   1-HO00-STATUS NOT = '05'                         RSA120
059490           AND   1-HO00-STATUS NOT = '97'                         RSA120
059492        PERFORM    F0AHO                                          RSA120
059494        PERFORM    F0A90         THRU F0A90-FN.                   RSA120
059496 F66AC-FN. EXIT.                                                  RSA120
059500*          NOTE *  ECRITURE DE L ORDRE DE PAIEMENT  *.            RSA120
059600 F70OP.                                                           RSA120
059700     MOVE        SPACE TO W-OP00-LIGNE                            RSA120
060600     MOVE        W-EC00-MTBRUT TO W-OP00-MTBRUT                   RSA120
060700     MOVE        W-EC00-MTOPPO TO W-OP00-MTOPPO                   RSA120
060800     MOVE        W-EC00-MTNET TO W-OP00-MTNET                     RSA120
060833     MOVE        W-PA00-TXPAS TO W-OP00-TXPAS                     RSA120
060846     MOVE        W-EC00-MTPAS TO W-OP00-MTPAS.                    RSA120
060852     MOVE        W-EC00-CDORD TO W-OP00-CDORD.                    RSA120
060859           IF    W-HO00-CDMOT NOT = SPACE                         RSA120
060872     PERFORM     F70HO THRU F70HO-FN                              RSA120
060885     GO TO F70OP-FN.                                              RSA120
060900     MOVE        W-OP00-LIGNE TO OP00                             RSA120
061000     WRITE       OP00                                             RSA120
061100     ADD         1 TO 5-OP00-CPTENR.                              RSA120
061200 F70OP-FN. EXIT.                                                  RSA120
061207 F70RI.                                                           RSA120
061214     MOVE        RI00 TO W-OP00-LIGNE                             RSA120
061221     MOVE        W-OP00-CNREN TO RS04-CNREN                       RSA120
061228     MOVE        W-OP00-NORER TO RS04-NORER                       RSA120
061235     MOVE        W-OP00-IDRPL TO RS04-IDRPL                       RSA120
061242     MOVE        W-OP00-CDPAF TO RS04-CDPAF                       RSA120
061245     MOVE        W-OP00-DTECH TO W-PA00-DTECH                     RSA120
061249     PERFORM     F95-RS19-FE THRU F95-RS19-FE-FN.                 RSA120
061256           IF    W-PA00-NBPAI = ZERO                              RSA120
061263     ADD         1 TO W-WA00-CPTDP                                RSA120
061270     MOVE        'REEMISSION SANS REJET EN COURS' TO W-AN00-LIB   RSA120
061277     PERFORM     F70AN THRU F70AN-FN                              RSA120
061278     GO TO F70RI-FN.                                              RSA120
061279     MOVE        W-OP00-MTBRUT TO W-EC00-MTBRUT                   RSA120
061280     MOVE        W-OP00-MTOPPO TO W-EC00-MTOPPO                   RSA120
061281     MOVE        W-OP00-MTNET TO W-EC00-MTNET                     RSA120
061282     MOVE        W-OP00-MTPAS TO W-EC00-MTPAS                     RSA120
061283     MOVE        W-OP00-LIGNE TO OP00                             RSA120
061284     WRITE       OP00                                             RSA120
061285     ADD         1 TO 5-OP00-CPTENR                               RSA120
061286     ADD         1 TO W-WA00-CPTRI                                RSA120
061287     PERFORM     F64RG THRU F64RG-FN.                             RSA120
061288 F70RI-FN. EXIT.                                                  RSA120
061289*          NOTE *  TOTAUX TRANSMIS A L INTEGRATION  *.            RSA120
061290 F70TO.                                                           RSA120
061291     MOVE        XAIN-XDATRT TO W-TO10-DATTRT                     RSA120
061292     MOVE        XAIN-XHETRT TO W-TO10-HETRT                      RSA120
061293     MOVE        W-TO10-ENR TO TO00                               RSA120
061294     WRITE       TO00                                             RSA120
061295     ADD         1 TO 5-TO00-CPTENR.                              RSA120
061296 F70TO-FN. EXIT.                                                  RSA120
061300 F70AN.                                                           RSA120
061400     MOVE        RS04-CNREN TO W-AN00-CNREN                       RSA120
061500     MOVE        RS04-NORER TO W-AN00-NORER                       RSA120
061900     PERFORM     F80LI THRU F80LI-FN                              RSA120
062000     ADD         1 TO W-WA00-CPTAN.                               RSA120
062100 F70AN-FN. EXIT.                                                  RSA120
062101*          NOTE *  CONTROLE DU MONTANT DE L ORDRE   *.            RSA120
062102 F66HO.                                                           RSA120
062103     MOVE        SPACE TO W-HO00-CDMOT                            RSA120
062104     MOVE        ZERO TO W-HO00-MTREF                             RSA120
062105     MOVE        1 TO J01.                                        RSA120
062106 F66HO-A.                                                         RSA120
062107           IF    J01 > W-BO00-NB                                  RSA120
062108     GO TO F66HO-B.                                               RSA120
062109           IF    W-BO00-CNREN (J01) = RS04-CNREN                  RSA120
062110     MOVE        W-BO00-MTMIN (J01) TO W-BO00-MMPAI               RSA120
062111     MOVE        W-BO00-MTMAX (J01) TO W-BO00-MXPAI               RSA120
062112     GO TO F66HO-C.                                               RSA120
062113     ADD         1 TO J01                                         RSA120
062114     GO TO F66HO-A.                                               RSA120
062115 F66HO-B.                                                         RSA120
062116     PERFORM     F95-RS61-FU THRU F95-RS61-FU-FN.                 RSA120
062117           IF    W-BO00-MMPAI = ZERO                              RSA120
062118           AND   W-BO00-MXPAI = ZERO                              RSA120
062119     PERFORM     F95-RS70-FU THRU F95-RS70-FU-FN.                 RSA120
062120           IF    W-BO00-NB < 50                                   RSA120
062121     ADD         1 TO W-BO00-NB                                   RSA120
062122     MOVE        W-BO00-NB TO J01                                 RSA120
062123     MOVE        RS04-CNREN TO W-BO00-CNREN (J01)                 RSA120
062124     MOVE        W-BO00-MMPAI TO W-BO00-MTMIN (J01)               RSA120
062125     MOVE        W-BO00-MXPAI TO W-BO00-MTMAX (J01).              RSA120
062126 F66HO-C.                                                         RSA120
062127           IF    W-BO00-MMPAI > ZERO                              RSA120
062128           AND   W-EC00-MTBRUT < W-BO00-MMPAI                     RSA120
062129     MOVE        'MI' TO W-HO00-CDMOT                             RSA120
062130     MOVE        W-BO00-MMPAI TO W-HO00-MTREF                     RSA120
062131     GO TO F66HO-FN.                                              RSA120
062132           IF    W-BO00-MXPAI > ZERO                              RSA120
062133           AND   W-EC00-MTBRUT > W-BO00-MXPAI                     RSA120
062134     MOVE        'MX' TO W-HO00-CDMOT                             RSA120
062135     MOVE        W-BO00-MXPAI TO W-HO00-MTREF                     RSA120
062136     GO TO F66HO-FN.                                              RSA120
062137           IF    W-WA00-MULTP = ZERO                              RSA120
062138     GO TO F66HO-FN.                                              RSA120
062139     PERFORM     F95-RS19-FU THRU F95-RS19-FU-FN.                 RSA120
062140           IF    W-HP00-MTPRE NOT > ZERO                          RSA120
062141     GO TO F66HO-FN.                                              RSA120
062142     COMPUTE     W-HP00-MTSEU = W-HP00-MTPRE * W-WA00-MULTP.      RSA120
062144           IF    W-EC00-MTBRUT > W-HP00-MTSEU                     RSA120
062145     MOVE        'PR' TO W-HO00-CDMOT                             RSA120
062146     MOVE        W-HP00-MTPRE TO W-HO00-MTREF.                    RSA120
062147 F66HO-FN. EXIT.                                                  RSA120
062148*          NOTE *  MISE EN ATTENTE DE VALIDATION    *.            RSA120
062149 F70HO.                                                           RSA120
062150     MOVE        W-OP00-LIGNE TO W-HO00-ORDRE                     RSA120
062151     MOVE        W-WA00-USRLC TO W-HO00-USRLC                     RSA120
062152     MOVE        W-WA00-DATJ TO W-HO00-DTHLD                      RSA120
062153     MOVE        W-HO00-ENR TO HO00                               RSA120
062154     WRITE       HO00                                             RSA120
062155     ADD         1 TO 5-HO00-CPTENR                               RSA120
062156     ADD         1 TO W-WA00-CPTHO                                RSA120
062157     MOVE        RS04-CNREN TO W-AN00-CNREN                       RSA120
062158     MOVE        RS04-NORER TO W-AN00-NORER                       RSA120
062159     MOVE        RS04-IDRPL TO W-AN00-IDRPL                       RSA120
062160     MOVE        RS04-CDPAF TO W-AN00-CDPAF.                      RSA120
062161           IF    W-HO00-CDMOT = 'MI'                              RSA120
062162     MOVE        'ATTENTE : BRUT INFERIEUR MINI '                 RSA120
062163                 TO W-AN00-LIB.                                   RSA120
062164           IF    W-HO00-CDMOT = 'MX'                              RSA120
062165     MOVE        'ATTENTE : BRUT SUPERIEUR MAXI '                 RSA120
062166                 TO W-AN00-LIB.                                   RSA120
062167           IF    W-HO00-CDMOT = 'PR'                              RSA120
062168     MOVE        'ATTENTE : > MULTIPLE DERN. PAI'                 RSA120
062169                 TO W-AN00-LIB.                                   RSA120
062170     MOVE        W-AN00-LIGNE TO EW00                             RSA120
062171     PERFORM     F80LI THRU F80LI-FN.                             RSA120
062172 F70HO-FN. EXIT.                                                  RSA120
062200*          NOTE *  EDITION DU BILAN                 *.            RSA120
062300 F84TO.                                                           RSA120
062400     PERFORM     F80TE THRU F80TE-FN                              RSA120
063400     MOVE        W-RG00-NBOP (J01) TO W-LE05-NBOP                 RSA120
063500     MOVE        W-RG00-MTBRUT (J01) TO W-LE05-MTBRUT             RSA120
063600     MOVE        W-RG00-MTOPPO (J01) TO W-LE05-MTOPPO             RSA120
063650     MOVE        W-RG00-MTPAS (J01) TO W-LE05-MTPAS               RSA120
063700     MOVE        W-RG00-MTNET (J01) TO W-LE05-MTNET               RSA120
063712     MOVE        W-RG00-NIREG (J01) TO W-TO10-NIREG               RSA120
063724     MOVE        W-RG00-NBOP (J01) TO W-TO10-NBOP                 RSA120
063736     MOVE        W-RG00-MTBRUT (J01) TO W-TO10-MTBRUT             RSA120
063748     MOVE        W-RG00-MTOPPO (J01) TO W-TO10-MTOPPO             RSA120
063760     MOVE        W-RG00-MTNET (J01) TO W-TO10-MTNET               RSA120
063772     MOVE        W-RG00-MTPAS (J01) TO W-TO10-MTPAS               RSA120
063784     PERFORM     F70TO THRU F70TO-FN                              RSA120
063800     MOVE        W-LE05-LIGNE TO EW00                             RSA120
063900     PERFORM     F80LI THRU F80LI-FN                              RSA120
064000     ADD         1 TO J01                                         RSA120
064400     MOVE        W-TO00-NBOP TO W-LE05-NBOP                       RSA120
064500     MOVE        W-TO00-MTBRUT TO W-LE05-MTBRUT                   RSA120
064600     MOVE        W-TO00-MTOPPO TO W-LE05-MTOPPO                   RSA120
064650     MOVE        W-TO00-MTPAS TO W-LE05-MTPAS                     RSA120
064700     MOVE        W-TO00-MTNET TO W-LE05-MTNET                     RSA120
064712     MOVE        '**' TO W-TO10-NIREG                             RSA120
064724     MOVE        W-TO00-NBOP TO W-TO10-NBOP                       RSA120
064736     MOVE        W-TO00-MTBRUT TO W-TO10-MTBRUT                   RSA120
064748     MOVE        W-TO00-MTOPPO TO W-TO10-MTOPPO                   RSA120
064760     MOVE        W-TO00-MTNET TO W-TO10-MTNET                     RSA120
064772     MOVE        W-TO00-MTPAS TO W-TO10-MTPAS                     RSA120
064784     PERFORM     F70TO THRU F70TO-FN                              RSA120
064800     MOVE        W-LE05-LIGNE TO EW00                             RSA120
064900     PERFORM     F80LI THRU F80LI-FN                              RSA120
065000     MOVE        SPACE TO EW00                                    RSA120
065700     MOVE        5-OP00-CPTENR TO W-LE07-NB                       RSA120
065800     MOVE        W-LE07-LIGNE TO EW00                             RSA120
065900     PERFORM     F80LI THRU F80LI-FN                              RSA120
065920     MOVE        'DONT REEMISSIONS       : ' TO W-LE07-LIB        RSA120
065940     MOVE        W-WA00-CPTRI TO W-LE07-NB                        RSA120
065960     MOVE        W-LE07-LIGNE TO EW00                             RSA120
065980     PERFORM     F80LI THRU F80LI-FN                              RSA120
066000     MOVE        'ANOMALIES              : ' TO W-LE07-LIB        RSA120
066100     MOVE        W-WA00-CPTAN TO W-LE07-NB                        RSA120
066200     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066320     MOVE        'REGIMES HORS TABLE     : ' TO W-LE07-LIB        RSA120
066340     MOVE        W-WA00-CPTHT TO W-LE07-NB                        RSA120
066360     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066362     PERFORM     F80LI THRU F80LI-FN                              RSA120
066364     MOVE        'ORDRES MIS EN ATTENTE  : ' TO W-LE07-LIB        RSA120
066366     MOVE        W-WA00-CPTHO TO W-LE07-NB                        RSA120
066368     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066370     PERFORM     F80LI THRU F80LI-FN                              RSA120
066372     MOVE        'ORDRES VALIDES REPRIS  : ' TO W-LE07-LIB        RSA120
066374     MOVE        W-WA00-CPTLB TO W-LE07-NB                        RSA120
066376     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066378     PERFORM     F80LI THRU F80LI-FN                              RSA120
066380     MOVE        'RENTES DEJA EN ATTENTE : ' TO W-LE07-LIB        RSA120
066382     MOVE        W-WA00-CPTAT TO W-LE07-NB                        RSA120
066384     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066386     PERFORM     F80LI THRU F80LI-FN.                             RSA120
066387     MOVE        'ORDRES DE RAPPEL EMIS  : ' TO W-LE07-LIB        RSA120
066388     MOVE        W-WA00-CPTAR TO W-LE07-NB                        RSA120
066389     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066390     PERFORM     F80LI THRU F80LI-FN                              RSA120
066391     MOVE        'RAPPELS NON REPRIS     : ' TO W-LE07-LIB        RSA120
066392     MOVE        W-WA00-CPTAE TO W-LE07-NB                        RSA120
066393     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066394     PERFORM     F80LI THRU F80LI-FN.                             RSA120
066395     MOVE        'DEJA PAYES NON REPRIS  : ' TO W-LE07-LIB        RSA120
066396     MOVE        W-WA00-CPTDP TO W-LE07-NB                        RSA120
066397     MOVE        W-LE07-LIGNE TO EW00                             RSA120
066398     PERFORM     F80LI THRU F80LI-FN.                             RSA120
066400 F84TO-FN. EXIT.                                                  RSA120
066405*          NOTE *  CHARGEMENT D UN ORDRE DE RAPPEL  *.            RSA120
066410 F66AR.                                                           RSA120
066415     MOVE        W-OP00-CNREN TO RS04-CNREN                       RSA120
066420     MOVE        W-OP00-NORER TO RS04-NORER                       RSA120
066425     MOVE        W-OP00-IDRPL TO RS04-IDRPL                       RSA120
066430     PERFORM     F66AT THRU F66AT-FN.                             RSA120
066435           IF    W-AT00-TROUV = '1'                               RSA120
066440     ADD         1 TO W-WA00-CPTAE                                RSA120
066445     MOVE        W-OP00-CDPAF TO RS04-CDPAF                       RSA120
066450     MOVE        'RAPPEL NON REPRIS : EN ATTENTE' TO W-AN00-LIB   RSA120
066455     PERFORM     F70AN THRU F70AN-FN                              RSA120
066460     GO TO F66AR-FN.                                              RSA120
066461     PERFORM     F66DP THRU F66DP-FN.                             RSA120
066462           IF    W-WA00-CDPAY = '1'                               RSA120
066463     GO TO F66AR-FN.                                              RSA120
066465     PERFORM     F66AJ THRU F66AJ-FN                              RSA120
066470     MOVE        W-OP00-LIGNE TO W-LB10-EORDR                     RSA120
066475     MOVE        'A' TO W-LB10-EORIG                              RSA120
066480     PERFORM     F63LC THRU F63LC-FN.                             RSA120
066485 F66AR-FN. EXIT.                                                  RSA120
066500 F80TE.                                                           RSA120
066600     ADD         1 TO 5-EW00-CPAG                                 RSA120
066700     MOVE        5-EW00-CPAG TO W-LE01-PAGE                       RSA120
074600     EXEC SQL    CLOSE   C_BB_RS04                   END-EXEC.    RSA120
074700     MOVE        ZERO TO XOBB-RS04-OPE.                           RSA120
074800 F95-RS04-FV-CL-FN. EXIT.                                         RSA120
074805 F95-RS04-FD.                                                     RSA120
074810     MOVE        'SELECT' TO XO00-XORATY                          RSA120
074815     MOVE        '95BB' TO XO00-XCDFSF                            RSA120
074820     MOVE        'RS04' TO XO00-XORATA                            RSA120
074825     MOVE        RS04 TO XO00-XORACL                              RSA120
074830     MOVE        SPACE TO W-PA00-DTPAID                           RSA120
074835     EXEC SQL                                                     RSA120
074840                 SELECT  nvl(DTPAID,' ')                          RSA120
074845                   INTO :W-PA00-DTPAID                            RSA120
074850                   FROM  RS04                                     RSA120
074855                  WHERE  CNREN  = :RS04-CNREN                     RSA120
074860                    AND  NORER  = :RS04-NORER                     RSA120
074865                    AND  IDRPL  = :RS04-IDRPL      END-EXEC.      RSA120
074870     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
074875           IF    IK NOT = ZERO                                    RSA120
074880     MOVE        SPACE TO W-PA00-DTPAID                           RSA120
074885     MOVE        ZERO TO IK.                                      RSA120
074890     ADD         1 TO XOBB-COUNT.                                 RSA120
074895 F95-RS04-FD-FN. EXIT.                                            RSA120
074900 F95BB-FN. EXIT.                                                  RSA120
075000 F95CC.         EXIT.                                             RSA120
075100 F95-RS12-FU.                                                     RSA120
079300     ADD         1 TO XODD-COUNT.                                 RSA120
079400 F95-RS13-FU-FN. EXIT.                                            RSA120
079500 F95DD-FN. EXIT.                                                  RSA120
079501 F95EE.         EXIT.                                             RSA120
079502 F95-RS26-FU.                                                     RSA120
079503     MOVE        'SELECT' TO XO00-XORATY                          RSA120
079504     MOVE        '95EE' TO XO00-XCDFSF                            RSA120
079505     MOVE        'RS26' TO XO00-XORATA                            RSA120
079506     MOVE        RS04 TO XO00-XORACL                              RSA120
079507     MOVE        W-EC00-DTECH TO W-PA00-DTECH                     RSA120
079508     MOVE        ZERO TO W-PA00-TXPAS                             RSA120
079509     MOVE        ZERO TO W-PA00-NBTAX                             RSA120
079510     EXEC SQL                                                     RSA120
079511                 SELECT  nvl(max(TXBTAX), 0)                      RSA120
079512                      ,  count(*)                                 RSA120
079513                   INTO :W-PA00-TXPAS                             RSA120
079514                      , :W-PA00-NBTAX                             RSA120
079515                   FROM  RS26                                     RSA120
079516                  WHERE  CNREN  = :RS04-CNREN                     RSA120
079517                    AND  NORER  = :RS04-NORER                     RSA120
079518                    AND  IDRPL  = :RS04-IDRPL                     RSA120
079519                    AND  CDTAXE = :W-PA00-CDTAXP                  RSA120
079520                    AND  DDTAXE <= :W-PA00-DTECH                  RSA120
079521                    AND (nvl(DFTAXE,' ') = ' '                    RSA120
079522                     OR  DFTAXE >= :W-PA00-DTECH)                 RSA120
079523                                                  END-EXEC.       RSA120
079524     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
079525           IF    IK NOT = ZERO                                    RSA120
079526     MOVE        ZERO TO W-PA00-TXPAS                             RSA120
079528     MOVE        ZERO TO W-PA00-NBTAX                             RSA120
079530     MOVE        ZERO TO IK.                                      RSA120
079532     ADD         1 TO XOEE-COUNT.                                 RSA120
079534 F95-RS26-FU-FN. EXIT.                                            RSA120
079536 F95EE-FN. EXIT.                                                  RSA120
079538 F95FF.         EXIT.                                             RSA120
079540 F95-RS61-FU.                                                     RSA120
079542     MOVE        'SELECT' TO XO00-XORATY                          RSA120
079544     MOVE        '95FF' TO XO00-XCDFSF                            RSA120
079546     MOVE        'RS61' TO XO00-XORATA                            RSA120
079548     MOVE        RS04 TO XO00-XORACL                              RSA120
079550     EXEC SQL                                                     RSA120
079552                 SELECT  nvl(MMPAI , 0)                           RSA120
079554                      ,  nvl(MXPAI , 0)                           RSA120
079556                   INTO :W-BO00-MMPAI                             RSA120
079558                      , :W-BO00-MXPAI                             RSA120
079560                   FROM  RS61                                     RSA120
079562                  WHERE  CNREN  = :RS04-CNREN                     RSA120
079564                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            RSA120
079566                   FROM  RS61                                     RSA120
079568                  WHERE  CNREN  = :RS04-CNREN                     RSA120
079570                                  )                  END-EXEC.    RSA120
079572     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
079574           IF    IK NOT = ZERO                                    RSA120
079576     MOVE        ZERO TO W-BO00-MMPAI                             RSA120
079578     MOVE        ZERO TO W-BO00-MXPAI                             RSA120
079580     MOVE        ZERO TO IK.                                      RSA120
079582     ADD         1 TO XOFF-COUNT.                                 RSA120
079584 F95-RS61-FU-FN. EXIT.                                            RSA120
079586 F95FF-FN. EXIT.                                                  RSA120
079588 F95GG.         EXIT.                                             RSA120
079590 F95-RS70-FU.                                                     RSA120
079592     MOVE        'SELECT' TO XO00-XORATY                          RSA120
079594     MOVE        '95GG' TO XO00-XCDFSF                            RSA120
079596     MOVE        'RS70' TO XO00-XORATA                            RSA120
079598     MOVE        SPACE TO XO00-XORACL                             RSA120
079600     EXEC SQL                                                     RSA120
079602                 SELECT  nvl(MMPAI , 0)                           RSA120
079604                      ,  nvl(MXPAI , 0)                           RSA120
079606                   INTO :W-BO00-MMPAI                             RSA120
079608                      , :W-BO00-MXPAI                             RSA120
079610                   FROM  RS70                                     RSA120
079611                  WHERE  ROWNUM = 1                  END-EXEC.    RSA120
079612     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
079613           IF    IK NOT = ZERO                                    RSA120
079614     MOVE        ZERO TO W-BO00-MMPAI                             RSA120
079615     MOVE        ZERO TO W-BO00-MXPAI                             RSA120
079616     MOVE        ZERO TO IK.                                      RSA120
079617     ADD         1 TO XOGG-COUNT.                                 RSA120
079618 F95-RS70-FU-FN. EXIT.                                            RSA120
079619 F95GG-FN. EXIT.                                                  RSA120
079620 F95HH.         EXIT.                                             RSA120
079622 F95-RS19-FU.                                                     RSA120
079624     MOVE        'SELECT' TO XO00-XORATY                          RSA120
079626     MOVE        '95HH' TO XO00-XCDFSF                            RSA120
079628     MOVE        'RS19' TO XO00-XORATA                            RSA120
079630     MOVE        RS04 TO XO00-XORACL                              RSA120
079632     EXEC SQL                                                     RSA120
079634                 SELECT  nvl(max(nvl(MTPAI,0) + nvl(MTREF,0)),0)  RSA120
079636                   INTO :W-HP00-MTPRE                             RSA120
079638                   FROM  RS19                                     RSA120
079640                  WHERE  CNREN  = :RS04-CNREN                     RSA120
079642                    AND  NORER  = :RS04-NORER                     RSA120
079644                    AND  IDRPL  = :RS04-IDRPL                     RSA120
079645                    AND  DHPAI  =                                 RSA120
079646                        (SELECT  max(DHPAI)                       RSA120
079647                           FROM  RS19                             RSA120
079648                          WHERE  CNREN  = :RS04-CNREN             RSA120
079649                            AND  NORER  = :RS04-NORER             RSA120
079650                            AND  IDRPL  = :RS04-IDRPL)  END-EXEC. RSA120
079651     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
079652           IF    IK NOT = ZERO                                    RSA120
079653     MOVE        ZERO TO W-HP00-MTPRE                             RSA120
079654     MOVE        ZERO TO IK.                                      RSA120
079655     ADD         1 TO XOHH-COUNT.                                 RSA120
079656 F95-RS19-FU-FN. EXIT.                                            RSA120
079657 F95-RS19-FD.                                                     RSA120
079658     MOVE        'SELECT' TO XO00-XORATY                          RSA120
079659     MOVE        '95HH' TO XO00-XCDFSF                            RSA120
079660     MOVE        'RS19' TO XO00-XORATA                            RSA120
079661     MOVE        RS04 TO XO00-XORACL                              RSA120
079662     MOVE        ZERO TO W-PA00-NBPAI                             RSA120
079663     EXEC SQL                                                     RSA120
079664                 SELECT  count(*)                                 RSA120
079665                   INTO :W-PA00-NBPAI                             RSA120
079666                   FROM  RS19                                     RSA120
079667                  WHERE  CNREN  = :RS04-CNREN                     RSA120
079668                    AND  NORER  = :RS04-NORER                     RSA120
079669                    AND  IDRPL  = :RS04-IDRPL                     RSA120
079670                    AND  DHPAI  = :W-PA00-DTECH      END-EXEC.    RSA120
079671     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
079672           IF    IK NOT = ZERO                                    RSA120
079673     MOVE        ZERO TO W-PA00-NBPAI                             RSA120
079674     MOVE        ZERO TO IK.                                      RSA120
079675     ADD         1 TO XOHH-COUNT.                                 RSA120
079676 F95-RS19-FD-FN. EXIT.                                            RSA120
079677 F95-RS19-FE.                                                     RSA120
079678     MOVE        'SELECT' TO XO00-XORATY                          RSA120
079679     MOVE        '95HH' TO XO00-XCDFSF                            RSA120
079680     MOVE        'RS19' TO XO00-XORATA                            RSA120
079681     MOVE        RS04 TO XO00-XORACL                              RSA120
079682     MOVE        ZERO TO W-PA00-NBPAI                             RSA120
079683     EXEC SQL                                                     RSA120
079684                 SELECT  count(*)                                 RSA120
079685                   INTO :W-PA00-NBPAI                             RSA120
079686                   FROM  RS19                                     RSA120
079687                  WHERE  CNREN  = :RS04-CNREN                     RSA120
079688                    AND  NORER  = :RS04-NORER                     RSA120
079689                    AND  IDRPL  = :RS04-IDRPL                     RSA120
079690                    AND  DHPAI  = :W-PA00-DTECH                   RSA120
079691                    AND  CDPAS  = :W-PA00-CDPASE     END-EXEC.    RSA120
079692     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 RSA120
079693           IF    IK NOT = ZERO                                    RSA120
079694     MOVE        ZERO TO W-PA00-NBPAI                             RSA120
079695     MOVE        ZERO TO IK.                                      RSA120
079696     ADD         1 TO XOHH-COUNT.                                 RSA120
079697 F95-RS19-FE-FN. EXIT.                                            RSA120
079698 F95HH-FN. EXIT.                                                  RSA120
079699 F9590.         EXIT.                                             P000
079700 F95-WORK-CN.                                                     P100
079800     MOVE        '9590' TO XO00-XCDFSF                            P110
079900     MOVE        'CONNECT' TO XO00-XORATY                         P120
089500     ' enregistrements lus'                                       RSA120
089600     ' dans RS04 (rentes actives)'.                               RSA120
089700 F98BB-FN. EXIT.                                                  RSA120
089714 F98EE.                                                           RSA120
089728     MOVE        XOEE-COUNT TO XA80-XQNENR.                       RSA120
089742     DISPLAY     '- oracle F95EE ' XA80-XQNENR                    RSA120
089756     ' taux de prelevement lus'                                   RSA120
089770     ' dans RS26'.                                                RSA120
089784 F98EE-FN. EXIT.                                                  RSA120
089785 F98FF.                                                           RSA120
089786     MOVE        XOFF-COUNT TO XA80-XQNENR.                       RSA120
089787     DISPLAY     '- oracle F95FF ' XA80-XQNENR                    RSA120
089788     ' bornes de paiement lues dans RS61'.                        RSA120
089789 F98FF-FN. EXIT.                                                  RSA120
089790 F98GG.                                                           RSA120
089791     MOVE        XOGG-COUNT TO XA80-XQNENR.                       RSA120
089792     DISPLAY     '- oracle F95GG ' XA80-XQNENR                    RSA120
089793     ' bornes de paiement lues dans RS70'.                        RSA120
089794 F98GG-FN. EXIT.                                                  RSA120
089795 F98HH.                                                           RSA120
089796     MOVE        XOHH-COUNT TO XA80-XQNENR.                       RSA120
089797     DISPLAY     '- oracle F95HH ' XA80-XQNENR                    RSA120
089798     ' derniers paiements lus dans RS19'.                         RSA120
089799 F98HH-FN. EXIT.                                                  RSA120
089800 F98OP.                                                           RSA120
089900     MOVE        5-OP00-CPTENR TO XA80-XQNENR.                    RSA120
090000     DISPLAY     '- fichier ' 'OP   '                             RSA120
090400     MOVE        W-WA00-CPTAN TO XA80-XQNENR.                     RSA120
090500     DISPLAY     '-   dont anomalies : ' XA80-XQNENR.             RSA120
090600 F98OP-FN. EXIT.                                                  RSA120
090612 F98RI.                                                           RSA120
090624     MOVE        5-RI00-CPTENR TO XA80-XQNENR.                    RSA120
090636     DISPLAY     '- fichier ' 'RI   '                             RSA120
090648     XA80-XQNENR ' ordres a reemettre lus'                        RSA120
090660     ' assignation: ' 'RI'                                        RSA120
090672     ' ouverture: ' 'I'.                                          RSA120
090684 F98RI-FN. EXIT.                                                  RSA120
090685 F98HO.                                                           RSA120
090686     MOVE        5-HO00-CPTENR TO XA80-XQNENR.                    RSA120
090687     DISPLAY     '- fichier ' 'HO   '                             RSA120
090688     XA80-XQNENR ' ordres mis en attente'                         RSA120
090689     ' assignation: ' 'HO'                                        RSA120
090690     ' ouverture: ' 'E'.                                          RSA120
090691 F98HO-FN. EXIT.                                                  RSA120
090692 F98LB.                                                           RSA120
090693     MOVE        5-LB00-CPTENR TO XA80-XQNENR.                    RSA120
090694     DISPLAY     '- fichier ' 'LB   '                             RSA120
090695     XA80-XQNENR ' ordres valides repris'                         RSA120
090696     ' assignation: ' 'LB'                                        RSA120
090697     ' ouverture: ' 'I'.                                          RSA120
090698 F98LB-FN. EXIT.                                                  RSA120
090709 F98AR.                                                           RSA120
090720     MOVE        5-AR00-CPTENR TO XA80-XQNENR.                    RSA120
090731     DISPLAY     '- fichier ' 'AR   '                             RSA120
090742     XA80-XQNENR ' ordres de rappel lus'                          RSA120
090753     ' assignation: ' 'AR'                                        RSA120
090764     ' ouverture: ' 'I'.                                          RSA120
090775 F98AR-FN. EXIT.                                                  RSA120
090786 F98EW.                                                           RSA120
090800     MOVE        5-EW00-CPAG TO XA80-XQNENR.                      RSA120
090900     DISPLAY     '- fichier ' 'EW   '                             RSA120
091000     XA80-XQNENR ' pages editees'                                 RSA120
