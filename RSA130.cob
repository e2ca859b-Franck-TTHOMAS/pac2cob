002225      SELECT OPTIONAL CT-FICHIER ASSIGN AS-SOCT                   RSA130
002250             ORGANIZATION    LINE SEQUENTIAL                      RSA130
002275             FILE STATUS     1-CT00-STATUS.                       RSA130
002281      SELECT VT-FICHIER      ASSIGN AS-SOVT                       RSA130
002287             ORGANIZATION    LINE SEQUENTIAL                      RSA130
002293             FILE STATUS     1-VT00-STATUS.                       RSA130
002300 DATA DIVISION.                                                   RSA130
002400 FILE SECTION.                                                    RSA130
002500 FD                 OP-FICHIER                                    RSA130
004040      BLOCK              00000 RECORDS.                           RSA130
004060 01                 CT00.                                         RSA130
004080      10            CT00-LIGNE  PICTURE  X(150).                  RSA130
004084 FD                 VT-FICHIER                                    RSA130
004088      BLOCK              00000 RECORDS.                           RSA130
004092 01                 VT00.                                         RSA130
004096      10            VT00-LIGNE  PICTURE  X(80).                   RSA130
004100 WORKING-STORAGE SECTION.                                         RSA130
004200          EXEC SQL INCLUDE SQLCA         END-EXEC.                RSA130
004300          EXEC SQL BEGIN DECLARE SECTION END-EXEC.                RSA130
007000 77               W-IB00-VAL    PIC S9(4) COMP-3.                 RSA130
007100 77               W-XM00-IBDEB  PIC X(34).                        RSA130
007200 77               W-XM00-BICDEB PIC X(11).                        RSA130
007250 77               W-WA00-FICOP  PIC XX VALUE 'OP'.                RSA130
007300 01               W-OP00-ENR.                                     RSA130
007400    05            W-OP00-CNREN   PIC XX.                          RSA130
007500    05            W-OP00-NORER   PIC X(6).                        RSA130
033700      05       5-BQ00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA130
033800      05       5-SP00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA130
033900      05       5-AN00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA130
033904      05       5-VT00-CPTENR PICTURE S9(9) VALUE ZERO.            RSA130
033909 01               W-CT00-ENR.                                     RSA130
033918    05            W-CT00-PROGR   PIC X(8).                        RSA130
033927    05            W-CT00-DATTRT  PIC X(8).                        RSA130
034300      05          1-SP00-STATUS PICTURE XX VALUE ZERO.            RSA130
034400      05          1-AN00-STATUS PICTURE XX VALUE ZERO.            RSA130
034450      05          1-CT00-STATUS PICTURE XX VALUE ZERO.            RSA130
034475      05          1-VT00-STATUS PICTURE XX VALUE ZERO.            RSA130
034500 PROCEDURE DIVISION.                                              RSA130
034600 DECLARATIVES.                                                    RSA130
034700 SECOP SECTION.                                                   RSA130
039370     MOVE        ZERO TO XA80-XQNENR                              RSA130
039380     GO TO F0A90.                                                 RSA130
039390 F0ACT-FN. EXIT.                                                  RSA130
039391 SECVT SECTION.                                                   RSA130
039392     USE AFTER ERROR PROCEDURE                                    RSA130
039393      ON VT-FICHIER.                                              RSA130
039394 F0AVT.                                                           RSA130
039395     MOVE        'VT' TO XA80-XCOSD                               RSA130
039396     MOVE        1-VT00-STATUS TO XA80-STATUS                     RSA130
039397     MOVE        5-VT00-CPTENR TO XA80-XQNENR                     RSA130
039398     GO TO F0A90.                                                 RSA130
039399 F0AVT-FN. EXIT.                                                  RSA130
039400 END DECLARATIVES.                                                RSA130
039500 SEC00 SECTION.                                                   RSA130
039600 F0B.           EXIT.                                             RSA130
046800           IF    IK = ZERO                                        RSA130
046900           AND   XA30-ENVVAL NOT = SPACE                          RSA130
047000     MOVE        XA30-ENVVAL(1:1) TO W-WA00-CDPAMV.               RSA130
047014     MOVE        'GCA_FICOP' TO XA30-ENVNAM                       RSA130
047028     PERFORM     F99VE THRU F99VE-FN.                             RSA130
047042           IF    IK = ZERO                                        RSA130
047056           AND   XA30-ENVVAL NOT = SPACE                          RSA130
047070     MOVE        XA30-ENVVAL(1:2) TO W-WA00-FICOP.                RSA130
047084     DISPLAY     '- fichier des ordres      : ' W-WA00-FICOP.     RSA130
047100     MOVE        'GCA_IBANDEB' TO XA30-ENVNAM                     RSA130
047200     PERFORM     F99VE THRU F99VE-FN.                             RSA130
047300           IF    IK = ZERO                                        RSA130
054500        PERFORM    F0AAN                                          RSA130
054600        PERFORM    F0A90         THRU F0A90-FN.                   RSA130
054700 F01AN-FN. EXIT.                                                  RSA130
054714 F01VT.    OPEN OUTPUT                   VT-FICHIER.              RSA130
054728        IF        1-VT00-STATUS  NOT  = ZERO                      RSA130
054742             AND  1-VT00-STATUS  NOT  = '97'                      RSA130
054756        PERFORM    F0AVT                                          RSA130
054770        PERFORM    F0A90         THRU F0A90-FN.                   RSA130
054784 F01VT-FN. EXIT.                                                  RSA130
054800 F01ZZ.                                                           RSA130
054900     MOVE        ZERO TO W-BQ00-NB.                               RSA130
055000 F01ZZ-FN. EXIT.                                                  RSA130
056200 F20SP-FN. EXIT.                                                  RSA130
056300 F20AN.    CLOSE    AN-FICHIER.                                   RSA130
056400 F20AN-FN. EXIT.                                                  RSA130
056433 F20VT.    CLOSE    VT-FICHIER.                                   RSA130
056466 F20VT-FN. EXIT.                                                  RSA130
056500 F2080.    IF    XO00-XORACN = '1'                                RSA130
056600           NEXT SENTENCE ELSE GO TO     F2080-FN.                 RSA130
056700     PERFORM     F95-WORK-CO THRU F95-WORK-CO-FN.                 RSA130
057730     MOVE        XAIN-XDATRT TO W-CT00-DATTRT                     RSA130
057733     MOVE        XAIN-XHETRT TO W-CT00-HETRT                      RSA130
057736     MOVE        XA00-XRC TO W-CT00-CDETAT                        RSA130
057739     MOVE        W-WA00-FICOP TO W-CT00-FICID (1)                 RSA130
057742     MOVE        'I' TO W-CT00-SENS (1)                           RSA130
057745     MOVE        W-WA00-CPTLU TO W-CT00-NBENR (1)                 RSA130
057748     MOVE        'BQ' TO W-CT00-FICID (2)                         RSA130
057766     MOVE        'AN' TO W-CT00-FICID (4)                         RSA130
057769     MOVE        'O' TO W-CT00-SENS (4)                           RSA130
057772     MOVE        5-AN00-CPTENR TO W-CT00-NBENR (4)                RSA130
057775     MOVE        'VT' TO W-CT00-FICID (5)                         RSA130
057778     MOVE        'O' TO W-CT00-SENS (5)                           RSA130
057781     MOVE        5-VT00-CPTENR TO W-CT00-NBENR (5)                RSA130
057784     MOVE        W-CT00-ENR TO CT00                               RSA130
057788     WRITE       CT00                                             RSA130
057792     CLOSE       CT-FICHIER.                                      RSA130
057796 F20CT-FN. EXIT.                                                  RSA130
057800 F2090.                                                           RSA130
057900     PERFORM     F98-Z THRU F98-Z-FN.                             RSA130
058000 F2090-FN. EXIT.                                                  RSA130
063300     PERFORM     F60CT THRU F60CT-FN.                             RSA130
063400           IF    W-CT00-CDOK = '1'                                RSA130
063500     PERFORM     F75TX THRU F75TX-FN                              RSA130
063550     PERFORM     F75VT THRU F75VT-FN                              RSA130
063600           ELSE                                                   RSA130
063700     PERFORM     F70AN THRU F70AN-FN.                             RSA130
063800     GO TO F50DD.                                                 RSA130
091500     WRITE       SP00                                             RSA130
091600     ADD         1 TO 5-SP00-CPTENR.                              RSA130
091700 F75LI-FN. EXIT.                                                  RSA130
091714*          NOTE *  ORDRE TRANSMIS A INTEGRER        *.            RSA130
091728 F75VT.                                                           RSA130
091742     MOVE        W-OP00-ENR TO VT00                               RSA130
091756     WRITE       VT00                                             RSA130
091770     ADD         1 TO 5-VT00-CPTENR.                              RSA130
091784 F75VT-FN. EXIT.                                                  RSA130
091800 F95-A.                                                           P000
091900     EXEC SQL    WHENEVER SQLWARNING CONTINUE          END-EXEC.  P100
092000     EXEC SQL    WHENEVER NOT FOUND  CONTINUE          END-EXEC.  P200
