107600       15           XO00-XORAC1   PIC X(001) OCCURS 055.          7XO-FK
107700                  EXEC SQL BEGIN DECLARE SECTION         END-EXEC.7XO-01
107800 77                 XO00-XORARB   PIC X(008) VALUE SPACE.         7XO-15
107850 77                 W-DR00-MTREA  PIC S9(9)V99 COMP-3 VALUE ZERO. D21DR
107875 77                 W-DR00-NOTIE  PIC X(6)  VALUE SPACE.          D21DR
107900                  EXEC SQL END   DECLARE SECTION         END-EXEC.7XO-89
107910 77                 XO00-XORARP   PIC X(001) VALUE ZERO.          D04CK
107920 01               W-CK00-DERNIER.                                 D04CK
107965 77                 XO00-XORASL   PIC X(001) VALUE ZERO.          D09SC
107970 77                 W-WW00-SELEOF PIC X(001) VALUE ZERO.          D09SC
107975 77                 XOBB-SEL-OPE  PIC X(001) VALUE ZERO.          D09SC
107976 77                 XO00-XORADR   PIC X(001) VALUE ZERO.          D21DR
107977 01               W-DR00-DTREF-ED.                                D21DR
107978    05            W-DR00-JJ      PIC XX.                          D21DR
107979    05            FILLER         PIC X     VALUE '/'.             D21DR
107980    05            W-DR00-MM      PIC XX.                          D21DR
107981    05            FILLER         PIC X     VALUE '/'.             D21DR
107982    05            W-DR00-AAAA    PIC X(4).                        D21DR
107983 01               W-DR00-LIGNE.                                   D21DR
107984    05            FILLER         PIC X(01) VALUE SPACE.           D21DR
107985    05            W-DR00-LIB     PIC X(21).                       D21DR
107986    05            W-DR00-VAL     PIC X(100).                      D21DR
107987    05            FILLER         PIC X(11) VALUE SPACES.          D21DR
107988 01               W-DR00-XCSEQ   PIC Z(8)9.                       D21DR
107989 01               W-YD03-DET.                                     D21DR
107990    05            W-YD03-CPRENR  PIC X(5).                        D21DR
107991    05            W-YD03-CDREPR  PIC XXX.                         D21DR
107992    05            W-YD03-DMREN   PIC X(8).                        D21DR
107993    05            W-YD03-LVRER   PIC X(31).                       D21DR
108000 77                 XOAA-RS01-CF  PIC X(001)     VALUE ZERO.      7XOAA0
108100 77                 XOAA-COUNT    PIC S9(9) COMP VALUE ZERO.      7XOAA1
108200 77                 XOBB-RS42-CF  PIC X(001)     VALUE ZERO.      7XOBB0
259991                  PICTURE X(6).                                   D20PT
259992   05             C-0BB-CNREN                                     D20PT
259993                  PICTURE XX.                                     D20PT
259995   05             C-0BB-DTREF                                     D21DR
259997                  PICTURE X(8).                                   D21DR
260000          EXEC SQL END   DECLARE SECTION END-EXEC.                7I2990
260100 01               D-0204.                                         7I3110
260200   05             D-0204-NORER   VALUE '!'                        7I3120
281431 F0BDA-FN. EXIT.                                                  P100
281446 F0BEA.         EXIT.                                             P000
281461 F0BEA-FN. EXIT.                                                  P000
281462 F0BCV.                                                           D21DR
281463     MOVE        '99999999' TO C-0BB-DTREF                        D21DR
281464     MOVE        'GCA_DTREF' TO XA30-ENVNAM                       D21DR
281465     PERFORM     F99VE THRU F99VE-FN.                             D21DR
281466           IF    IK NOT = ZERO                                    D21DR
281467           OR    XA30-ENVVAL = SPACE                              D21DR
281468     GO TO     F0BCV-FN.                                          D21DR
281469           IF    XA30-ENVVAL(1:8) NOT NUMERIC                     D21DR
281470           OR    XA30-ENVVAL(9:1) NOT = SPACE                     D21DR
281471           OR    XA30-ENVVAL(5:2) < '01'                          D21DR
281472           OR    XA30-ENVVAL(5:2) > '12'                          D21DR
281473           OR    XA30-ENVVAL(7:2) < '01'                          D21DR
281474           OR    XA30-ENVVAL(7:2) > '31'                          D21DR
281475     MOVE        '0BCV' TO XA60-XCDFSF                            D21DR
281476     MOVE        'ERREUR SUR VARIABLE GCA_DTREF ' TO              D21DR
281477     XA60-XLISUI                                                  D21DR
281478     MOVE        'DATE DE REFERENCE INVALIDE (AAAAMMJJ)' TO       D21DR
281479     XA60-ZX67A                                                   D21DR
281480     MOVE        XA30-ENVVAL TO XA60-ZX67B                        D21DR
281481     PERFORM     F9900 THRU F9900-FN.                             D21DR
281482     MOVE        XA30-ENVVAL(1:8) TO C-0BB-DTREF                  D21DR
281483     MOVE        '1' TO XO00-XORADR                               D21DR
281484     MOVE        C-0BB-DTREF(7:2) TO W-DR00-JJ                    D21DR
281485     MOVE        C-0BB-DTREF(5:2) TO W-DR00-MM                    D21DR
281486     MOVE        C-0BB-DTREF(1:4) TO W-DR00-AAAA                  D21DR
281487     DISPLAY     '- situation a la date du : ' W-DR00-DTREF-ED.   D21DR
281488 F0BCV-FN. EXIT.                                                  D21DR
281500 F0BCA-FN. EXIT.                                                  P000
281600 F0B-FN.   EXIT.                                                  P000
281700 F0C.           EXIT.                                             P000
291560     PERFORM     F50AU THRU F50AU-FN.                             D16AG
291573           IF    IK = '0'                                         D19DX
291586     PERFORM     F50DW THRU F50DW-FN.                             D19DX
291589           IF    IK = '0'                                         D21DR
291592           AND   XO00-XORADR = '1'                                D21DR
291595     PERFORM     F50DR THRU F50DR-FN.                             D21DR
291600 F50DD.    IF    IK = '0'                                         P000
291700           NEXT SENTENCE ELSE GO TO     F50DD-FN.                 P000
291800     PERFORM     F95-RS04-FV THRU F95-RS04-FV-FN.                 P100
291825           IF    IK = '0'                                         D21DR
291850           AND   XO00-XORADR = '1'                                D21DR
291875     PERFORM     F50DS THRU F50DS-FN.                             D21DR
291900           IF    IK = '0'                                         P140
292000     MOVE        'RS04' TO DB-RECORD-NAME                         P140
292100     PERFORM     F84 THRU F84-FN                                  P145
307698     PERFORM     F50TJ THRU F50TJ-FN.                             D17TI
307699     MOVE                     ALL '1' TO FT GO TO F20.            P100
307800 F50XX-FN. EXIT.                                                  P100
307801 F50DR.                                                           D21DR
307802     MOVE        RS02-NORER TO RS03-NORER                         D21DR
307803     PERFORM     F95-RS03-FA THRU F95-RS03-FA-FN.                 D21DR
307804     MOVE        SPACE TO W-DR00-LIGNE                            D21DR
307805     MOVE        'GROUPAMA - RENTES' TO W-DR00-LIB                D21DR
307806     MOVE        'SITUATION A LA DATE DE REFERENCE' TO W-DR00-VAL D21DR
307807     MOVE        W-DR00-LIGNE TO EW00                             D21DR
307808     WRITE       EW00 AFTER ADVANCING SAUTP                       D21DR
307809     ADD         1 TO 5-EW00-4CP                                  D21DR
307810     MOVE        8 TO 5-EW00-4CL                                  D21DR
307811     MOVE        8 TO 5-EW00-4CL1                                 D21DR
307812     MOVE        SPACE TO W-DR00-LIGNE                            D21DR
307813     MOVE        'DATE DE REFERENCE  :' TO W-DR00-LIB             D21DR
307814     MOVE        W-DR00-DTREF-ED TO W-DR00-VAL                    D21DR
307815     PERFORM     F50DL THRU F50DL-FN                              D21DR
307816     MOVE        'RENTIER NO         :' TO W-DR00-LIB             D21DR
307817     STRING      RS02-NORER '  ' RS02-LNRENR ' ' RS02-LNREPR      D21DR
307818                 DELIMITED BY SIZE INTO W-DR00-VAL                D21DR
307819     PERFORM     F50DL THRU F50DL-FN.                             D21DR
307820           IF    IK NOT = '0'                                     D21DR
307821     MOVE        'ADRESSE            :' TO W-DR00-LIB             D21DR
307822     MOVE        'AUCUNE ADRESSE EN VIGUEUR A CETTE DATE' TO      D21DR
307823     W-DR00-VAL                                                   D21DR
307824     PERFORM     F50DL THRU F50DL-FN                              D21DR
307825     MOVE        '0' TO IK                                        D21DR
307826     GO TO     F50DR-FN.                                          D21DR
307827     MOVE        'ADRESSE            :' TO W-DR00-LIB             D21DR
307828     MOVE        RS03-LRRE1R TO W-DR00-VAL                        D21DR
307829     PERFORM     F50DL THRU F50DL-FN                              D21DR
307830     MOVE        RS03-LRRE2R TO W-DR00-VAL                        D21DR
307831     PERFORM     F50DL THRU F50DL-FN                              D21DR
307832     STRING      RS03-CPRENR ' ' RS03-LVRER ' ' RS03-CDREPR       D21DR
307833                 DELIMITED BY SIZE INTO W-DR00-VAL                D21DR
307834     PERFORM     F50DL THRU F50DL-FN                              D21DR
307835     MOVE        RS03-XCSEQ TO W-DR00-XCSEQ                       D21DR
307836     MOVE        'VERSION ADRESSE    :' TO W-DR00-LIB             D21DR
307837     STRING      W-DR00-XCSEQ ' DU ' RS03-DMREN                   D21DR
307838                 DELIMITED BY SIZE INTO W-DR00-VAL                D21DR
307839     PERFORM     F50DL THRU F50DL-FN                              D21DR
307840     MOVE        SPACE TO W-YX00-LIGNE                            D21DR
307841     MOVE        'RS03' TO W-YX00-ZRECOR                          D21DR
307842     MOVE        W-WW00-NORER TO W-YX00-NORER                     D21DR
307843     MOVE        RS03-XCSEQ TO W-YX00-ZSEQ                        D21DR
307844     MOVE        RS03-CPRENR TO W-YD03-CPRENR                     D21DR
307845     MOVE        RS03-CDREPR TO W-YD03-CDREPR                     D21DR
307846     MOVE        RS03-DMREN TO W-YD03-DMREN                       D21DR
307847     MOVE        RS03-LVRER TO W-YD03-LVRER                       D21DR
307848     MOVE        W-YD03-DET TO W-YX00-ZDATA                       D21DR
307849     MOVE        W-YX00-LIGNE TO YX00                             D21DR
307850     PERFORM     F90YX THRU F90YX-FN.                             D21DR
307851 F50DR-FN. EXIT.                                                  D21DR
307852 F50DL.                                                           D21DR
307853     MOVE        W-DR00-LIGNE TO EW00                             D21DR
307854     WRITE       EW00 AFTER ADVANCING 1                           D21DR
307855     ADD         1 TO 5-EW00-4CL                                  D21DR
307856     MOVE        SPACE TO W-DR00-LIGNE.                           D21DR
307857 F50DL-FN. EXIT.                                                  D21DR
307858 F50DS.                                                           D21DR
307859     PERFORM     F95-RS06-FD THRU F95-RS06-FD-FN.                 D21DR
307860           IF    IK = '0'                                         D21DR
307861     MOVE        W-DR00-MTREA TO RS04-MTREA.                      D21DR
307862     PERFORM     F95-RS16-FD THRU F95-RS16-FD-FN.                 D21DR
307863           IF    IK = '0'                                         D21DR
307870           AND   W-DR00-NOTIE NOT = SPACE                         D21DR
307877     MOVE        W-DR00-NOTIE TO RS04-NOTIE.                      D21DR
307884     MOVE        '0' TO IK.                                       D21DR
307891 F50DS-FN. EXIT.                                                  D21DR
307900 F50-FN.   EXIT.                                                  P100
307910 F50AU.    MOVE        USERID        TO W-AU00-USERID              D10AU
307920     MOVE        PROGE         TO W-AU00-PROGE                     D10AU
374300     ADD         1 TO XOCC-COUNT                                  P490
374400     MOVE        XP00-XROWID TO RS02-XROWID.                      P495
374500 F95-RS02-FA-FN. EXIT.                                            P499
374501 F95-RS03-FA.                                                     D21DR
374502     MOVE        'SELECT' TO XO00-XORATY                          D21DR
374503     MOVE        '95CD' TO XO00-XCDFSF                            D21DR
374504     MOVE        'RS03' TO XO00-XORATA                            D21DR
374505     MOVE        RS03 TO XO00-XORACL                              D21DR
374506     EXEC SQL                                                     D21DR
374507                 SELECT  XCSEQ                                    D21DR
374508                      ,  nvl(LRRE1R,' ')                          D21DR
374509                      ,  nvl(LRRE2R,' ')                          D21DR
374510                      ,  nvl(LVRER ,' ')                          D21DR
374511                      ,  nvl(CPRENR,' ')                          D21DR
374512                      ,  nvl(CDREPR,' ')                          D21DR
374513                      ,  nvl(DMREN ,' ')                          D21DR
374514                   INTO :RS03-XCSEQ                               D21DR
374515                      , :RS03-LRRE1R                              D21DR
374516                      , :RS03-LRRE2R                              D21DR
374517                      , :RS03-LVRER                               D21DR
374518                      , :RS03-CPRENR                              D21DR
374519                      , :RS03-CDREPR                              D21DR
374520                      , :RS03-DMREN                               D21DR
374521                   FROM  RS03                                     D21DR
374522                  WHERE  NORER  = :RS03-NORER                     D21DR
374523                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            D21DR
374524                   FROM  RS03                                     D21DR
374525                  WHERE  NORER  = :RS03-NORER                     D21DR
374526                    AND  nvl(DMREN ,' ') <= :C-0BB-DTREF          D21DR
374527                                  )                  END-EXEC.    D21DR
374528     PERFORM     F95-WORK-OK THRU F95-WORK-OK-FN.                 D21DR
374529 F95-RS03-FA-FN. EXIT.                                            D21DR
374530 F95-RS06-FD.                                                     D21DR
374531     MOVE        'SELECT' TO XO00-XORATY                          D21DR
374532     MOVE        '95FD' TO XO00-XCDFSF                            D21DR
374533     MOVE        'RS06' TO XO00-XORATA                            D21DR
374534     MOVE        RS06 TO XO00-XORACL                              D21DR
374535     EXEC SQL                                                     D21DR
374536                 SELECT  nvl(MTREA , 0)                           D21DR
374537                   INTO :W-DR00-MTREA                             D21DR
374538                   FROM  RS06                                     D21DR
374539                  WHERE  CNREN  = :RS04-CNREN                     D21DR
374540                    AND  NORER  = :RS04-NORER                     D21DR
374541                    AND  IDRPL  = :RS04-IDRPL                     D21DR
374542                    AND  DDREN                                    D21DR
374543                     ||  TO_CHAR(XCSEQ, '000000009')              D21DR
374544                      = ( SELECT MAX (                            D21DR
374545                         DDREN                                    D21DR
374546                     ||  TO_CHAR(XCSEQ, '000000009')              D21DR
374547                                     )                            D21DR
374548                   FROM  RS06                                     D21DR
374549                  WHERE  CNREN  = :RS04-CNREN                     D21DR
374550                    AND  NORER  = :RS04-NORER                     D21DR
374551                    AND  IDRPL  = :RS04-IDRPL                     D21DR
374552                    AND  DDREN <= :C-0BB-DTREF                    D21DR
374553                        )                              END-EXEC.  D21DR
374554           IF    SQLCODE NOT = 100                                D21DR
374555     GO TO     F95-RS06-FD-A.                                     D21DR
374556     EXEC SQL                                                     D21DR
374557                 SELECT  nvl(MTREAO, 0)                           D21DR
374558                   INTO :W-DR00-MTREA                             D21DR
374559                   FROM  RS06                                     D21DR
374560                  WHERE  CNREN  = :RS04-CNREN                     D21DR
374561                    AND  NORER  = :RS04-NORER                     D21DR
374562                    AND  IDRPL  = :RS04-IDRPL                     D21DR
374563                    AND  DDREN                                    D21DR
374564                     ||  TO_CHAR(XCSEQ, '000000009')              D21DR
374565                      = ( SELECT MIN (                            D21DR
374566                         DDREN                                    D21DR
374567                     ||  TO_CHAR(XCSEQ, '000000009')              D21DR
374568                                     )                            D21DR
374569                   FROM  RS06                                     D21DR
374570                  WHERE  CNREN  = :RS04-CNREN                     D21DR
374571                    AND  NORER  = :RS04-NORER                     D21DR
374572                    AND  IDRPL  = :RS04-IDRPL                     D21DR
374573                        )                              END-EXEC.  D21DR
374574 F95-RS06-FD-A.                                                   D21DR
374575           IF    SQLCODE = ZERO                                   D21DR
374576     MOVE        ZERO TO IK                                       D21DR
374577           ELSE                                                   D21DR
374578     MOVE        '1' TO IK.                                       D21DR
374579     MOVE        SQLCODE TO XO00-XORARC.                          D21DR
374580 F95-RS06-FD-FN. EXIT.                                            D21DR
374600 F95CC-FN. EXIT.                                                  P499
374700 F95DD.         EXIT.                                             P000
374710 F95-B.                                                            D01SK
392500                   FROM  RS04                                     P442
392600                  WHERE                                           P444
392700                         NORER  = :C-0204-NORER                   P445
392750                    AND  nvl(DDREN ,' ') <= :C-0BB-DTREF          D21DR
392800                    AND (CNREN  > :C-0204-CNREN                   P446
392900                     OR (CNREN  = :C-0204-CNREN                   P447
393000                    AND (IDRPL  > :C-0204-IDRPL                   P448
401600                         CNREN  = :C-0406-CNREN                   P311
401700                    AND  NORER  = :C-0406-NORER                   P312
401800                    AND  IDRPL  = :C-0406-IDRPL                   P313
401850                    AND  DDREN  <= :C-0BB-DTREF                   D21DR
401900                  ORDER  BY                                       P410
402000                         DDREN  DESC                              P411
402100                      ,  XCSEQ                         END-EXEC.  P412
411500                         CNREN  = :C-0407-CNREN                   P445
411600                    AND  NORER  = :C-0407-NORER                   P446
411700                    AND  IDRPL  = :C-0407-IDRPL                   P447
411750                    AND  nvl(DMREN ,' ') <= :C-0BB-DTREF          D21DR
411800                    AND (XCSEQ  > :C-0407-XCSEQ                   P448
411900                        )                                         P449
412000                        )                              END-EXEC.  P475
483800                         CNREN  = :C-0416-CNREN                   P445
483900                    AND  NORER  = :C-0416-NORER                   P446
484000                    AND  IDRPL  = :C-0416-IDRPL                   P447
484050                    AND  nvl(DMREN ,' ') <= :C-0BB-DTREF          D21DR
484100                    AND (XCSEQ  > :C-0416-XCSEQ                   P448
484200                        )                                         P449
484300                        )                              END-EXEC.  P475
484700     ADD         1 TO XOPP-COUNT                                  P490
484800     MOVE        XP00-XROWID TO RS16-XROWID.                      P495
484900 F95-RS16-FV-FN. EXIT.                                            P499
484903 F95-RS16-FD.                                                     D21DR
484906     MOVE        'SELECT' TO XO00-XORATY                          D21DR
484909     MOVE        '95PP' TO XO00-XCDFSF                            D21DR
484912     MOVE        'RS16' TO XO00-XORATA                            D21DR
484915     MOVE        RS04 TO XO00-XORACL                              D21DR
484918     EXEC SQL                                                     D21DR
484921                 SELECT  nvl(NOTIE ,' ')                          D21DR
484924                   INTO :W-DR00-NOTIE                             D21DR
484927                   FROM  RS16                                     D21DR
484930                  WHERE  CNREN  = :RS04-CNREN                     D21DR
484933                    AND  NORER  = :RS04-NORER                     D21DR
484936                    AND  IDRPL  = :RS04-IDRPL                     D21DR
484939                    AND  XCSEQ  = ( SELECT MAX (XCSEQ)            D21DR
484942                   FROM  RS16                                     D21DR
484945                  WHERE  CNREN  = :RS04-CNREN                     D21DR
484948                    AND  NORER  = :RS04-NORER                     D21DR
484951                    AND  IDRPL  = :RS04-IDRPL                     D21DR
484954                    AND  nvl(DMREN ,' ') <= :C-0BB-DTREF          D21DR
484957                                  )                  END-EXEC.    D21DR
484960           IF    SQLCODE = ZERO                                   D21DR
484963     MOVE        ZERO TO IK                                       D21DR
484966           ELSE                                                   D21DR
484969     MOVE        '1' TO IK.                                       D21DR
484972     MOVE        SQLCODE TO XO00-XORARC.                          D21DR
484975 F95-RS16-FD-FN. EXIT.                                            D21DR
485000 F95PP-FN. EXIT.                                                  P499
485100 F95QQ.         EXIT.                                             P000
485200 F95-RS17-FV.                                                     P100
497600                    AND  NORER  = :C-1718-NORER                   P446
497700                    AND  IDRPL  = :C-1718-IDRPL                   P447
497800                    AND  NORCS  = :C-1718-NORCS                   P448
497850                    AND  nvl(DMREN ,' ') <= :C-0BB-DTREF          D21DR
497900                    AND (XCSEQ  > :C-1718-XCSEQ                   P449
498000                        )                                         P450
498100                        )                              END-EXEC.  P475
505700                         CNREN  = :C-0419-CNREN                   P445
505800                    AND  NORER  = :C-0419-NORER                   P446
505900                    AND  IDRPL  = :C-0419-IDRPL                   P447
505950                    AND  DTPAI  <= :C-0BB-DTREF                   D21DR
506000                    AND (DTPAI  > :C-0419-DTPAI                   P448
506100                     OR (DTPAI  = :C-0419-DTPAI                   P449
506200                    AND (DTPAIR > :C-0419-DTPAIR                  P450
512400                         CNREN  = :C-0422-CNREN                   P445
512500                    AND  NORER  = :C-0422-NORER                   P446
512600                    AND  IDRPL  = :C-0422-IDRPL                   P447
512650                    AND  nvl(DHPAI ,' ') <= :C-0BB-DTREF          D21DR
512700                    AND (XCSEQ  > :C-0422-XCSEQ                   P448
512800                        )                                         P449
512900                        )                              END-EXEC.  P475
