      *          SECTION BUCKETED BY MONTH - ATTEMPTS, AVERAGE          00170001
      *          PERCENTAGE AND PASS RATE - SO THE TRAINING MANAGER     00180001
      *          CAN SEE WHETHER AN OPERATOR IS IMPROVING AND           00190001
      *          WHETHER THE SHOP MOVED AFTER A BANK REWRITE. EVERY     00191003
      *          ATTEMPT LINE NAMES THE BANK RELEASE IT WAS SAT         00192003
      *          AGAINST, AND THE MONTH BUCKETS ARE SPLIT BY TOPIC AND  00193003
      *          RELEASE SO A PROMOTION'S EFFECT SHOWS AS ITS OWN ROW.  00194003
      *                                                                 00210001
      *    INFO                                                         00220001
      *          NO PARM. READS THE WHOLE QUIZLOG DD.                   00230001
      *    2026-08-22 PAK  ORIGINAL VERSION                             00530001
      *    2026-09-02 PAK  READS THE KEYED QUIZLOGK KSDS (LOADED BY     00532002
      *                    QZLOGCNV) INSTEAD OF THE FLAT QUIZLOG        00534002
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00535003
      *                    BYTES) - THE TREND LINES SHOW IT AND THE     00536003
      *                    SHOP-WIDE BUCKETS ARE NOW MONTH/TOPIC/BANK   00537003
      *                    RELEASE INSTEAD OF MONTH ALONE               00538003
      ******************************************************************00540001
       ENVIRONMENT DIVISION.                                            00550001
       INPUT-OUTPUT SECTION.                                            00560001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY    00635002
      *    QZLOGCNV LOADED FROM THE OLD FLAT QUIZLOG.                   00637002
       FD  QLK-FILE                                                     00640002
           RECORD CONTAINS 84 CHARACTERS.                               00641003
       01  QLK-RECORD.                                                  00680002
           05 QLK-KEY.                                                  00685002
              10 QLK-OPER-ID     PIC   X(8).                            00690002
           05 QLK-Q-AMOUNT       PIC   9(3).                            00750002
           05 QLK-PCT            PIC   9(3)V99.                         00760002
           05 QLK-LETTERS        PIC   X(20).                           00770002
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00771003
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00772003
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00773003
           05 QLK-RELEASE        PIC   9(5).                            00774003
      ******************************************************************00790001
       WORKING-STORAGE SECTION.                                         00800001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00810001
           10 WS-AT-SCORE      PIC   9(3).                              00990001
           10 WS-AT-AMT        PIC   9(3).                              01000001
           10 WS-AT-PCT        PIC   9(3)V99.                           01010001
           10 WS-AT-REL        PIC   9(5).                              01011003
       01 WS-NEW-KEY.                                                   01020001
        05 WS-NK-OPER        PIC   X(8).                                01030001
        05 WS-NK-DATE        PIC   9(8).                                01040001
       01 WS-TREND          PIC   X(8).                                 01110001
      * --------------------------------------------------------------- 01120001
      *    SHOP-WIDE FIGURES BUCKETED BY CALENDAR MONTH (YYYYMM),       01130001
      *    TOPIC AND BANK RELEASE, HELD IN ASCENDING KEY ORDER.         01131003
       01 WS-MO-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          01150001
       01 WS-MONTH-TABLE.                                               01160001
        05 WS-MO-ENTRY OCCURS 500 TIMES.                                01161003
           10 WS-MO-KEY.                                                01162003
              15 WS-MO-MONTH   PIC   9(6).                              01163003
              15 WS-MO-TOPIC   PIC   X(8).                              01164003
              15 WS-MO-REL     PIC   9(5).                              01165003
           10 WS-MO-ATTEMPTS   PIC   9(5)  USAGE IS COMP.               01190001
           10 WS-MO-PCT-SUM    PIC   9(8)V99.                           01200001
           10 WS-MO-PASS       PIC   9(5)  USAGE IS COMP.               01210001
       01 WS-MX             PIC   9(3)  USAGE IS COMP.                  01220001
       01 WS-MO-NEW.                                                    01221003
        05 WS-MN-MONTH       PIC   9(6).                                01222003
        05 WS-MN-TOPIC       PIC   X(8).                                01223003
        05 WS-MN-REL         PIC   9(5).                                01224003
       01 WS-MO-FOUND-SW    PIC   X.                                    01240001
          88 WS-MO-FOUND            VALUE 'Y'.                          01250001
       01 WS-MO-AVG         PIC   9(3)V99.                              01260001
              MOVE QLK-SCORE        TO WS-AT-SCORE(WS-INS-AT)           01890002
              MOVE QLK-Q-AMOUNT     TO WS-AT-AMT(WS-INS-AT)             01900002
              MOVE QLK-PCT          TO WS-AT-PCT(WS-INS-AT)             01910002
              IF QLK-RELEASE IS NUMERIC                                 01911003
                 MOVE QLK-RELEASE   TO WS-AT-REL(WS-INS-AT)             01912003
              ELSE                                                      01913003
                 MOVE 0             TO WS-AT-REL(WS-INS-AT)             01914003
              END-IF                                                    01915003
              PERFORM PROC-NOTE-MONTH                                   01920001
           END-IF                                                       01930001
           PERFORM PROC-READ-LOG                                        01940001
           EXIT.                                                        01950001
      ******************************************************************01960001
       PROC-NOTE-MONTH.                                                 01970001
           MOVE QLK-START-DATE(1:6) TO WS-MN-MONTH                      01971003
           MOVE QLK-TOPIC           TO WS-MN-TOPIC                      01972003
           MOVE WS-AT-REL(WS-INS-AT) TO WS-MN-REL                       01973003
           MOVE 'N' TO WS-MO-FOUND-SW                                   01990001
           PERFORM VARYING WS-MX FROM 1 BY 1                            02000001
              UNTIL WS-MX > WS-MO-COUNT                                 02010001
              END-IF                                                    02060001
           END-PERFORM                                                  02070001
           IF NOT WS-MO-FOUND                                           02080001
              IF WS-MO-COUNT = 500                                      02081003
                 DISPLAY 'WARNING: MONTH TABLE FULL - ', WS-MN-MONTH,   02082003
                    ' ', WS-MN-TOPIC, ' RELEASE ', WS-MN-REL,           02083003
                    ' NOT BUCKETED'                                     02110001
              ELSE                                                      02120001
                 PERFORM PROC-ADD-MONTH                                 02130001
           END-IF                                                       02150001
           EXIT.                                                        02160001
      ******************************************************************02170001
      *    BUCKETS ARE KEPT ASCENDING SO THE HISTORY SECTION READS      02171003
      *    OLDEST TO NEWEST, TOPICS AND RELEASES IN ORDER WITHIN A      02172003
      *    MONTH.                                                       02173003
       PROC-ADD-MONTH.                                                  02200001
           MOVE WS-MO-COUNT TO WS-INS-AT                                02210001
           ADD 1 TO WS-INS-AT                                           02220001
           DISPLAY '  ', WS-AT-DATE(WS-AX), ' ',                        02800001
              WS-AT-TIME(WS-AX)(1:6), ' ', WS-AT-TOPIC(WS-AX), ' ',     02810001
              WS-AT-SCORE(WS-AX), '/', WS-AT-AMT(WS-AX), ' ',           02820001
              WS-PCT-EDIT, '% R', WS-AT-REL(WS-AX), ' ', WS-TREND       02821003
           MOVE WS-AT-OPER(WS-AX) TO WS-PREV-OPER                       02840001
           MOVE WS-AT-PCT(WS-AX)  TO WS-PREV-PCT                        02850001
           EXIT.                                                        02860001
      ******************************************************************02870001
      *    SECTION 2 - SHOP-WIDE HISTORY BY MONTH, TOPIC AND BANK       02871003
      *    RELEASE: ATTEMPTS, AVERAGE PERCENTAGE AND PASS RATE.         02872003
       PROC-PRINT-MONTHS.                                               02900001
           DISPLAY ' '                                                  02910001
           DISPLAY 'SHOP-WIDE HISTORY BY MONTH, TOPIC AND RELEASE'      02911003
           DISPLAY WS-HLINE                                             02930001
           DISPLAY 'MONTH  TOPIC    RELEASE ATTEMPTS AVG-PCT  ',        02931003
              'PASS-RATE'                                               02932003
           PERFORM PROC-PRINT-MONTH-LINE                                02950001
              VARYING WS-MX FROM 1 BY 1                                 02960001
              UNTIL WS-MX > WS-MO-COUNT                                 02970001
              (WS-MO-PASS(WS-MX) / WS-MO-ATTEMPTS(WS-MX)) * 100         03050001
           MOVE WS-MO-AVG TO WS-PCT-EDIT                                03060001
           MOVE WS-MO-RATE TO WS-RATE-EDIT                              03070001
           DISPLAY WS-MO-MONTH(WS-MX), ' ', WS-MO-TOPIC(WS-MX), ' ',    03071003
              WS-MO-REL(WS-MX), '   ', WS-MO-ATTEMPTS(WS-MX),           03072003
              ' ', WS-PCT-EDIT, '% ', WS-RATE-EDIT, '%'                 03090001
           EXIT.                                                        03100001
       END PROGRAM QZTRNDRP.                                            03110001
