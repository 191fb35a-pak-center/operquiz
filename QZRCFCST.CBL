      *                                                                 00033001
      *          RETURN-CODE 0 = NOTHING EXPIRING IN THE HORIZON        00034001
      *                      4 = NOTICES PRODUCED - HAND THEM OUT       00035001
      *                     12 = QUIZLOGK OR ROSTER NOT AVAILABLE,      00035506
      *                          OR A QZFCAST WRITE FAILED - DO NOT     00036006
      *                          SEED BOOKINGS FROM THAT QZFCAST        00036506
      *                                                                 00037001
      ******************************************************************00038001
      *                                                                 00039001
      *                                           EXTRACT FOR THE LMS   00064001
      *          UTILITY PGM       QZLOGCNV.CBL   FLAT-TO-KSDS          00065001
      *                                           HISTORY CONVERSION    00066001
      *          UTILITY PGM       QZSESSMT.CBL   CLASSROOM SESSION     00066303
      *                                           REGISTER              00066603
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00067001
      *                            CPBQAC02       VER2 OF Q&A           00068001
      *                                                                 00069001
      *                    IN WORKING STORAGE - THE EXPIRY PASS USED    00072202
      *                    THE QLK FD AREA AS SCRATCH AFTER THE FILE    00072302
      *                    WAS CLOSED, WHERE ITS CONTENT IS UNDEFINED   00072402
      *    2026-10-15 PAK  EVERY DUE OPERATOR/TOPIC IS ALSO WRITTEN TO  00072503
      *                    THE OPTIONAL QZFCAST DD, WHICH THE QZSESSMT  00072603
      *                    SESSION REGISTER SEEDS CLASSROOM BOOKINGS    00072703
      *                    FROM                                         00072803
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00072904
      *                    BYTES) - LAYOUT ONLY, FRESHNESS DOES NOT     00073004
      *                    DEPEND ON THE BANK RELEASE SAT               00073104
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00073205
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00073305
      *                    BYTES) - LAYOUT ONLY                         00073405
      *    2026-10-15 PAK  QZFCAST WRITE CHECKED - A FAILED WRITE STOPS 00073506
      *                    THE DATASET AND ENDS THE RUN RC 12           00073606
      ******************************************************************00073001
       ENVIRONMENT DIVISION.                                            00074001
       INPUT-OUTPUT SECTION.                                            00075001
           SELECT POL-FILE ASSIGN TO "QZPOLICY"                         00088001
              ORGANIZATION IS SEQUENTIAL                                00089001
              FILE STATUS IS WS-POL-STATUS.                             00090001
           SELECT FC-FILE ASSIGN TO "QZFCAST"                           00090203
              ORGANIZATION IS SEQUENTIAL                                00090403
              FILE STATUS IS WS-FC-STATUS.                              00090603
      ******************************************************************00091001
       DATA DIVISION.                                                   00092001
       FILE SECTION.                                                    00093001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY    00094001
      *    QZLOGCNV LOADED FROM THE OLD FLAT QUIZLOG.                   00095001
       FD  QLK-FILE                                                     00096001
           RECORD CONTAINS 84 CHARACTERS.                               00097004
       01  QLK-RECORD.                                                  00098001
           05 QLK-KEY.                                                  00099001
              10 QLK-OPER-ID     PIC   X(8).                            00100001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00107001
           05 QLK-PCT            PIC   9(3)V99.                         00108001
           05 QLK-LETTERS        PIC   X(20).                           00109001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00109204
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00109404
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00109604
           05 QLK-RELEASE        PIC   9(5).                            00109804
      *    THE OPERATOR ROSTER THE SHIFT LEADS MAINTAIN - SAME          00110001
      *    58-BYTE LAYOUT QZCOMRPT READS.                               00111005
       FD  ROSTER-FILE                                                  00112001
           RECORDING MODE F                                             00113001
           RECORD CONTAINS 58 CHARACTERS                                00114005
           LABEL RECORDS ARE STANDARD.                                  00115001
       01  ROS-RECORD.                                                  00116001
           05 ROS-OPER-ID        PIC   X(8).                            00117001
           05 ROS-NAME           PIC   X(20).                           00118001
           05 ROS-SHIFT          PIC   X(8).                            00119001
           05 ROS-SUPERVISOR     PIC   X(20).                           00120001
           05 ROS-LANG           PIC   X(2).                            00120505
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS - THE PASS      00121001
      *    PERCENT AND FRESHNESS DAYS MATTER HERE.                      00122001
       FD  TOP-FILE                                                     00123001
           05 FILLER             PIC   X.                               00148001
           05 POL-OVERRIDE       PIC   X.                               00149001
           05 FILLER             PIC   X(73).                           00150001
      *    ONE RECORD PER DUE OPERATOR/TOPIC - THE SAME LINES THE       00150103
      *    SCHEDULE PRINTS, FOR QZSESSMT TO SEED SESSION BOOKINGS FROM. 00150203
      *    FC-EXPIRED IS Y WHEN THE DEADLINE HAS ALREADY PASSED.        00150303
       FD  FC-FILE                                                      00150403
           RECORDING MODE F                                             00150503
           RECORD CONTAINS 80 CHARACTERS                                00150603
           LABEL RECORDS ARE STANDARD.                                  00150703
       01  FC-RECORD.                                                   00150803
           05 FC-OPER-ID         PIC   X(8).                            00150903
           05 FILLER             PIC   X.                               00151003
           05 FC-TOPIC           PIC   X(8).                            00151103
           05 FILLER             PIC   X.                               00151203
           05 FC-LAST-PASS       PIC   9(8).                            00151303
           05 FILLER             PIC   X.                               00151403
           05 FC-EXPIRY          PIC   9(8).                            00151503
           05 FILLER             PIC   X.                               00151603
           05 FC-EXPIRED         PIC   X.                               00151703
           05 FILLER             PIC   X.                               00151803
           05 FC-SHIFT           PIC   X(8).                            00151903
           05 FILLER             PIC   X.                               00152003
           05 FC-SUPERVISOR      PIC   X(20).                           00152103
           05 FILLER             PIC   X(13).                           00152203
      ******************************************************************00151001
       WORKING-STORAGE SECTION.                                         00152001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00153001
          88 WS-ROS-EOF             VALUE '10'.                         00157001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00158001
       01 WS-POL-STATUS     PIC   XX    VALUE '00'.                     00159001
       01 WS-FC-STATUS      PIC   XX    VALUE '00'.                     00159203
       01 WS-FC-FAILED-SW   PIC   X     VALUE 'N'.                      00159406
          88 WS-FC-FAILED           VALUE 'Y'.                          00159606
       01 WS-HORIZON-DAYS   PIC   9(3)  USAGE IS COMP VALUE 30.         00160001
       01 WS-DFLT-FRESH     PIC   9(3)  VALUE 90.                       00161001
       01 WS-TODAY-NUM      PIC   9(8).                                 00162001
              UNTIL WS-PR-IDX > WS-PAIR-COUNT                           00249001
           PERFORM PROC-PRINT-SCHEDULE                                  00250001
           PERFORM PROC-PRINT-SLIPS                                     00251001
           PERFORM PROC-WRITE-FORECAST                                  00251603
           EVALUATE TRUE                                                00252206
              WHEN WS-FC-FAILED                                         00252806
                 MOVE 12 TO RETURN-CODE                                 00253406
              WHEN WS-DUE-COUNT > 0                                     00254006
                 MOVE 4 TO RETURN-CODE                                  00254606
              WHEN OTHER                                                00255206
                 MOVE 0 TO RETURN-CODE                                  00255806
           END-EVALUATE                                                 00256406
           GOBACK.                                                      00257001
      ******************************************************************00258001
      *    HORIZON FROM THE PARM (SAME CONVENTION AS QZCOMRPT'S         00259001
              DISPLAY WS-HLINE                                          00561001
           END-IF                                                       00562001
           EXIT.                                                        00563001
      ******************************************************************00563103
      *    THE DUE LIST AS A DATASET. THE DD IS OPTIONAL - WITHOUT IT   00563203
      *    THE FORECAST IS PRINT-ONLY, AS IT ALWAYS WAS.                00563303
       PROC-WRITE-FORECAST.                                             00563403
           OPEN OUTPUT FC-FILE                                          00563503
           IF WS-FC-STATUS NOT = '00'                                   00563603
              EXIT PARAGRAPH                                            00563703
           END-IF                                                       00563803
           PERFORM PROC-WRITE-ONE-FORECAST                              00563903
              VARYING WS-PR-IDX FROM 1 BY 1                             00564003
              UNTIL WS-PR-IDX > WS-PAIR-COUNT OR WS-FC-FAILED           00564106
           CLOSE FC-FILE                                                00564203
           EXIT.                                                        00564303
      ******************************************************************00564403
       PROC-WRITE-ONE-FORECAST.                                         00564503
           IF WS-PR-DUE(WS-PR-IDX)                                      00564603
              MOVE SPACES                   TO FC-RECORD                00564703
              MOVE WS-PR-OPER(WS-PR-IDX)    TO FC-OPER-ID               00564803
              MOVE WS-PR-TOPIC(WS-PR-IDX)   TO FC-TOPIC                 00564903
              MOVE WS-PR-LAST-PASS(WS-PR-IDX) TO FC-LAST-PASS           00565003
              MOVE WS-PR-EXPIRY(WS-PR-IDX)  TO FC-EXPIRY                00565103
              IF WS-PR-DAYS(WS-PR-IDX) < 0                              00565203
                 MOVE 'Y' TO FC-EXPIRED                                 00565303
              ELSE                                                      00565403
                 MOVE 'N' TO FC-EXPIRED                                 00565503
              END-IF                                                    00565603
              MOVE WS-RS-SHIFT(WS-PR-ROS-IDX(WS-PR-IDX)) TO FC-SHIFT    00565703
              MOVE WS-RS-SUP(WS-PR-ROS-IDX(WS-PR-IDX))                  00565803
                 TO FC-SUPERVISOR                                       00565903
              WRITE FC-RECORD                                           00566003
              IF WS-FC-STATUS NOT = '00'                                00566106
                 DISPLAY 'ERROR: QZFCAST WRITE FAILED FOR ', FC-OPER-ID,00566206
                    ' (STATUS=', WS-FC-STATUS, ') - QZFCAST IS ',       00566306
                    'INCOMPLETE'                                        00566406
                 SET WS-FC-FAILED TO TRUE                               00566506
              END-IF                                                    00566606
           END-IF                                                       00566703
           EXIT.                                                        00566803
       END PROGRAM QZRCFCST.                                            00564001
