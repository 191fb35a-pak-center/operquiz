      *                                                                 00180001
      *    INFO                                                         00190001
      *          NO PARM. READS THE WHOLE QUIZDTL DD AND PRINTS ONE     00200001
      *          GROUP PER TOPIC AND BANK RELEASE, QUESTIONS IN         00201003
      *          FIRST-SEEN ORDER - A QUESTION RE-KEYED OR REWORDED     00202003
      *          IN A LATER RELEASE IS JUDGED SEPARATELY FOR EACH.      00203003
      *          EACH GROUP ENDS WITH SUBTOTALS BY SUBJECT AREA, AND A  00204004
      *          CLOSING SUMMARY GIVES EVERY TOPIC'S AREAS ACROSS ALL   00205004
      *          RELEASES. THE AREA OF A QUESTION IS TAKEN FROM THE     00206004
      *          CURRENT LIVE BANK OF EVERY QZTOPICS CATALOG TOPIC; A   00207004
      *          QUESTION NO LONGER IN ANY BANK, OR WITH NO AREA, IS    00208004
      *          SHOWN UNDER (NONE).                                    00209004
      *                                                                 00210005
      *          RETURN-CODE 0 = REPORT PRINTED                         00211005
      *                      4 = QUIZDTL NOT AVAILABLE, OR A GROUP HAD  00212005
      *                          MORE THAN 50 SUBJECT AREAS, OR THE     00213003
      *                          TOPIC-BY-AREA SUMMARY HELD MORE THAN   00214003
      *                          300 ENTRIES - THE EXCESS IS LEFT OUT   00215003
      *                          OF THE SUBTOTALS OR THE SUMMARY        00216003
      *                                                                 00220001
      ******************************************************************00230001
      *                                                                 00240001
      *                    ANSWERS, SO A HIGH MISS RATE CAN BE READ     00416002
      *                    TOGETHER WITH HOW LONG PEOPLE SAT ON THE     00417202
      *                    QUESTION                                     00418402
      *    2026-10-15 PAK  QUIZDTL GREW DTL-RELEASE (NOW 47 BYTES) -    00418503
      *                    ITEMS ARE COUNTED PER TOPIC, QUESTION ID AND 00418603
      *                    BANK RELEASE, AND EACH TOPIC/RELEASE PAIR    00418703
      *                    PRINTS AS ITS OWN GROUP. DETAILS WRITTEN     00418803
      *                    BEFORE RELEASES EXISTED COUNT AS RELEASE 0   00418903
      *    2026-10-15 PAK  SUBJECT-AREA SUBTOTALS PER TOPIC/RELEASE     00419004
      *                    GROUP AND A TOPIC-BY-AREA SUMMARY. AREAS ARE 00419104
      *                    MAPPED FROM THE LIVE BANKS (QAF-AREA) OF THE 00419204
      *                    QZTOPICS CATALOG - A MIXED RUN'S DETAILS ARE 00419304
      *                    MATCHED ON QUESTION ID ALONE                 00419404
      *    2026-10-15 PAK  A GROUP'S AREAS PAST THE 50-ENTRY SUBTOTAL   00419505
      *                    TABLE ARE WARNED ABOUT AND END THE RUN       00419605
      *                    RC 4 INSTEAD OF DROPPING SILENTLY            00419705
      *    2026-10-15 PAK  A FULL TOPIC-BY-AREA SUMMARY NOW ENDS THE    00419803
      *                    RUN RC 4 AS A FULL SUBTOTAL TABLE DOES       00419903
      ******************************************************************00420001
       ENVIRONMENT DIVISION.                                            00430001
       INPUT-OUTPUT SECTION.                                            00440001
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00460001
              ORGANIZATION IS SEQUENTIAL                                00470001
              FILE STATUS IS WS-DTL-STATUS.                             00480001
           SELECT QAF-FILE ASSIGN TO DYNAMIC WS-QAF-DDNAME              00481004
              ORGANIZATION IS SEQUENTIAL                                00482004
              FILE STATUS IS WS-QAF-STATUS.                             00483004
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00484004
              ORGANIZATION IS SEQUENTIAL                                00485004
              FILE STATUS IS WS-TOP-STATUS.                             00486004
      ******************************************************************00490001
       DATA DIVISION.                                                   00500001
       FILE SECTION.                                                    00510001
       FD  DTL-FILE                                                     00520001
           RECORDING MODE F                                             00530001
           RECORD CONTAINS 47 CHARACTERS                                00531003
           LABEL RECORDS ARE STANDARD.                                  00550001
       01  DTL-RECORD.                                                  00560001
           05 DTL-OPER-ID       PIC   X(8).                             00570001
           05 DTL-VERDICT       PIC   X.                                00640001
           05 DTL-SECS          PIC   9(4).                             00643302
           05 DTL-OVER          PIC   X.                                00646602
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            00646703
           05 DTL-RELEASE       PIC   9(5).                             00646803
      *    THE LIVE BANK - SAME LAYOUT AS QAF-RECORD IN ORQMOD02. ONLY  00646904
      *    THE ID, TYPE AND SUBJECT AREA OF BASE RECORDS ARE USED.      00647004
       FD  QAF-FILE                                                     00647104
           RECORDING MODE F                                             00647204
           RECORD CONTAINS 165 CHARACTERS                               00647304
           LABEL RECORDS ARE STANDARD.                                  00647404
       01  QAF-RECORD.                                                  00647504
           05 QAF-Q            PIC   X(50).                             00647604
           05 QAF-A            PIC   X(40).                             00647704
           05 QAF-C            PIC   A.                                 00647804
           05 QAF-ID           PIC   X(8).                              00647904
           05 QAF-E            PIC   X(60).                             00648004
           05 QAF-S            PIC   X.                                 00648104
           05 QAF-T            PIC   X.                                 00648204
           05 QAF-AREA         PIC   X(4).                              00648304
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00648404
      *    ONLY THE TOPIC AND DD NAME ARE USED HERE.                    00648504
       FD  TOP-FILE                                                     00648604
           RECORDING MODE F                                             00648704
           RECORD CONTAINS 80 CHARACTERS                                00648804
           LABEL RECORDS ARE STANDARD.                                  00648904
       01  TOP-RECORD.                                                  00649004
           05 TOP-TOPIC          PIC   X(8).                            00649104
           05 FILLER             PIC   X.                               00649204
           05 TOP-PASS-PCT       PIC   9(3).                            00649304
           05 FILLER             PIC   X.                               00649404
           05 TOP-BORDER-PCT     PIC   9(3).                            00649504
           05 FILLER             PIC   X.                               00649604
           05 TOP-FRESH-DAYS     PIC   9(3).                            00649704
           05 FILLER             PIC   X.                               00649804
           05 TOP-MAX-FAILS      PIC   9.                               00649904
           05 FILLER             PIC   X.                               00650004
           05 TOP-DDNAME         PIC   X(8).                            00650104
           05 FILLER             PIC   X.                               00650204
           05 TOP-MIXED          PIC   X.                               00650304
           05 FILLER             PIC   X.                               00650404
           05 TOP-FALLBACK       PIC   X(8).                            00650504
           05 FILLER             PIC   X(38).                           00650604
      ******************************************************************00650001
       WORKING-STORAGE SECTION.                                         00660001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00670001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     00680001
          88 WS-DTL-EOF             VALUE '10'.                         00690001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     00691004
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE SPACES.                   00692004
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00693004
       01 WS-REC-COUNT      PIC   9(7)  USAGE IS COMP VALUE 0.          00700001
       01 WS-MISS-PCT       PIC   9(3)V99.                              00710001
       01 WS-MISS-PCT-EDIT  PIC   ZZ9.99.                               00716602
       01 WS-AVG-SECS       PIC   9(4).                                 00723202
       01 WS-DTL-REL        PIC   9(5).                                 00724203
      * --------------------------------------------------------------- 00730001
      *    ONE ENTRY PER DISTINCT TOPIC/QUESTION-ID/RELEASE SEEN IN     00731003
      *    QUIZDTL, BUILT UP AS THE TRAIL IS READ - DETAIL RECORDS FOR  00750001
      *    ONE QUESTION ARE SCATTERED ACROSS THE FILE IN WHATEVER       00760001
      *    ORDER RUNS HAPPENED TO FINISH.                               00770001
                        INDEXED BY ITX.                                 00810001
           10 WS-IT-TOPIC      PIC   X(8).                              00820001
           10 WS-IT-QID        PIC   X(8).                              00830001
           10 WS-IT-REL        PIC   9(5).                              00831003
           10 WS-IT-ASKED      PIC   9(7)  USAGE IS COMP.               00840001
           10 WS-IT-MISSED     PIC   9(7)  USAGE IS COMP.               00850001
           10 WS-IT-TIMED      PIC   9(7)  USAGE IS COMP.               00853302
           10 WS-IT-SECS       PIC   9(9)  USAGE IS COMP.               00856602
           10 WS-IT-AREA       PIC   X(4).                              00857604
       01 WS-IT-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00860001
       01 WS-ITEM-FOUND-SW  PIC   X     VALUE 'N'.                      00870001
          88 WS-ITEM-FOUND          VALUE 'Y'.                          00880001
      * --------------------------------------------------------------- 00890001
      *    DISTINCT TOPIC/RELEASE PAIRS IN FIRST-SEEN ORDER - THE       00891003
      *    REPORT PRINTS ONE GROUP PER PAIR.                            00892003
       01 WS-TOPIC-TABLE.                                               00920001
        05 WS-TP-ENTRY OCCURS 100 TIMES.                                00921003
           10 WS-TP-NAME       PIC   X(8).                              00922003
           10 WS-TP-REL        PIC   9(5).                              00923003
       01 WS-TP-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00940001
       01 WS-TP-IDX         PIC   9(3)  USAGE IS COMP.                  00950001
       01 WS-TP-FOUND-SW    PIC   X     VALUE 'N'.                      00960001
          88 WS-TP-FOUND            VALUE 'Y'.                          00970001
       01 WS-CUR-TOPIC      PIC   X(8).                                 00980001
       01 WS-CUR-REL        PIC   9(5).                                 00980103
      * --------------------------------------------------------------- 00980204
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        00980304
       01 WS-CAT-DEFAULTS.                                              00980404
        05 FILLER            PIC   X(25)                                00980504
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         00980604
        05 FILLER            PIC   X(25)                                00980704
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         00980804
        05 FILLER            PIC   X(25)                                00980904
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         00981004
        05 FILLER            PIC   X(25)                                00981104
                             VALUE 'CICS    QACICS  YCPBQAC05'.         00981204
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               00981304
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                00981404
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          00981504
       01 WS-CAT-TABLE.                                                 00981604
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                00981704
           10 WS-CAT-TOPIC    PIC   X(8).                               00981804
           10 WS-CAT-DDNAME   PIC   X(8).                               00981904
           10 WS-CAT-MIXED    PIC   X.                                  00982004
           10 WS-CAT-FALLBACK PIC   X(8).                               00982104
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  00982204
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   00982304
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          00982404
      * --------------------------------------------------------------- 00982504
      *    QUESTION ID TO SUBJECT AREA, OFF THE LIVE BANKS - TWENTY     00982604
      *    CATALOG TOPICS OF UP TO FIFTY QUESTIONS EACH.                00982704
       01 WS-MAP-TABLE.                                                 00982804
        05 WS-MAP-ENTRY OCCURS 1000 TIMES.                              00982904
           10 WS-MAP-TOPIC     PIC   X(8).                              00983004
           10 WS-MAP-QID       PIC   X(8).                              00983104
           10 WS-MAP-AREA      PIC   X(4).                              00983204
       01 WS-MAP-COUNT      PIC   9(5)  USAGE IS COMP VALUE 0.          00983304
       01 WS-MAP-IDX        PIC   9(5)  USAGE IS COMP.                  00983404
       01 WS-MAP-HIT        PIC   9(5)  USAGE IS COMP VALUE 0.          00983504
      * --------------------------------------------------------------- 00983604
      *    SUBJECT-AREA SUBTOTALS FOR THE GROUP BEING PRINTED.          00983704
       01 WS-AS-TABLE.                                                  00983804
        05 WS-AS-ENTRY OCCURS 50 TIMES.                                 00983904
           10 WS-AS-AREA       PIC   X(4).                              00984004
           10 WS-AS-ASKED      PIC   9(7)  USAGE IS COMP.               00984104
           10 WS-AS-MISSED     PIC   9(7)  USAGE IS COMP.               00984204
       01 WS-AS-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00984304
       01 WS-AS-IDX         PIC   9(3)  USAGE IS COMP.                  00984404
       01 WS-AS-HIT         PIC   9(3)  USAGE IS COMP VALUE 0.          00984504
       01 WS-AS-OVER-SW     PIC   X     VALUE 'N'.                      00984605
          88 WS-AS-OVERFLOW          VALUE 'Y'.                         00984705
       01 WS-AS-KEY         PIC   X(4).                                 00984804
       01 WS-AS-NAME        PIC   X(6).                                 00984904
       01 WS-AS-ASKED-W     PIC   9(7)  USAGE IS COMP.                  00985004
       01 WS-AS-MISSED-W    PIC   9(7)  USAGE IS COMP.                  00985104
       01 WS-AS-ASKED-EDIT  PIC   ZZZZZZ9.                              00985204
       01 WS-AS-MISSED-EDIT PIC   ZZZZZZ9.                              00985304
      * --------------------------------------------------------------- 00985404
      *    TOPIC-BY-AREA TOTALS ACROSS ALL RELEASES, FOR THE SUMMARY.   00985504
       01 WS-TA-TABLE.                                                  00985604
        05 WS-TA-ENTRY OCCURS 300 TIMES.                                00985704
           10 WS-TA-TOPIC      PIC   X(8).                              00985804
           10 WS-TA-AREA       PIC   X(4).                              00985904
           10 WS-TA-ASKED      PIC   9(7)  USAGE IS COMP.               00986004
           10 WS-TA-MISSED     PIC   9(7)  USAGE IS COMP.               00986104
       01 WS-TA-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00986204
       01 WS-TA-IDX         PIC   9(3)  USAGE IS COMP.                  00986304
       01 WS-TA-HIT         PIC   9(3)  USAGE IS COMP VALUE 0.          00986404
      ******************************************************************00990001
       PROCEDURE DIVISION.                                              01000001
           DISPLAY WS-HLINE                                             01010001
           DISPLAY 'QUESTION ITEM-ANALYSIS REPORT (OFF QUIZDTL)'        01020001
           DISPLAY WS-HLINE                                             01030001
           PERFORM PROC-LOAD-CATALOG                                    01031004
           PERFORM PROC-LOAD-AREA-MAP                                   01032004
           OPEN INPUT DTL-FILE                                          01040001
           IF WS-DTL-STATUS NOT = '00'                                  01050001
              DISPLAY 'WARNING: QUIZDTL NOT AVAILABLE (STATUS=',        01060001
              UNTIL WS-DTL-EOF                                          01130001
           CLOSE DTL-FILE                                               01140001
           PERFORM PROC-PRINT-REPORT                                    01150001
           IF WS-AS-OVERFLOW                                            01151005
              MOVE 4 TO RETURN-CODE                                     01152005
           END-IF                                                       01153005
           GOBACK.                                                      01160001
      ******************************************************************01170001
       PROC-READ-DETAIL.                                                01180001
      *    TOPIC/QUESTION-ID PAIR GETS A NEW ROW, A REPEAT BUMPS THE    01280001
      *    ASKED COUNT AND, ON AN INCORRECT VERDICT, THE MISS COUNT.    01290001
       PROC-PROCESS-RECORD.                                             01300001
           IF DTL-RELEASE IS NUMERIC                                    01301003
              MOVE DTL-RELEASE TO WS-DTL-REL                            01302003
           ELSE                                                         01303003
              MOVE 0 TO WS-DTL-REL                                      01304003
           END-IF                                                       01305003
           PERFORM PROC-NOTE-TOPIC                                      01310001
           MOVE 'N' TO WS-ITEM-FOUND-SW                                 01320001
           IF WS-IT-COUNT > 0                                           01330001
                 AT END CONTINUE                                        01360001
                 WHEN WS-IT-TOPIC(ITX) = DTL-TOPIC                      01370001
                    AND WS-IT-QID(ITX) = DTL-QID                        01380001
                    AND WS-IT-REL(ITX) = WS-DTL-REL                     01381003
                    SET WS-ITEM-FOUND TO TRUE                           01390001
              END-SEARCH                                                01400001
           END-IF                                                       01410001
              SET ITX TO WS-IT-COUNT                                    01500001
              MOVE DTL-TOPIC TO WS-IT-TOPIC(ITX)                        01510001
              MOVE DTL-QID   TO WS-IT-QID(ITX)                          01520001
              MOVE WS-DTL-REL TO WS-IT-REL(ITX)                         01521003
              MOVE 0         TO WS-IT-ASKED(ITX)                        01530001
              MOVE 0         TO WS-IT-MISSED(ITX)                       01535002
              MOVE 0         TO WS-IT-TIMED(ITX)                        01540002
              MOVE 0         TO WS-IT-SECS(ITX)                         01545002
              PERFORM PROC-FIND-AREA                                    01546004
           END-IF                                                       01550001
           ADD 1 TO WS-IT-ASKED(ITX)                                    01560001
           IF DTL-SECS > 0                                              01562002
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1                        01650001
              UNTIL WS-TP-IDX > WS-TP-COUNT                             01660001
              IF WS-TP-NAME(WS-TP-IDX) = DTL-TOPIC                      01670001
                 AND WS-TP-REL(WS-TP-IDX) = WS-DTL-REL                  01671003
                 SET WS-TP-FOUND TO TRUE                                01680001
                 MOVE WS-TP-COUNT TO WS-TP-IDX                          01690001
              END-IF                                                    01700001
           END-PERFORM                                                  01710001
           IF NOT WS-TP-FOUND                                           01720001
              IF WS-TP-COUNT < 100                                      01721003
                 ADD 1 TO WS-TP-COUNT                                   01735001
                 MOVE DTL-TOPIC TO WS-TP-NAME(WS-TP-COUNT)              01740001
                 MOVE WS-DTL-REL TO WS-TP-REL(WS-TP-COUNT)              01741003
              ELSE                                                      01742001
                 DISPLAY 'WARNING: TOPIC TABLE FULL - TOPIC ',          01744001
                    DTL-TOPIC, ' RELEASE ', WS-DTL-REL,                 01745003
                    ' WILL NOT BE REPORTED'                             01746003
              END-IF                                                    01748001
           END-IF                                                       01750001
           EXIT.                                                        01760001
              PERFORM PROC-PRINT-TOPIC-GROUP                            01820001
                 VARYING WS-TP-IDX FROM 1 BY 1                          01830001
                 UNTIL WS-TP-IDX > WS-TP-COUNT                          01840001
              PERFORM PROC-PRINT-AREA-SUMMARY                           01841004
           END-IF                                                       01850001
           DISPLAY WS-HLINE                                             01860001
           DISPLAY 'DETAIL RECORDS READ: ', WS-REC-COUNT                01870001
      ******************************************************************01900001
       PROC-PRINT-TOPIC-GROUP.                                          01910001
           MOVE WS-TP-NAME(WS-TP-IDX) TO WS-CUR-TOPIC                   01920001
           MOVE WS-TP-REL(WS-TP-IDX)  TO WS-CUR-REL                     01921003
           DISPLAY ' '                                                  01930001
           DISPLAY 'TOPIC: ', WS-CUR-TOPIC, '  BANK RELEASE: ',         01931003
              WS-CUR-REL                                                01932003
           DISPLAY 'QUESTION-ID  ASKED    MISSED   MISS-PCT',           01946602
              '  AVG-SECS'                                              01953202
           DISPLAY WS-HLINE                                             01960001
           MOVE 0 TO WS-AS-COUNT                                        01961004
           PERFORM VARYING ITX FROM 1 BY 1                              01970001
              UNTIL ITX > WS-IT-COUNT                                   01980001
              IF WS-IT-TOPIC(ITX) = WS-CUR-TOPIC                        01990001
                 AND WS-IT-REL(ITX) = WS-CUR-REL                        01991003
                 PERFORM PROC-PRINT-ITEM-LINE                           02000001
                 PERFORM PROC-ADD-AREA-TOTAL                            02000104
              END-IF                                                    02000204
           END-PERFORM                                                  02000304
           DISPLAY 'SUBTOTAL BY SUBJECT AREA:'                          02000404
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1                        02000504
              UNTIL WS-AS-IDX > WS-AS-COUNT                             02000604
              MOVE WS-AS-AREA(WS-AS-IDX)   TO WS-AS-KEY                 02000704
              MOVE WS-AS-ASKED(WS-AS-IDX)  TO WS-AS-ASKED-W             02000804
              MOVE WS-AS-MISSED(WS-AS-IDX) TO WS-AS-MISSED-W            02000904
              PERFORM PROC-PRINT-AREA-LINE                              02001004
           END-PERFORM                                                  02001104
           EXIT.                                                        02001204
      ******************************************************************02001304
      *    ONE ITEM'S COUNTS INTO ITS GROUP'S AREA SUBTOTAL AND INTO    02001404
      *    THE TOPIC-BY-AREA SUMMARY.                                   02001504
       PROC-ADD-AREA-TOTAL.                                             02001604
           MOVE 0 TO WS-AS-HIT                                          02001704
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1                        02001804
              UNTIL WS-AS-IDX > WS-AS-COUNT                             02001904
              IF WS-AS-AREA(WS-AS-IDX) = WS-IT-AREA(ITX)                02002004
                 MOVE WS-AS-IDX TO WS-AS-HIT                            02002104
                 MOVE WS-AS-COUNT TO WS-AS-IDX                          02002204
              END-IF                                                    02002304
           END-PERFORM                                                  02002404
           IF WS-AS-HIT = 0 AND WS-AS-COUNT = 50                        02002505
              DISPLAY 'WARNING: AREA SUBTOTALS FULL - AREA ',           02002605
                 WS-IT-AREA(ITX), ' OF ', WS-IT-QID(ITX),               02002705
                 ' LEFT OUT OF THEM'                                    02002805
              SET WS-AS-OVERFLOW TO TRUE                                02002905
           END-IF                                                       02003005
           IF WS-AS-HIT = 0 AND WS-AS-COUNT < 50                        02003104
              ADD 1 TO WS-AS-COUNT                                      02003204
              MOVE WS-AS-COUNT TO WS-AS-HIT                             02003304
              MOVE WS-IT-AREA(ITX) TO WS-AS-AREA(WS-AS-HIT)             02003404
              MOVE 0 TO WS-AS-ASKED(WS-AS-HIT)                          02003504
              MOVE 0 TO WS-AS-MISSED(WS-AS-HIT)                         02003604
           END-IF                                                       02003704
           IF WS-AS-HIT > 0                                             02003804
              ADD WS-IT-ASKED(ITX)  TO WS-AS-ASKED(WS-AS-HIT)           02003904
              ADD WS-IT-MISSED(ITX) TO WS-AS-MISSED(WS-AS-HIT)          02004004
           END-IF                                                       02004104
           MOVE 0 TO WS-TA-HIT                                          02004204
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1                        02004304
              UNTIL WS-TA-IDX > WS-TA-COUNT                             02004404
              IF WS-TA-TOPIC(WS-TA-IDX) = WS-IT-TOPIC(ITX)              02004504
                 AND WS-TA-AREA(WS-TA-IDX) = WS-IT-AREA(ITX)            02004604
                 MOVE WS-TA-IDX TO WS-TA-HIT                            02004704
                 MOVE WS-TA-COUNT TO WS-TA-IDX                          02004804
              END-IF                                                    02004904
           END-PERFORM                                                  02005004
           IF WS-TA-HIT = 0                                             02005104
              IF WS-TA-COUNT = 300                                      02005204
                 DISPLAY 'WARNING: AREA SUMMARY FULL - ',               02005304
                    WS-IT-TOPIC(ITX), ' AREA ', WS-IT-AREA(ITX),        02005404
                    ' LEFT OUT OF IT'                                   02005504
                 SET WS-AS-OVERFLOW TO TRUE                             02005603
                 EXIT PARAGRAPH                                         02005704
              END-IF                                                    02005804
              ADD 1 TO WS-TA-COUNT                                      02005904
              MOVE WS-TA-COUNT TO WS-TA-HIT                             02006004
              MOVE WS-IT-TOPIC(ITX) TO WS-TA-TOPIC(WS-TA-HIT)           02006104
              MOVE WS-IT-AREA(ITX)  TO WS-TA-AREA(WS-TA-HIT)            02006204
              MOVE 0 TO WS-TA-ASKED(WS-TA-HIT)                          02006304
              MOVE 0 TO WS-TA-MISSED(WS-TA-HIT)                         02006404
           END-IF                                                       02006504
           ADD WS-IT-ASKED(ITX)  TO WS-TA-ASKED(WS-TA-HIT)              02006604
           ADD WS-IT-MISSED(ITX) TO WS-TA-MISSED(WS-TA-HIT)             02006704
           EXIT.                                                        02006804
      ******************************************************************02006904
      *    ONE AREA LINE - WS-AS-KEY AND THE TWO COUNTS ARE SET BY THE  02007004
      *    CALLER, SO THE GROUP SUBTOTAL AND THE SUMMARY SHARE IT.      02007104
       PROC-PRINT-AREA-LINE.                                            02007204
           IF WS-AS-KEY = SPACES                                        02007304
              MOVE '(NONE)' TO WS-AS-NAME                               02007404
           ELSE                                                         02007504
              MOVE WS-AS-KEY TO WS-AS-NAME                              02007604
           END-IF                                                       02007704
           IF WS-AS-ASKED-W > 0                                         02007804
              COMPUTE WS-MISS-PCT =                                     02007904
                 (WS-AS-MISSED-W / WS-AS-ASKED-W) * 100                 02008004
           ELSE                                                         02008104
              MOVE 0 TO WS-MISS-PCT                                     02008204
           END-IF                                                       02008304
           MOVE WS-MISS-PCT    TO WS-MISS-PCT-EDIT                      02008404
           MOVE WS-AS-ASKED-W  TO WS-AS-ASKED-EDIT                      02008504
           MOVE WS-AS-MISSED-W TO WS-AS-MISSED-EDIT                     02008604
           DISPLAY '   AREA ', WS-AS-NAME, '  ASKED ', WS-AS-ASKED-EDIT,02008704
              '  MISSED ', WS-AS-MISSED-EDIT, '  ', WS-MISS-PCT-EDIT,   02008804
              '%'                                                       02008904
           EXIT.                                                        02009004
      ******************************************************************02009104
      *    EVERY TOPIC'S SUBJECT AREAS WITH ALL RELEASES ADDED TOGETHER 02009204
      *    - WHERE A TOPIC IS WEAK, WHATEVER BANK RELEASE WAS LIVE.     02009304
       PROC-PRINT-AREA-SUMMARY.                                         02009404
           DISPLAY ' '                                                  02009504
           DISPLAY 'SUBJECT-AREA SUMMARY - ALL BANK RELEASES'           02009604
           DISPLAY WS-HLINE                                             02009704
           MOVE SPACES TO WS-CUR-TOPIC                                  02009804
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1                        02009904
              UNTIL WS-TP-IDX > WS-TP-COUNT                             02010004
              IF WS-TP-NAME(WS-TP-IDX) NOT = WS-CUR-TOPIC               02010104
                 MOVE WS-TP-NAME(WS-TP-IDX) TO WS-CUR-TOPIC             02010204
                 PERFORM PROC-PRINT-TOPIC-AREAS                         02010304
              END-IF                                                    02010404
           END-PERFORM                                                  02010504
           EXIT.                                                        02010604
      ******************************************************************02010704
      *    A TOPIC SEEN UNDER SEVERAL RELEASES IS PRINTED ONCE - AT THE 02010804
      *    FIRST OF ITS TOPIC-TABLE ENTRIES.                            02010904
       PROC-PRINT-TOPIC-AREAS.                                          02011004
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1                        02011104
              UNTIL WS-AS-IDX >= WS-TP-IDX                              02011204
              IF WS-TP-NAME(WS-AS-IDX) = WS-CUR-TOPIC                   02011304
                 EXIT PARAGRAPH                                         02011404
              END-IF                                                    02011504
           END-PERFORM                                                  02011604
           DISPLAY 'TOPIC: ', WS-CUR-TOPIC                              02011704
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1                        02011804
              UNTIL WS-TA-IDX > WS-TA-COUNT                             02011904
              IF WS-TA-TOPIC(WS-TA-IDX) = WS-CUR-TOPIC                  02012004
                 MOVE WS-TA-AREA(WS-TA-IDX)   TO WS-AS-KEY              02012104
                 MOVE WS-TA-ASKED(WS-TA-IDX)  TO WS-AS-ASKED-W          02012204
                 MOVE WS-TA-MISSED(WS-TA-IDX) TO WS-AS-MISSED-W         02012304
                 PERFORM PROC-PRINT-AREA-LINE                           02012404
              END-IF                                                    02012504
           END-PERFORM                                                  02012604
           EXIT.                                                        02012704
      ******************************************************************02012804
      *    THE SUBJECT AREA OF THE ITEM JUST ADDED - SAME TOPIC AND ID  02012904
      *    FIRST; A MIXED RUN LOGS ITS DETAILS UNDER MIXED, SO FAILING  02013004
      *    THAT THE FIRST BANK HOLDING THE ID IS TAKEN.                 02013104
       PROC-FIND-AREA.                                                  02013204
           MOVE SPACES TO WS-IT-AREA(ITX)                               02013304
           MOVE 0 TO WS-MAP-HIT                                         02013404
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1                       02013504
              UNTIL WS-MAP-IDX > WS-MAP-COUNT                           02013604
              IF WS-MAP-QID(WS-MAP-IDX) = WS-IT-QID(ITX)                02013704
                 IF WS-MAP-TOPIC(WS-MAP-IDX) = WS-IT-TOPIC(ITX)         02013804
                    MOVE WS-MAP-IDX TO WS-MAP-HIT                       02013904
                    MOVE WS-MAP-COUNT TO WS-MAP-IDX                     02014004
                 ELSE                                                   02014104
                    IF WS-MAP-HIT = 0                                   02014204
                       MOVE WS-MAP-IDX TO WS-MAP-HIT                    02014304
                    END-IF                                              02014404
                 END-IF                                                 02014504
              END-IF                                                    02014604
           END-PERFORM                                                  02014704
           IF WS-MAP-HIT > 0                                            02014804
              MOVE WS-MAP-AREA(WS-MAP-HIT) TO WS-IT-AREA(ITX)           02014904
           END-IF                                                       02015004
           EXIT.                                                        02015104
      ******************************************************************02015204
      *    EVERY CATALOG TOPIC'S LIVE BANK, BASE RECORDS ONLY. A BANK   02015304
      *    THAT WILL NOT OPEN SIMPLY CONTRIBUTES NO AREAS.              02015404
       PROC-LOAD-AREA-MAP.                                              02015504
           MOVE 0 TO WS-MAP-COUNT                                       02015604
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       02015704
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           02015804
              MOVE WS-CAT-DDNAME(WS-CAT-IDX) TO WS-QAF-DDNAME           02015904
              OPEN INPUT QAF-FILE                                       02016004
              IF WS-QAF-STATUS = '00'                                   02016104
                 PERFORM PROC-LOAD-AREA-REC                             02016204
                    UNTIL WS-QAF-STATUS NOT = '00'                      02016304
                 CLOSE QAF-FILE                                         02016404
              END-IF                                                    02016504
           END-PERFORM                                                  02016604
           EXIT.                                                        02016704
      ******************************************************************02016804
       PROC-LOAD-AREA-REC.                                              02016904
           READ QAF-FILE                                                02017004
           IF WS-QAF-STATUS NOT = '00'                                  02017104
              OR (QAF-T NOT = SPACE AND QAF-T NOT = 'Q')                02017204
              OR QAF-ID = SPACES                                        02017304
              EXIT PARAGRAPH                                            02017404
           END-IF                                                       02017504
           IF WS-MAP-COUNT = 1000                                       02017604
              DISPLAY 'WARNING: AREA MAP FULL - ', QAF-ID, ' ON ',      02017704
                 WS-QAF-DDNAME, ' SHOWN UNDER (NONE)'                   02017804
              EXIT PARAGRAPH                                            02017904
           END-IF                                                       02018004
           ADD 1 TO WS-MAP-COUNT                                        02018104
           MOVE WS-CAT-TOPIC(WS-CAT-IDX) TO WS-MAP-TOPIC(WS-MAP-COUNT)  02018204
           MOVE QAF-ID   TO WS-MAP-QID(WS-MAP-COUNT)                    02018304
           MOVE QAF-AREA TO WS-MAP-AREA(WS-MAP-COUNT)                   02018404
           EXIT.                                                        02018504
      ******************************************************************02018604
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   02018704
       PROC-LOAD-CATALOG.                                               02018804
           MOVE 4 TO WS-CAT-COUNT                                       02018904
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       02019004
              UNTIL WS-CAT-IDX > 4                                      02019104
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  02019204
           END-PERFORM                                                  02019304
           OPEN INPUT TOP-FILE                                          02019404
           IF WS-TOP-STATUS = '00'                                      02019504
              PERFORM PROC-LOAD-CATALOG-REC                             02019604
                 UNTIL WS-TOP-STATUS NOT = '00'                         02019704
              CLOSE TOP-FILE                                            02019804
           END-IF                                                       02019904
           MOVE '00' TO WS-TOP-STATUS                                   02020004
           EXIT.                                                        02020104
      ******************************************************************02020204
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  02020304
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    02020404
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          02020504
       PROC-LOAD-CATALOG-REC.                                           02020604
           READ TOP-FILE                                                02020704
           IF WS-TOP-STATUS NOT = '00'                                  02020804
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              02020904
              EXIT PARAGRAPH                                            02021004
           END-IF                                                       02021104
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 02021204
           PERFORM PROC-FIND-CATALOG                                    02021304
           IF WS-CAT-HIT = 0                                            02021404
              IF WS-CAT-COUNT = 20                                      02021504
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   02021604
                    ' IGNORED'                                          02021704
                 EXIT PARAGRAPH                                         02021804
              END-IF                                                    02021904
              ADD 1 TO WS-CAT-COUNT                                     02022004
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           02022104
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                02022204
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  02022304
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  02022404
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         02022504
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      02022604
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                02022704
           END-IF                                                       02022804
           IF TOP-DDNAME NOT = SPACES                                   02022904
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              02023004
           END-IF                                                       02023104
           IF TOP-MIXED NOT = SPACE                                     02023204
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                02023304
           END-IF                                                       02023404
           IF TOP-FALLBACK NOT = SPACES                                 02023504
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          02023604
           END-IF                                                       02023704
           EXIT.                                                        02023804
      ******************************************************************02023904
       PROC-FIND-CATALOG.                                               02024004
           MOVE 0 TO WS-CAT-HIT                                         02024104
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       02024204
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           02024304
              OR WS-CAT-HIT > 0                                         02024404
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  02024504
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          02024604
              END-IF                                                    02010001
           END-PERFORM                                                  02020001
           EXIT.                                                        02030001
