      *          DETAILS ARE JOINED TO OUTCOMES ON OPERATOR / TOPIC /   00028001
      *          DATE - QUIZDTL CARRIES NO START TIME, SO TWO           00029001
      *          ATTEMPTS BY ONE OPERATOR ON ONE DAY SHARE THE FIRST    00030001
      *          OUTCOME FOUND. QUESTIONS ARE GROUPED PER TOPIC AND     00030502
      *          BANK RELEASE, SO A KEY FIXED IN A LATER RELEASE SHOWS  00031002
      *          ITS OLD AND NEW BEHAVIOUR SIDE BY SIDE.                00031502
      *                                                                 00032001
      *          RETURN-CODE 0 = REPORT PRINTED                         00033001
      *                      4 = NOTHING TO REPORT                      00034001
      ******************************************************************00078001
      *    MODIFICATION HISTORY                                         00079001
      *    2026-09-02 PAK  ORIGINAL VERSION                             00080001
      *    2026-10-15 PAK  QUIZDTL GREW DTL-RELEASE (NOW 47 BYTES) AND  00080102
      *                    QUIZLOGK QLK-RELEASE (NOW 84) - ITEMS ARE    00080202
      *                    TALLIED PER TOPIC, QUESTION ID AND BANK      00080302
      *                    RELEASE AND PRINT ONE GROUP PER TOPIC AND    00080402
      *                    RELEASE. PRE-RELEASE DETAILS COUNT AS 0      00080502
      ******************************************************************00081001
       ENVIRONMENT DIVISION.                                            00082001
       INPUT-OUTPUT SECTION.                                            00083001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       00099001
       FD  DTL-FILE                                                     00100001
           RECORDING MODE F                                             00101001
           RECORD CONTAINS 47 CHARACTERS                                00102002
           LABEL RECORDS ARE STANDARD.                                  00103001
       01  DTL-RECORD.                                                  00104001
           05 DTL-OPER-ID       PIC   X(8).                             00105001
           05 DTL-VERDICT       PIC   X.                                00112001
           05 DTL-SECS          PIC   9(4).                             00113001
           05 DTL-OVER          PIC   X.                                00114001
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            00114302
           05 DTL-RELEASE       PIC   9(5).                             00114602
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   00115001
       FD  QLK-FILE                                                     00116001
           RECORD CONTAINS 84 CHARACTERS.                               00117002
       01  QLK-RECORD.                                                  00118001
           05 QLK-KEY.                                                  00119001
              10 QLK-OPER-ID     PIC   X(8).                            00120001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00127001
           05 QLK-PCT            PIC   9(3)V99.                         00128001
           05 QLK-LETTERS        PIC   X(20).                           00129001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00129202
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00129402
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00129602
           05 QLK-RELEASE        PIC   9(5).                            00129802
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS - ONLY THE      00130001
      *    PASS PERCENT MATTERS HERE.                                   00131001
       FD  TOP-FILE                                                     00132001
           10 WS-TP-TOPIC     PIC   X(8).                               00161001
           10 WS-TP-PASS      PIC   9(3).                               00162001
       01 WS-TP-IDX         PIC   9(3)  USAGE IS COMP.                  00163001
       01 WS-DTL-REL        PIC   9(5).                                 00163502
      * --------------------------------------------------------------- 00164001
      *    ONE OUTCOME PER QUIZLOGK ATTEMPT - THE JOIN TARGET FOR       00165001
      *    THE DETAIL RECORDS (OPERATOR/TOPIC/DATE, NO TIME).           00166001
       01 WS-OC-IDX         PIC   9(4)  USAGE IS COMP.                  00174001
       01 WS-CUR-OUTCOME    PIC   X.                                    00175001
      * --------------------------------------------------------------- 00176001
      *    ONE ENTRY PER TOPIC/QUESTION/RELEASE - LETTER PULL AND THE   00177002
      *    PASS/FAIL GROUP TALLIES THE DISCRIMINATION COMES FROM.       00178001
       01 WS-IT-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00179001
       01 WS-ITEM-TABLE.                                                00180001
                        INDEXED BY ITX.                                 00183001
           10 WS-IT-TOPIC     PIC   X(8).                               00184001
           10 WS-IT-QID       PIC   X(8).                               00185001
           10 WS-IT-REL       PIC   9(5).                               00185502
           10 WS-IT-KEY       PIC   X.                                  00186001
           10 WS-IT-ASKED     PIC   9(7)  USAGE IS COMP.                00187001
           10 WS-IT-MISSED    PIC   9(7)  USAGE IS COMP.                00188001
          88 WS-ITEM-FOUND          VALUE 'Y'.                          00197001
       01 WS-LETTER-IX      PIC   9     USAGE IS COMP.                  00198001
      * --------------------------------------------------------------- 00199001
      *    TOPIC/RELEASE GROUPS IN FIRST-SEEN ORDER, AS IN QZITEMRP.    00200002
       01 WS-TOPIC-TABLE.                                               00201001
        05 WS-TG-ENTRY OCCURS 100 TIMES.                                00201502
           10 WS-TG-NAME      PIC   X(8).                               00202002
           10 WS-TG-REL       PIC   9(5).                               00202502
       01 WS-TG-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00203001
       01 WS-TG-IDX         PIC   9(3)  USAGE IS COMP.                  00204001
       01 WS-TG-FOUND-SW    PIC   X     VALUE 'N'.                      00205001
          88 WS-TG-FOUND            VALUE 'Y'.                          00206001
       01 WS-CUR-TOPIC      PIC   X(8).                                 00207001
       01 WS-CUR-REL        PIC   9(5).                                 00207502
      * --------------------------------------------------------------- 00208001
      *    REPORT ARITHMETIC.                                           00209001
       01 WS-MISS-PCT       PIC   9(3)V99.                              00210001
           EXIT.                                                        00346001
      ******************************************************************00347001
       PROC-FOLD-DETAIL.                                                00348001
           IF DTL-RELEASE IS NUMERIC                                    00348102
              MOVE DTL-RELEASE TO WS-DTL-REL                            00348202
           ELSE                                                         00348302
              MOVE 0 TO WS-DTL-REL                                      00348402
           END-IF                                                       00348502
           PERFORM PROC-NOTE-TOPIC                                      00349001
           PERFORM PROC-FIND-ITEM                                       00350001
           IF WS-ITEM-FOUND                                             00351001
                 AT END CONTINUE                                        00368001
                 WHEN WS-IT-TOPIC(ITX) = DTL-TOPIC                      00369001
                    AND WS-IT-QID(ITX) = DTL-QID                        00370001
                    AND WS-IT-REL(ITX) = WS-DTL-REL                     00370502
                    SET WS-ITEM-FOUND TO TRUE                           00371001
              END-SEARCH                                                00372001
           END-IF                                                       00373001
                 INITIALIZE WS-IT-ENTRY(ITX)                            00381001
                 MOVE DTL-TOPIC TO WS-IT-TOPIC(ITX)                     00382001
                 MOVE DTL-QID   TO WS-IT-QID(ITX)                       00383001
                 MOVE WS-DTL-REL TO WS-IT-REL(ITX)                      00383502
                 SET WS-ITEM-FOUND TO TRUE                              00384001
              END-IF                                                    00385001
           END-IF                                                       00386001
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1                        00432001
              UNTIL WS-TG-IDX > WS-TG-COUNT                             00433001
              IF WS-TG-NAME(WS-TG-IDX) = DTL-TOPIC                      00434001
                 AND WS-TG-REL(WS-TG-IDX) = WS-DTL-REL                  00434502
                 SET WS-TG-FOUND TO TRUE                                00435001
                 MOVE WS-TG-COUNT TO WS-TG-IDX                          00436001
              END-IF                                                    00437001
           END-PERFORM                                                  00438001
           IF NOT WS-TG-FOUND                                           00439001
              IF WS-TG-COUNT < 100                                      00440002
                 ADD 1 TO WS-TG-COUNT                                   00441001
                 MOVE DTL-TOPIC TO WS-TG-NAME(WS-TG-COUNT)              00442001
                 MOVE WS-DTL-REL TO WS-TG-REL(WS-TG-COUNT)              00442502
              ELSE                                                      00443001
                 DISPLAY 'WARNING: TOPIC TABLE FULL - TOPIC ',          00444001
                    DTL-TOPIC, ' RELEASE ', WS-DTL-REL,                 00444602
                    ' WILL NOT BE REPORTED'                             00445202
              END-IF                                                    00446001
           END-IF                                                       00447001
           EXIT.                                                        00448001
      ******************************************************************00449001
       PROC-PRINT-TOPIC-GROUP.                                          00450001
           MOVE WS-TG-NAME(WS-TG-IDX) TO WS-CUR-TOPIC                   00451001
           MOVE WS-TG-REL(WS-TG-IDX)  TO WS-CUR-REL                     00451502
           DISPLAY ' '                                                  00452001
           DISPLAY 'TOPIC: ', WS-CUR-TOPIC, '  BANK RELEASE: ',         00452602
              WS-CUR-REL                                                00453202
           DISPLAY WS-HLINE                                             00454001
           PERFORM VARYING ITX FROM 1 BY 1                              00455001
              UNTIL ITX > WS-IT-COUNT                                   00456001
              IF WS-IT-TOPIC(ITX) = WS-CUR-TOPIC                        00457001
                 AND WS-IT-REL(ITX) = WS-CUR-REL                        00457502
                 PERFORM PROC-PRINT-ITEM                                00458001
              END-IF                                                    00459001
           END-PERFORM                                                  00460001
