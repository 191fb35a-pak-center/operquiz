      ******************************************************************00065001
      *    MODIFICATION HISTORY                                         00066001
      *    2026-09-02 PAK  ORIGINAL VERSION                             00067001
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE AND QUIZARCH       00067102
      *                    ARCH-RELEASE (BOTH RECORDS NOW 84 BYTES).    00067202
      *                    THE FLAT QUIZLOG PREDATES BANK RELEASES, SO  00067302
      *                    ITS ATTEMPTS LOAD AS RELEASE 0               00067402
      *    2026-10-15 PAK  EVERY RECORD LOADED IS POSTED TO THE         00067503
      *                    HISTORY CONTROL TOTALS (QZCTLMOD /           00067603
      *                    QZCTLTOT) SO QZCTLVFY CAN PROVE THE LOAD     00067703
      ******************************************************************00068001
       ENVIRONMENT DIVISION.                                            00069001
       INPUT-OUTPUT SECTION.                                            00070001
           05 QLOG-PCT           PIC   9(3)V99.                         00099001
           05 QLOG-LETTERS       PIC   X(20).                           00100001
           05 QLOG-TOPIC         PIC   X(8).                            00101001
      *    ARCHIVE GENERATIONS WRITTEN BY QZLOGARC - SAME FLAT LAYOUT   00101602
      *    WITH THE BANK RELEASE ON THE END.                            00102202
       FD  ARCH-FILE                                                    00103001
           RECORDING MODE F                                             00104001
           RECORD CONTAINS 84 CHARACTERS                                00105002
           LABEL RECORDS ARE STANDARD.                                  00106001
       01  ARCH-RECORD.                                                 00107001
           05 ARCH-JOB-NAME      PIC   X(8).                            00108001
           05 ARCH-PCT           PIC   9(3)V99.                         00115001
           05 ARCH-LETTERS       PIC   X(20).                           00116001
           05 ARCH-TOPIC         PIC   X(8).                            00117001
           05 ARCH-RELEASE       PIC   9(5).                            00117602
      *    THE KEYED HISTORY - THE FLAT 79 BYTES REARRANGED SO THE KEY  00118202
      *    FIELDS (OPERATOR / TOPIC / START DATE / START TIME) LEAD     00119001
      *    THE RECORD, PLUS THE BANK RELEASE. EVERY PROGRAM THAT USED   00120002
      *    TO READ QUIZLOG END TO END NOW CARRIES THIS LAYOUT.          00121002
       FD  QLK-FILE                                                     00122001
           RECORD CONTAINS 84 CHARACTERS.                               00123002
       01  QLK-RECORD.                                                  00124001
           05 QLK-KEY.                                                  00125001
              10 QLK-OPER-ID     PIC   X(8).                            00126001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00133001
           05 QLK-PCT            PIC   9(3)V99.                         00134001
           05 QLK-LETTERS        PIC   X(20).                           00135001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00135202
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00135402
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00135602
           05 QLK-RELEASE        PIC   9(5).                            00135802
      ******************************************************************00136001
       WORKING-STORAGE SECTION.                                         00137001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00138001
        05 WS-CNT-ARCH-READ   PIC   9(7) USAGE IS COMP VALUE 0.         00150001
        05 WS-CNT-LOADED      PIC   9(7) USAGE IS COMP VALUE 0.         00151001
        05 WS-CNT-DUPS        PIC   9(7) USAGE IS COMP VALUE 0.         00152001
      * --------------------------------------------------------------- 00152103
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    00152203
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  00152303
       01 WS-CTL-AREA.                                                  00152403
        05 WS-CTL-FUNC       PIC   X.                                   00152503
        05 WS-CTL-FILE       PIC   X(8).                                00152603
        05 WS-CTL-KIND       PIC   X.                                   00152703
        05 WS-CTL-SIGN       PIC   X.                                   00152803
        05 WS-CTL-SOURCE     PIC   X(8).                                00152903
        05 WS-CTL-DAY        PIC   9(8).                                00153003
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               00153103
        05 WS-CTL-POS        PIC   9(2).                                00153203
        05 WS-CTL-SCORE      PIC   9(3).                                00153303
        05 WS-CTL-AMOUNT     PIC   9(3).                                00153403
        05 WS-CTL-PCT        PIC   9(3)V99.                             00153503
        05 WS-CTL-SUBMITTED  PIC   X.                                   00153603
        05 WS-CTL-CORRECT    PIC   X.                                   00153703
        05 WS-CTL-VERDICT    PIC   X.                                   00153803
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               00153903
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               00154003
        05 WS-CTL-RC         PIC   9(2).                                00154103
      ******************************************************************00153001
       PROCEDURE DIVISION.                                              00154001
           DISPLAY WS-HLINE                                             00155001
              PERFORM PROC-CONVERT-ARCHIVE                              00182001
           END-IF                                                       00183001
           CLOSE QLK-FILE                                               00184001
           PERFORM PROC-FLUSH-CONTROL                                   00184503
           PERFORM PROC-PRINT-CONTROL                                   00185001
           GOBACK.                                                      00186001
      ******************************************************************00187001
           MOVE QLOG-Q-AMOUNT   TO QLK-Q-AMOUNT                         00205001
           MOVE QLOG-PCT        TO QLK-PCT                              00206001
           MOVE QLOG-LETTERS    TO QLK-LETTERS                          00207001
           MOVE 0               TO QLK-RELEASE                          00207502
           PERFORM PROC-WRITE-KEYED                                     00208001
           PERFORM PROC-READ-LOG                                        00209001
           EXIT.                                                        00210001
           MOVE ARCH-Q-AMOUNT   TO QLK-Q-AMOUNT                         00244001
           MOVE ARCH-PCT        TO QLK-PCT                              00245001
           MOVE ARCH-LETTERS    TO QLK-LETTERS                          00246001
           MOVE ARCH-RELEASE    TO QLK-RELEASE                          00246502
           PERFORM PROC-WRITE-KEYED                                     00247001
           PERFORM PROC-READ-ARCH                                       00248001
           EXIT.                                                        00249001
           EVALUATE WS-QLK-STATUS                                       00256001
              WHEN '00'                                                 00257001
                 ADD 1 TO WS-CNT-LOADED                                 00258001
                 PERFORM PROC-POST-CONTROL                              00258503
              WHEN '22'                                                 00259001
                 ADD 1 TO WS-CNT-DUPS                                   00260001
              WHEN OTHER                                                00261001
                    QLK-TOPIC, ' ', QLK-START-DATE                      00264001
                 SET WS-LOAD-ERROR TO TRUE                              00265001
           END-EVALUATE                                                 00266001
           EXIT.                                                        00266103
      ******************************************************************00266203
      *    POSTS THE RECORD JUST LOADED TO THE HISTORY CONTROL          00266303
      *    TOTALS (SEE QZCTLMOD).                                       00266403
       PROC-POST-CONTROL.                                               00266503
           MOVE 'P'            TO WS-CTL-FUNC                           00266603
           MOVE 'QUIZLOGK'     TO WS-CTL-FILE                           00266703
           MOVE 'W'            TO WS-CTL-KIND                           00266803
           MOVE '+'            TO WS-CTL-SIGN                           00266903
           MOVE 'QZLOGCNV'     TO WS-CTL-SOURCE                         00267003
           MOVE QLK-START-DATE TO WS-CTL-DAY                            00267103
           MOVE QLK-KEY        TO WS-CTL-KEY-TEXT                       00267203
           MOVE 0              TO WS-CTL-POS                            00267303
           MOVE QLK-SCORE      TO WS-CTL-SCORE                          00267403
           MOVE QLK-Q-AMOUNT   TO WS-CTL-AMOUNT                         00267503
           MOVE QLK-PCT        TO WS-CTL-PCT                            00267603
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            00267703
           EXIT.                                                        00267803
      ******************************************************************00267903
      *    HANDS THE HELD CONTROL TOTALS TO QZCTLTOT.                   00268003
       PROC-FLUSH-CONTROL.                                              00268103
           MOVE 'F'        TO WS-CTL-FUNC                               00268203
           MOVE 'QZLOGCNV' TO WS-CTL-SOURCE                             00268303
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            00268403
           EXIT.                                                        00267001
      ******************************************************************00268001
       PROC-PRINT-CONTROL.                                              00269001
