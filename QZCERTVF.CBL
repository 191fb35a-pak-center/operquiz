      *          NO QUIZARCH DD JUST MEANS ONLY THE LIVE HISTORY IS     00035001
      *          SEARCHED. PASS LINES COME FROM QZTOPICS (80 WHEN A     00036001
      *          TOPIC HAS NO PROFILE).                                 00037001
      *          A SERIAL WHOSE ATTEMPT IS ON THE QZINTSCR INTEGRITY    00037202
      *          FLAGS (QZFLAGS) IS SHOWN AS UNDER REVIEW WITH THE      00037402
      *          REASON; NO QZFLAGS DD MEANS NOTHING IS UNDER REVIEW.   00037602
      *                                                                 00038001
      *          RETURN-CODE 0 = EVERY SERIAL CHECKED OUT VALID         00039001
      *                      4 = EVERY SERIAL VALID, BUT AT LEAST ONE   00039302
      *                          IS UNDER INTEGRITY REVIEW              00039602
      *                      8 = AT LEAST ONE SERIAL DID NOT            00040001
      *                     12 = NO SERIALS GIVEN, OR QUIZLOGK NOT      00041001
      *                          AVAILABLE                              00042001
      *                                           EXTRACT FOR THE LMS   00072001
      *          UTILITY PGM       QZLOGCNV.CBL   FLAT-TO-KSDS          00073001
      *                                           HISTORY CONVERSION    00074001
      *          REPORT PGM        QZINTSCR.CBL   ANSWER-PATTERN        00074302
      *                                           INTEGRITY SCREENING   00074602
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00075001
      *                            CPBQAC02       VER2 OF Q&A           00076001
      *                                                                 00077001
      ******************************************************************00078001
      *    MODIFICATION HISTORY                                         00079001
      *    2026-09-02 PAK  ORIGINAL VERSION                             00080001
      *    2026-10-15 PAK  SERIALS FLAGGED ON QZFLAGS BY THE QZINTSCR   00080202
      *                    SCREENING NOW PRINT AS UNDER REVIEW, RC 4    00080402
      *    2026-10-15 PAK  QUIZARCH GREW ARCH-RELEASE ON THE END        00080603
      *                    (RECORD NOW 84 BYTES) - LAYOUT ONLY          00080803
      ******************************************************************00081001
       ENVIRONMENT DIVISION.                                            00082001
       INPUT-OUTPUT SECTION.                                            00083001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00096001
              ORGANIZATION IS SEQUENTIAL                                00097001
              FILE STATUS IS WS-TOP-STATUS.                             00098001
           SELECT FLG-FILE ASSIGN TO "QZFLAGS"                          00098202
              ORGANIZATION IS SEQUENTIAL                                00098402
              FILE STATUS IS WS-FLG-STATUS.                             00098602
      ******************************************************************00099001
       DATA DIVISION.                                                   00100001
       FILE SECTION.                                                    00101001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   00102001
       FD  QLK-FILE                                                     00103001
           RECORD CONTAINS 84 CHARACTERS.                               00104003
       01  QLK-RECORD.                                                  00105001
           05 QLK-KEY.                                                  00106001
              10 QLK-OPER-ID     PIC   X(8).                            00107001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00114001
           05 QLK-PCT            PIC   9(3)V99.                         00115001
           05 QLK-LETTERS        PIC   X(20).                           00116001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00116203
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00116403
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00116603
           05 QLK-RELEASE        PIC   9(5).                            00116803
      *    ARCHIVE GENERATIONS WRITTEN BY QZLOGARC - STILL THE OLD      00117001
      *    FLAT QUIZLOG FIELD ORDER, WITH THE BANK RELEASE ON THE END.  00118003
       FD  ARCH-FILE                                                    00119001
           RECORDING MODE F                                             00120001
           RECORD CONTAINS 84 CHARACTERS                                00121003
           LABEL RECORDS ARE STANDARD.                                  00122001
       01  ARCH-RECORD.                                                 00123001
           05 ARCH-JOB-NAME      PIC   X(8).                            00124001
           05 ARCH-PCT           PIC   9(3)V99.                         00131001
           05 ARCH-LETTERS       PIC   X(20).                           00132001
           05 ARCH-TOPIC         PIC   X(8).                            00133001
           05 ARCH-RELEASE       PIC   9(5).                            00133503
      *    ONE SERIAL PER RECORD, LEFT-JUSTIFIED, REST BLANK.           00134001
       FD  SER-FILE                                                     00135001
           RECORDING MODE F                                             00136001
           05 FILLER             PIC   X.                               00154001
           05 TOP-MAX-FAILS      PIC   9.                               00155001
           05 FILLER             PIC   X(58).                           00156001
      *    SAME LAYOUT AS FLG-RECORD IN QZINTSCR - TIME 0 COVERS EVERY  00156102
      *    ATTEMPT OF THAT OPERATOR/TOPIC/DATE.                         00156202
       FD  FLG-FILE                                                     00156302
           RECORDING MODE F                                             00156402
           RECORD CONTAINS 80 CHARACTERS                                00156502
           LABEL RECORDS ARE STANDARD.                                  00156602
       01  FLG-RECORD.                                                  00156702
           05 FLG-OPER-ID        PIC   X(8).                            00156802
           05 FILLER             PIC   X.                               00156902
           05 FLG-TOPIC          PIC   X(8).                            00157002
           05 FILLER             PIC   X.                               00157102
           05 FLG-DATE           PIC   9(8).                            00157202
           05 FILLER             PIC   X.                               00157302
           05 FLG-TIME           PIC   9(8).                            00157402
           05 FILLER             PIC   X.                               00157502
           05 FLG-REASON         PIC   X(4).                            00157602
           05 FILLER             PIC   X.                               00157702
           05 FLG-RUN-DATE       PIC   9(8).                            00157802
           05 FILLER             PIC   X.                               00157902
           05 FLG-DETAIL         PIC   X(30).                           00158002
      ******************************************************************00157001
       WORKING-STORAGE SECTION.                                         00158001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00159001
       01 WS-SER-STATUS     PIC   XX    VALUE '00'.                     00163001
          88 WS-SER-EOF             VALUE '10'.                         00164001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00165001
       01 WS-FLG-STATUS     PIC   XX    VALUE '00'.                     00165302
          88 WS-FLG-EOF             VALUE '10'.                         00165602
       01 WS-PASS-PCT       PIC   9(3).                                 00166001
      * --------------------------------------------------------------- 00167001
      *    THE QZTOPICS PROFILES, LOADED UP FRONT.                      00168001
           10 WS-SE-SCORE     PIC   9(3).                               00188001
           10 WS-SE-AMOUNT    PIC   9(3).                               00189001
           10 WS-SE-PCT       PIC   9(3)V99.                            00190001
           10 WS-SE-REVIEW    PIC   X(4).                               00190302
           10 WS-SE-REV-TEXT  PIC   X(30).                              00190602
       01 WS-SE-IDX         PIC   9(3)  USAGE IS COMP.                  00191001
      * --------------------------------------------------------------- 00192001
      *    SERIAL DECOMPOSITION WORK - OPERATOR-YYYYMMDD-HHMMSS.        00193001
        05 WS-PW-TIME-X      PIC   X(6).                                00198001
        05 WS-PW-REST        PIC   X(26).                               00199001
       01 WS-FAIL-COUNT     PIC   9(3)  USAGE IS COMP VALUE 0.          00200001
       01 WS-REVIEW-COUNT   PIC   9(3)  USAGE IS COMP VALUE 0.          00200502
       01 WS-PCT-EDIT       PIC   ZZ9.99.                               00201001
      ******************************************************************00202001
       LINKAGE SECTION.                                                 00203001
              GOBACK                                                    00223001
           END-IF                                                       00224001
           PERFORM PROC-SCAN-ARCHIVE                                    00225001
           PERFORM PROC-SCAN-FLAGS                                      00225502
           PERFORM PROC-REPORT-ONE-SERIAL                               00226001
              VARYING WS-SE-IDX FROM 1 BY 1                             00227001
              UNTIL WS-SE-IDX > WS-SER-COUNT                            00228001
           DISPLAY WS-HLINE                                             00229001
           DISPLAY 'SERIALS CHECKED: ', WS-SER-COUNT,                   00230001
              '  NOT VERIFIED: ', WS-FAIL-COUNT,                        00230502
              '  UNDER REVIEW: ', WS-REVIEW-COUNT                       00231002
           EVALUATE TRUE                                                00231502
              WHEN WS-FAIL-COUNT = 0 AND WS-REVIEW-COUNT = 0            00232002
                 DISPLAY 'EVERY SERIAL CHECKED OUT'                     00232502
                 MOVE 0 TO RETURN-CODE                                  00233002
              WHEN WS-FAIL-COUNT = 0                                    00233502
                 DISPLAY 'EVERY SERIAL CHECKED OUT, BUT AT LEAST ONE ', 00234002
                    'IS UNDER INTEGRITY REVIEW - ASK TRAINING BEFORE ', 00234502
                    'RELYING ON IT'                                     00235002
                 MOVE 4 TO RETURN-CODE                                  00235502
              WHEN OTHER                                                00236002
                 DISPLAY 'AT LEAST ONE SERIAL DID NOT CHECK OUT'        00236502
                 MOVE 8 TO RETURN-CODE                                  00237002
           END-EVALUATE                                                 00237502
           DISPLAY WS-HLINE                                             00239001
           GOBACK.                                                      00240001
      ******************************************************************00241001
       PROC-STORE-SERIAL.                                               00297001
           ADD 1 TO WS-SER-COUNT                                        00298001
           MOVE WS-PW-SERIAL TO WS-SE-TEXT(WS-SER-COUNT)                00299001
           MOVE SPACES TO WS-SE-REVIEW(WS-SER-COUNT)                    00299302
              WS-SE-REV-TEXT(WS-SER-COUNT)                              00299602
           MOVE SPACES TO WS-PW-OPER WS-PW-DATE-X                       00300001
              WS-PW-TIME-X WS-PW-REST                                   00301001
           UNSTRING WS-PW-SERIAL DELIMITED BY '-'                       00302001
           PERFORM PROC-READ-ARCH                                       00426001
           EXIT.                                                        00427001
      ******************************************************************00428001
      *    ONE PASS OVER THE INTEGRITY FLAGS FOR EVERY SERIAL THAT      00428102
      *    RESOLVED TO AN ATTEMPT - A FLAG WITH TIME 0 COULD NOT BE     00428202
      *    PINNED TO ONE ATTEMPT AND COVERS THE WHOLE DAY.              00428302
       PROC-SCAN-FLAGS.                                                 00428402
           OPEN INPUT FLG-FILE                                          00428502
           IF WS-FLG-STATUS NOT = '00'                                  00428602
              EXIT PARAGRAPH                                            00428702
           END-IF                                                       00428802
           PERFORM PROC-READ-FLAG                                       00428902
           PERFORM PROC-MATCH-FLAG                                      00429002
              UNTIL WS-FLG-EOF                                          00429102
           CLOSE FLG-FILE                                               00429202
           EXIT.                                                        00429302
      ******************************************************************00429402
       PROC-READ-FLAG.                                                  00429502
           READ FLG-FILE                                                00429602
              AT END SET WS-FLG-EOF TO TRUE                             00429702
           END-READ                                                     00429802
           EXIT.                                                        00429902
      ******************************************************************00430002
       PROC-MATCH-FLAG.                                                 00430102
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1                        00430202
              UNTIL WS-SE-IDX > WS-SER-COUNT                            00430302
              IF (WS-SE-STATUS(WS-SE-IDX) = 'VALID'                     00430402
                 OR WS-SE-STATUS(WS-SE-IDX) = 'MISMATCH')               00430502
                 AND WS-SE-REVIEW(WS-SE-IDX) = SPACES                   00430602
                 AND FLG-OPER-ID = WS-SE-OPER(WS-SE-IDX)                00430702
                 AND FLG-TOPIC = WS-SE-TOPIC(WS-SE-IDX)                 00430802
                 AND FLG-DATE = WS-SE-DATE(WS-SE-IDX)                   00430902
                 AND (FLG-TIME = 0                                      00431002
                    OR FLG-TIME(1:6) = WS-SE-TIME(WS-SE-IDX)(1:6))      00431102
                 MOVE FLG-REASON TO WS-SE-REVIEW(WS-SE-IDX)             00431202
                 MOVE FLG-DETAIL TO WS-SE-REV-TEXT(WS-SE-IDX)           00431302
              END-IF                                                    00431402
           END-PERFORM                                                  00431502
           PERFORM PROC-READ-FLAG                                       00431602
           EXIT.                                                        00431702
      ******************************************************************00431802
       PROC-REPORT-ONE-SERIAL.                                          00429001
           EVALUATE WS-SE-STATUS(WS-SE-IDX)                             00430001
              WHEN 'VALID'                                              00431001
                 DISPLAY WS-SE-TEXT(WS-SE-IDX), ' NOT FOUND  ',         00451001
                    'IN QUIZLOGK OR THE QUIZARCH GENERATIONS'           00452001
           END-EVALUATE                                                 00453001
           IF WS-SE-REVIEW(WS-SE-IDX) NOT = SPACES                      00453102
              ADD 1 TO WS-REVIEW-COUNT                                  00453202
              DISPLAY '   UNDER REVIEW - INTEGRITY FLAG ',              00453302
                 WS-SE-REVIEW(WS-SE-IDX), ' ',                          00453402
                 WS-SE-REV-TEXT(WS-SE-IDX)                              00453502
           END-IF                                                       00453602
           EXIT.                                                        00454001
       END PROGRAM QZCERTVF.                                            00455001
