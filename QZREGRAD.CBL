      *          PARM='OPER0004,B' RESCORES WITH B AS THE KEY,          00032001
      *          PARM='OPER0004,VOID' STRIKES THE QUESTION AND          00033001
      *          SHRINKS THE ATTEMPT BY ONE QUESTION.                   00034001
      *          PARM='QZRGREQ' TAKES THE CORRECTIONS FROM THE QZRGREQ  00034104
      *          DATASET INSTEAD - ONE REQUEST PER UPHELD QUESTION      00034204
      *          CHALLENGE, QUEUED BY QZCHALMT - AND REGRADES EACH IN   00034304
      *          TURN. THE DATASET IS CONSUMED: ONLY REQUESTS THAT      00034404
      *          COULD NOT BE STARTED (QUIZDTL OR QUIZLOGK MISSING) ARE 00034504
      *          WRITTEN BACK FOR THE NEXT RUN, SO A RERUN NEVER        00034604
      *          REGRADES THE SAME QUESTION TWICE. RUN QZCHALMT         00034704
      *          PARM='LINK' AFTERWARDS TO TIE THE CHALLENGES TO THE    00034804
      *          QZADJLOG RECORDS WRITTEN HERE.                         00034904
      *                                                                 00035001
      *          QUIZDTL CARRIES NO START TIME, SO AN ATTEMPT IS        00036001
      *          MATCHED TO ITS QUIZLOGK RECORD BY OPERATOR, TOPIC,     00037001
      *          DATE AND THE OLD SCORE/COUNT - TWO IDENTICAL           00038001
      *          ATTEMPTS BY ONE OPERATOR ON ONE DAY REGRADE THE        00039001
      *          FIRST RECORD AND REPORT THE AMBIGUITY.                 00040001
      *                                                                 00040102
      *          AN ATTEMPT ALREADY REGRADED FOR ANOTHER QUESTION (IN   00040205
      *          AN EARLIER RUN OR EARLIER IN THIS ONE) NO LONGER HOLDS 00040305
      *          THE SCORE ITS DETAILS SAY. THE CORRECTIONS THE         00040405
      *          QZADJLOG TRAIL RECORDS FOR THE AFFECTED ATTEMPTS ARE   00040505
      *          THEREFORE APPLIED, QUESTION BY QUESTION AND THE LATEST 00040605
      *          ONE WINNING, TO BOTH THE OLD AND THE NEW FIGURES, SO   00040705
      *          THE OLD FIGURES ARE ALWAYS THE RECORD AS IT STANDS.    00040805
      *                                                                 00041001
      *          THE QUIZDTL DETAILS THEMSELVES ARE LEFT AS WRITTEN     00042001
      *          - THEY RECORD WHAT WAS SUBMITTED AND WHAT THE KEY      00043001
      *                                                                 00046001
      *          RETURN-CODE 0 = REGRADED, TRAIL WRITTEN                00047001
      *                      4 = NO ATTEMPT EVER SAW THE QUESTION       00048001
      *                          (OR NO REQUEST WAS QUEUED)             00048404
      *                      8 = A REWRITE OR TRAIL WRITE FAILED, OR    00048804
      *                          A QUEUED REQUEST WAS INVALID           00049204
      *                     12 = QUIZDTL OR QUIZLOGK NOT AVAILABLE, OR  00049605
      *                          THE QZADJLOG TRAIL COULD NOT BE READ,  00050006
      *                          OR A REQUEST COULD NOT BE REQUEUED     00050406
      *                     16 = PARM INVALID                           00051001
      *          WITH PARM='QZRGREQ' THE WORST CODE OF ANY REQUEST.     00051504
      *                                                                 00052001
      ******************************************************************00053001
      *                                                                 00054001
      ******************************************************************00088001
      *    MODIFICATION HISTORY                                         00089001
      *    2026-09-02 PAK  ORIGINAL VERSION                             00090001
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00090102
      *                    BYTES) AND QUIZDTL DTL-RELEASE (NOW 47) -    00090202
      *                    THE REWRITE KEEPS THE RELEASE AS READ, SO A  00090302
      *                    REGRADED ATTEMPT STILL NAMES THE BANK        00090402
      *                    RELEASE IT WAS SAT AGAINST                   00090502
      *    2026-10-15 PAK  EVERY REWRITE IS POSTED TO THE HISTORY       00090603
      *                    CONTROL TOTALS (QZCTLMOD / QZCTLTOT) AS      00090703
      *                    OLD IMAGE OUT, NEW IMAGE IN. THE TRAIL'S     00090803
      *                    OLD PERCENT IS NOW THE ONE THE RECORD        00090903
      *                    ACTUALLY HELD, SO QZCTLVFY CAN TIE THE       00091003
      *                    TRAIL TO THE TOTALS EXACTLY                  00091103
      *    2026-10-15 PAK  PARM='QZRGREQ' WORKS THROUGH THE REGRADE     00091204
      *                    REQUESTS QZCHALMT QUEUES FOR UPHELD          00091304
      *                    QUESTION CHALLENGES, ONE QUESTION AFTER      00091404
      *                    ANOTHER, AND STAMPS THE CHALLENGE ID ON      00091504
      *                    EACH QZADJLOG RECORD (ADJ-CHAL-ID, TAKEN     00091604
      *                    FROM THE FILLER) SO THE REGISTER CAN LINK    00091704
      *                    TO THE ADJUSTMENTS IT CAUSED                 00091804
      *    2026-10-15 PAK  THE OLD AND NEW TALLIES TAKE IN THE          00091905
      *                    CORRECTIONS ALREADY ON QZADJLOG FOR EACH     00092005
      *                    AFFECTED ATTEMPT, SO A SECOND CORRECTION TO  00092105
      *                    AN ATTEMPT STILL MATCHES ITS QUIZLOGK        00092205
      *                    RECORD. QUIZDTL IS READ TWICE - ONCE TO FIND 00092305
      *                    THE ATTEMPTS, ONCE TO TALLY THEM             00092405
      *    2026-10-15 PAK  A QUIZDTL READ ERROR NOW ENDS THE SCAN RC    00092506
      *                    12 INSTEAD OF LOOPING; A FAILED REQUEUE      00092606
      *                    IS REPORTED AND ENDS RC 12                   00092706
      *    2026-10-15 PAK  QUIZLOGK IS OPENED I-O BEFORE THE TRAIL; A   00092802
      *                    FAILED OPEN ENDS THE QUESTION RC 12 SO A     00092902
      *                    QUEUED REQUEST IS WRITTEN BACK, NOT LOST     00093002
      ******************************************************************00091001
       ENVIRONMENT DIVISION.                                            00092001
       INPUT-OUTPUT SECTION.                                            00093001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00106001
              ORGANIZATION IS SEQUENTIAL                                00107001
              FILE STATUS IS WS-TOP-STATUS.                             00108001
           SELECT REQ-FILE ASSIGN TO "QZRGREQ"                          00108204
              ORGANIZATION IS SEQUENTIAL                                00108404
              FILE STATUS IS WS-REQ-STATUS.                             00108604
      ******************************************************************00109001
       DATA DIVISION.                                                   00110001
       FILE SECTION.                                                    00111001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       00112001
       FD  DTL-FILE                                                     00113001
           RECORDING MODE F                                             00114001
           RECORD CONTAINS 47 CHARACTERS                                00115002
           LABEL RECORDS ARE STANDARD.                                  00116001
       01  DTL-RECORD.                                                  00117001
           05 DTL-OPER-ID       PIC   X(8).                             00118001
           05 DTL-VERDICT       PIC   X.                                00125001
           05 DTL-SECS          PIC   9(4).                             00126001
           05 DTL-OVER          PIC   X.                                00127001
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            00127302
           05 DTL-RELEASE       PIC   9(5).                             00127602
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   00128001
       FD  QLK-FILE                                                     00129001
           RECORD CONTAINS 84 CHARACTERS.                               00130002
       01  QLK-RECORD.                                                  00131001
           05 QLK-KEY.                                                  00132001
              10 QLK-OPER-ID     PIC   X(8).                            00133001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00140001
           05 QLK-PCT            PIC   9(3)V99.                         00141001
           05 QLK-LETTERS        PIC   X(20).                           00142001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00142202
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00142402
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00142602
           05 QLK-RELEASE        PIC   9(5).                            00142802
      *    THE ADJUSTMENT TRAIL - ONE 120-BYTE RECORD PER REGRADED      00143001
      *    ATTEMPT SHOWING BEFORE AND AFTER, SO AN AUDITOR CAN TIE      00144001
      *    EVERY CHANGED QUIZLOGK RECORD BACK TO THE BAD QUESTION       00145001
           05 ADJ-NEW-PCT        PIC   9(3)V99.                         00176001
           05 FILLER             PIC   X.                               00177001
           05 ADJ-NEWPASS        PIC   X.                               00178001
           05 FILLER             PIC   X.                               00178304
      *    THE QZCHALNG CHALLENGE WHOSE REQUEST CAUSED THE REGRADE -    00178604
      *    BLANK FOR A REGRADE RUN FROM THE PARM.                       00178904
           05 ADJ-CHAL-ID        PIC   X(16).                           00179204
           05 FILLER             PIC   X(22).                           00179504
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS - ONLY THE      00180001
      *    PASS PERCENT MATTERS HERE.                                   00181001
       FD  TOP-FILE                                                     00182001
           05 FILLER             PIC   X.                               00194001
           05 TOP-MAX-FAILS      PIC   9.                               00195001
           05 FILLER             PIC   X(58).                           00196001
      *    THE REGRADE REQUEST QUEUE - ONE 80-BYTE RECORD PER UPHELD    00196104
      *    CHALLENGE, WRITTEN BY QZCHALMT. SAME LAYOUT THERE.           00196204
       FD  REQ-FILE                                                     00196304
           RECORDING MODE F                                             00196404
           RECORD CONTAINS 80 CHARACTERS                                00196504
           LABEL RECORDS ARE STANDARD.                                  00196604
       01  REQ-RECORD.                                                  00196704
           05 REQ-QID            PIC   X(8).                            00196804
           05 FILLER             PIC   X.                               00196904
      *    A SINGLE KEY LETTER A-D OR THE WORD VOID - THE SAME          00197004
      *    CORRECTION THE PARM WOULD CARRY.                             00197104
           05 REQ-CORRECTION     PIC   X(8).                            00197204
           05 FILLER             PIC   X.                               00197304
           05 REQ-CHAL-ID        PIC   X(16).                           00197404
           05 FILLER             PIC   X.                               00197504
           05 REQ-DECIDED-DATE   PIC   9(8).                            00197604
           05 FILLER             PIC   X.                               00197704
           05 REQ-DECIDED-BY     PIC   X(20).                           00197804
           05 FILLER             PIC   X(16).                           00197904
      ******************************************************************00197001
       WORKING-STORAGE SECTION.                                         00198001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00199001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     00200001
          88 WS-DTL-EOF             VALUE '10'.                         00201001
       01 WS-DTL-END-STATUS PIC   XX    VALUE '00'.                     00201506
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     00202001
       01 WS-ADJ-STATUS     PIC   XX    VALUE '00'.                     00203001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00204001
       01 WS-REQ-STATUS     PIC   XX    VALUE '00'.                     00204504
       01 WS-RUN-DATE       PIC   9(8).                                 00205001
       01 WS-ERROR-SW       PIC   X     VALUE 'N'.                      00206001
          88 WS-HAD-ERROR           VALUE 'Y'.                          00207001
      *    THE ONE QUESTION'S OUTCOME, AND THE WORST OF THE RUN.        00207204
       01 WS-QUESTION-RC    PIC   9(2)  VALUE 0.                        00207404
       01 WS-WORST-RC       PIC   9(2)  VALUE 0.                        00207604
      * --------------------------------------------------------------- 00208001
      *    THE CORRECTION FROM THE PARM.                                00209001
       01 WS-PARM-WORK.                                                 00210001
           88 WS-NEW-KEY-VALID        VALUES 'A', 'B', 'C', 'D'.        00214001
        05 WS-VOID-SW        PIC   X       VALUE 'N'.                   00215001
           88 WS-VOID                 VALUE 'Y'.                        00216001
        05 WS-CORR-OK-SW     PIC   X       VALUE 'N'.                   00216104
           88 WS-CORR-OK              VALUE 'Y'.                        00216204
        05 WS-REQ-MODE-SW    PIC   X       VALUE 'N'.                   00216304
           88 WS-REQ-MODE             VALUE 'Y'.                        00216404
      *    THE CHALLENGE BEHIND THE REQUEST BEING WORKED - BLANK FOR    00216504
      *    A PARM RUN.                                                  00216604
        05 WS-CHAL-ID        PIC   X(16)   VALUE SPACES.                00216704
      * --------------------------------------------------------------- 00216804
      *    THE QZRGREQ QUEUE, HELD WHOLE SO IT CAN BE WRITTEN BACK WITH 00216904
      *    ONLY THE REQUESTS THAT COULD NOT BE STARTED.                 00217004
       01 WS-RQ-LIMIT       PIC   9(3)  USAGE IS COMP VALUE 100.        00217104
       01 WS-RQ-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          00217204
       01 WS-RQ-KEPT        PIC   9(3)  USAGE IS COMP VALUE 0.          00217304
       01 WS-RQ-IDX         PIC   9(3)  USAGE IS COMP.                  00217404
       01 WS-RQ-FULL-SW     PIC   X     VALUE 'N'.                      00217504
          88 WS-RQ-FULL             VALUE 'Y'.                          00217604
       01 WS-RQ-TABLE.                                                  00217704
        05 WS-RQ-ENTRY OCCURS 100 TIMES.                                00217804
           10 WS-RQ-REC       PIC   X(80).                              00217904
           10 WS-RQ-RC        PIC   9(2).                               00218004
      * --------------------------------------------------------------- 00217001
      *    THE QZTOPICS PROFILES, LOADED UP FRONT.                      00218001
       01 WS-TPROF-COUNT    PIC   9(3)  USAGE IS COMP VALUE 0.          00219001
       01 WS-HIT-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          00246001
       01 WS-REGRADED       PIC   9(4)  USAGE IS COMP VALUE 0.          00247001
       01 WS-NEWPASS-COUNT  PIC   9(4)  USAGE IS COMP VALUE 0.          00248001
      *    THE FIRST QUIZDTL PASS ONLY GROUPS THE ATTEMPTS AND MARKS    00248105
      *    THOSE THAT SAW THE QUESTION; THE SECOND TALLIES THEM.        00248205
       01 WS-SCAN-PASS-SW   PIC   X     VALUE '1'.                      00248305
          88 WS-FIRST-PASS          VALUE '1'.                          00248405
      * --------------------------------------------------------------- 00248505
      *    CORRECTIONS ALREADY ON THE QZADJLOG TRAIL FOR THE AFFECTED   00248605
      *    ATTEMPTS - ONE ENTRY PER ATTEMPT AND QUESTION, THE LATEST    00248705
      *    TRAIL RECORD WINNING.                                        00248805
       01 WS-PC-LIMIT       PIC   9(4)  USAGE IS COMP VALUE 1000.       00248905
       01 WS-PC-COUNT       PIC   9(4)  USAGE IS COMP VALUE 0.          00249005
       01 WS-PC-IDX         PIC   9(4)  USAGE IS COMP.                  00249105
       01 WS-PC-HIT         PIC   9(4)  USAGE IS COMP.                  00249205
       01 WS-PC-ATT         PIC   9(4)  USAGE IS COMP.                  00249305
       01 WS-PC-TABLE.                                                  00249405
        05 WS-PC-ENTRY OCCURS 1000 TIMES.                               00249505
           10 WS-PC-AT-IDX    PIC   9(4)  USAGE IS COMP.                00249605
           10 WS-PC-QID       PIC   X(8).                               00249705
           10 WS-PC-ACTION    PIC   X(4).                               00249805
           10 WS-PC-KEY       PIC   X.                                  00249905
       01 WS-TRAIL-BAD-SW   PIC   X     VALUE 'N'.                      00250005
          88 WS-TRAIL-BAD           VALUE 'Y'.                          00250105
      *    A DETAIL'S VERDICT AS THE RECORD NOW STANDS - C, I, OR V     00250205
      *    FOR A QUESTION VOIDED FROM THE ATTEMPT.                      00250305
       01 WS-CUR-VERDICT    PIC   X.                                    00250405
          88 WS-CUR-CORRECT         VALUE 'C'.                          00250505
          88 WS-CUR-VOIDED          VALUE 'V'.                          00250605
      * --------------------------------------------------------------- 00249001
      *    REGRADE ARITHMETIC WORK.                                     00250001
       01 WS-OLD-PCT        PIC   9(3)V99.                              00251001
          88 WS-NEWPASS             VALUE 'Y'.                          00258001
       01 WS-ADJ-OPEN-SW    PIC   X     VALUE 'N'.                      00259001
          88 WS-ADJ-OPEN            VALUE 'Y'.                          00260001
      * --------------------------------------------------------------- 00260103
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    00260203
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  00260303
       01 WS-CTL-AREA.                                                  00260403
        05 WS-CTL-FUNC       PIC   X.                                   00260503
        05 WS-CTL-FILE       PIC   X(8).                                00260603
        05 WS-CTL-KIND       PIC   X.                                   00260703
        05 WS-CTL-SIGN       PIC   X.                                   00260803
        05 WS-CTL-SOURCE     PIC   X(8).                                00260903
        05 WS-CTL-DAY        PIC   9(8).                                00261003
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               00261103
        05 WS-CTL-POS        PIC   9(2).                                00261203
        05 WS-CTL-SCORE      PIC   9(3).                                00261303
        05 WS-CTL-AMOUNT     PIC   9(3).                                00261403
        05 WS-CTL-PCT        PIC   9(3)V99.                             00261503
        05 WS-CTL-SUBMITTED  PIC   X.                                   00261603
        05 WS-CTL-CORRECT    PIC   X.                                   00261703
        05 WS-CTL-VERDICT    PIC   X.                                   00261803
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               00261903
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               00262003
        05 WS-CTL-RC         PIC   9(2).                                00262103
      ******************************************************************00261001
       LINKAGE SECTION.                                                 00262001
       01 PARM-BUFFER.                                                  00263001
           IF RETURN-CODE = 16                                          00270001
              GOBACK                                                    00271001
           END-IF                                                       00272001
           PERFORM PROC-LOAD-TOPIC-PROFILES                             00272104
           MOVE 0 TO WS-WORST-RC                                        00272204
           IF WS-REQ-MODE                                               00272304
              PERFORM PROC-RUN-REQUESTS                                 00272404
           ELSE                                                         00272504
              PERFORM PROC-REGRADE-QUESTION                             00272604
              MOVE WS-QUESTION-RC TO WS-WORST-RC                        00272704
           END-IF                                                       00272804
           MOVE WS-WORST-RC TO RETURN-CODE                              00272904
           GOBACK.                                                      00273004
      ******************************************************************00273104
      *    ONE QUESTION'S REGRADE, START TO FINISH, FOR THE CORRECTION  00273204
      *    IN WS-PARM-WORK. LEAVES ITS OUTCOME IN WS-QUESTION-RC.       00273304
       PROC-REGRADE-QUESTION.                                           00273404
           MOVE 0   TO WS-QUESTION-RC                                   00273504
           MOVE 0   TO WS-ATT-COUNT                                     00273604
           MOVE 0   TO WS-HIT-COUNT                                     00273704
           MOVE 0   TO WS-REGRADED                                      00273804
           MOVE 0   TO WS-NEWPASS-COUNT                                 00273904
           MOVE 'N' TO WS-ERROR-SW                                      00274004
           MOVE '00' TO WS-DTL-STATUS                                   00274104
           DISPLAY WS-HLINE                                             00273001
           IF WS-VOID                                                   00274001
              DISPLAY 'REGRADE - QUESTION ', WS-TARGET-QID,             00275001
                 ' RESCORED WITH KEY ', WS-NEW-KEY                      00279001
           END-IF                                                       00280001
           DISPLAY WS-HLINE                                             00281001
           PERFORM PROC-SCAN-DETAILS                                    00283001
           IF (WS-DTL-STATUS NOT = '00' AND NOT WS-DTL-EOF)             00283805
              OR WS-TRAIL-BAD                                           00284605
              MOVE 12 TO WS-QUESTION-RC                                 00285404
              EXIT PARAGRAPH                                            00286204
           END-IF                                                       00287001
           IF WS-HIT-COUNT = 0                                          00288001
              DISPLAY 'NO ATTEMPT EVER SAW QUESTION ', WS-TARGET-QID,   00289001
                 ' - NOTHING TO REGRADE'                                00290001
              MOVE 4 TO WS-QUESTION-RC                                  00290204
              EXIT PARAGRAPH                                            00290402
           END-IF                                                       00290602
      *    QUIZLOGK IS OPENED BEFORE THE TRAIL - IF IT CANNOT BE, THE   00290802
      *    QUESTION IS NOT STARTED AND A QUEUED REQUEST GOES BACK ON    00291002
      *    QZRGREQ LIKE ANY OTHER THAT COULD NOT BE STARTED.            00291202
           OPEN I-O QLK-FILE                                            00291402
           IF WS-QLOG-STATUS NOT = '00'                                 00291602
              DISPLAY 'ERROR: QUIZLOGK NOT AVAILABLE FOR I-O ',         00291802
                 '(STATUS=', WS-QLOG-STATUS, ')'                        00292002
              MOVE 12 TO WS-QUESTION-RC                                 00292202
              EXIT PARAGRAPH                                            00292404
           END-IF                                                       00293001
           PERFORM PROC-OPEN-TRAIL                                      00294001
           PERFORM PROC-APPLY-REGRADES                                  00295001
              ' (PRODUCE THEIR CERTIFICATES)'                           00301001
           DISPLAY WS-HLINE                                             00302001
           IF WS-HAD-ERROR                                              00303001
              MOVE 8 TO WS-QUESTION-RC                                  00304004
           END-IF                                                       00307001
           EXIT.                                                        00308004
      ******************************************************************00309001
       PROC-PARSE-PARM.                                                 00310001
           IF PARM-LENGTH = 0                                           00311001
              DISPLAY 'ERROR: PARM MUST NAME A QUESTION ID AND A ',     00312001
                 'CORRECTION, E.G. OPER0004,B OR OPER0004,VOID - ',     00312604
                 'OR BE QZRGREQ'                                        00313204
              MOVE 16 TO RETURN-CODE                                    00314001
              EXIT PARAGRAPH                                            00315001
           END-IF                                                       00316001
           MOVE FUNCTION UPPER-CASE(PARM-DATA) TO PARM-DATA             00317001
           IF PARM-LENGTH = 7 AND PARM-DATA(1:7) = 'QZRGREQ'            00317204
              SET WS-REQ-MODE TO TRUE                                   00317404
              EXIT PARAGRAPH                                            00317604
           END-IF                                                       00317804
           UNSTRING PARM-DATA DELIMITED BY ','                          00318001
              INTO WS-TARGET-QID WS-CORRECTION                          00319001
           PERFORM PROC-CHECK-CORRECTION                                00319104
           IF NOT WS-CORR-OK                                            00319204
              MOVE 16 TO RETURN-CODE                                    00319304
           END-IF                                                       00319404
           EXIT.                                                        00319504
      ******************************************************************00319604
      *    VALIDATES THE QUESTION ID AND CORRECTION IN WS-PARM-WORK,    00319704
      *    WHETHER THEY CAME FROM THE PARM OR FROM A QUEUED REQUEST.    00319804
       PROC-CHECK-CORRECTION.                                           00319904
           MOVE 'Y'   TO WS-CORR-OK-SW                                  00320004
           MOVE 'N'   TO WS-VOID-SW                                     00320104
           MOVE SPACE TO WS-NEW-KEY                                     00320204
           EVALUATE TRUE                                                00320001
              WHEN WS-TARGET-QID = SPACES                               00321001
                 DISPLAY 'ERROR: NO QUESTION ID GIVEN'                  00322004
                 MOVE 'N' TO WS-CORR-OK-SW                              00323004
              WHEN WS-CORRECTION = 'VOID'                               00324001
                 SET WS-VOID TO TRUE                                    00325001
              WHEN OTHER                                                00326001
                    OR WS-CORRECTION(2:7) NOT = SPACES                  00329001
                    DISPLAY 'ERROR: CORRECTION MUST BE A SINGLE ',      00330001
                       'LETTER A-D OR THE WORD VOID'                    00331001
                    MOVE 'N' TO WS-CORR-OK-SW                           00332004
                 END-IF                                                 00333001
           END-EVALUATE                                                 00334001
           EXIT.                                                        00334104
      ******************************************************************00334204
      *    PARM='QZRGREQ' - LOADS THE WHOLE QUEUE, REGRADES EACH        00334304
      *    REQUEST IN TURN AND WRITES BACK ONLY THOSE THAT COULD NOT BE 00334404
      *    STARTED. A QUEUE LONGER THAN THE TABLE IS LEFT UNTOUCHED     00334504
      *    RATHER THAN PART-CONSUMED.                                   00334604
       PROC-RUN-REQUESTS.                                               00334704
           MOVE 0 TO WS-RQ-COUNT                                        00334804
           OPEN INPUT REQ-FILE                                          00334904
           IF WS-REQ-STATUS = '00'                                      00335004
              PERFORM PROC-LOAD-ONE-REQUEST                             00335104
                 UNTIL WS-REQ-STATUS NOT = '00'                         00335204
              CLOSE REQ-FILE                                            00335304
              MOVE '00' TO WS-REQ-STATUS                                00335404
           END-IF                                                       00335504
           IF WS-RQ-FULL                                                00335604
              DISPLAY 'ERROR: QZRGREQ HOLDS MORE THAN ', WS-RQ-LIMIT,   00335704
                 ' REQUESTS - NOTHING REGRADED, SPLIT THE QUEUE'        00335804
              MOVE 12 TO WS-WORST-RC                                    00335904
              EXIT PARAGRAPH                                            00336004
           END-IF                                                       00336104
           IF WS-RQ-COUNT = 0                                           00336204
              DISPLAY WS-HLINE                                          00336304
              DISPLAY 'NO REGRADE REQUESTS QUEUED ON QZRGREQ'           00336404
              DISPLAY WS-HLINE                                          00336504
              MOVE 4 TO WS-WORST-RC                                     00336604
              EXIT PARAGRAPH                                            00336704
           END-IF                                                       00336804
           PERFORM PROC-RUN-ONE-REQUEST                                 00336904
              VARYING WS-RQ-IDX FROM 1 BY 1                             00337004
              UNTIL WS-RQ-IDX > WS-RQ-COUNT                             00337104
           PERFORM PROC-REQUEUE-REQUESTS                                00337204
           EXIT.                                                        00337304
      ******************************************************************00337404
       PROC-LOAD-ONE-REQUEST.                                           00337504
           READ REQ-FILE                                                00337604
           IF WS-REQ-STATUS = '00'                                      00337704
              IF WS-RQ-COUNT = WS-RQ-LIMIT                              00337804
                 SET WS-RQ-FULL TO TRUE                                 00337904
                 MOVE '10' TO WS-REQ-STATUS                             00338004
              ELSE                                                      00338104
                 ADD 1 TO WS-RQ-COUNT                                   00338204
                 MOVE REQ-RECORD TO WS-RQ-REC(WS-RQ-COUNT)              00338304
                 MOVE 0 TO WS-RQ-RC(WS-RQ-COUNT)                        00338404
              END-IF                                                    00338504
           END-IF                                                       00338604
           EXIT.                                                        00338704
      ******************************************************************00338804
      *    ONE QUEUED REQUEST. AN INVALID ONE IS REPORTED AND DROPPED - 00338904
      *    IT WOULD BE JUST AS INVALID TOMORROW.                        00339004
       PROC-RUN-ONE-REQUEST.                                            00339104
           MOVE WS-RQ-REC(WS-RQ-IDX) TO REQ-RECORD                      00339204
           MOVE REQ-QID              TO WS-TARGET-QID                   00339304
           MOVE REQ-CORRECTION       TO WS-CORRECTION                   00339404
           MOVE REQ-CHAL-ID          TO WS-CHAL-ID                      00339504
           DISPLAY WS-HLINE                                             00339604
           DISPLAY 'REQUEST FROM CHALLENGE ', REQ-CHAL-ID,              00339704
              ' UPHELD ', REQ-DECIDED-DATE, ' BY ', REQ-DECIDED-BY      00339804
           PERFORM PROC-CHECK-CORRECTION                                00339904
           IF WS-CORR-OK                                                00340004
              PERFORM PROC-REGRADE-QUESTION                             00340104
           ELSE                                                         00340204
              DISPLAY 'ERROR: REQUEST FOR ', REQ-QID, ' IS INVALID - ', 00340304
                 'DROPPED'                                              00340404
              MOVE 8 TO WS-QUESTION-RC                                  00340504
           END-IF                                                       00340604
           MOVE WS-QUESTION-RC TO WS-RQ-RC(WS-RQ-IDX)                   00340704
           IF WS-QUESTION-RC > WS-WORST-RC                              00340804
              MOVE WS-QUESTION-RC TO WS-WORST-RC                        00340904
           END-IF                                                       00341004
           EXIT.                                                        00341104
      ******************************************************************00341204
      *    REWRITES THE QUEUE WITH THE REQUESTS THAT ENDED RC 12 -      00341304
      *    NOTHING WAS TOUCHED FOR THEM, SO THEY ARE SAFE TO RUN AGAIN. 00341404
      *    EVERY OTHER REQUEST HAS BEEN APPLIED (OR CANNOT BE) AND IS   00341504
      *    GONE, SO A RERUN OF THIS STEP CANNOT REGRADE TWICE.          00341604
       PROC-REQUEUE-REQUESTS.                                           00341704
           MOVE 0 TO WS-RQ-KEPT                                         00341804
           OPEN OUTPUT REQ-FILE                                         00341904
           IF WS-REQ-STATUS NOT = '00'                                  00342004
              DISPLAY 'ERROR: QZRGREQ COULD NOT BE REWRITTEN (STATUS=', 00342104
                 WS-REQ-STATUS, ') - EMPTY IT BY HAND BEFORE THE ',     00342204
                 'NEXT RUN OR THE SAME QUESTIONS WILL BE REGRADED AGAIN'00342304
              MOVE 8 TO WS-WORST-RC                                     00342404
              EXIT PARAGRAPH                                            00342504
           END-IF                                                       00342604
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1                        00342704
              UNTIL WS-RQ-IDX > WS-RQ-COUNT                             00342804
              IF WS-RQ-RC(WS-RQ-IDX) = 12                               00342904
                 MOVE WS-RQ-REC(WS-RQ-IDX) TO REQ-RECORD                00343004
                 WRITE REQ-RECORD                                       00343104
                 IF WS-REQ-STATUS = '00'                                00343206
                    ADD 1 TO WS-RQ-KEPT                                 00343306
                 ELSE                                                   00343406
                    DISPLAY 'ERROR: REQUEST FROM CHALLENGE ',           00343506
                       REQ-CHAL-ID, ' COULD NOT BE REQUEUED (STATUS=',  00343606
                       WS-REQ-STATUS, ') - QUEUE IT AGAIN BY HAND'      00343706
                    MOVE 12 TO WS-WORST-RC                              00343806
                 END-IF                                                 00343906
              END-IF                                                    00344004
           END-PERFORM                                                  00344104
           CLOSE REQ-FILE                                               00344204
           DISPLAY WS-HLINE                                             00344304
           DISPLAY 'REQUESTS WORKED:     ', WS-RQ-COUNT                 00344404
           DISPLAY 'LEFT QUEUED:         ', WS-RQ-KEPT                  00344504
           DISPLAY WS-HLINE                                             00344604
           EXIT.                                                        00335001
      ******************************************************************00336001
       PROC-LOAD-TOPIC-PROFILES.                                        00337001
           END-IF                                                       00354001
           EXIT.                                                        00355001
      ******************************************************************00356001
      *    TWO PASSES OVER QUIZDTL. THE FIRST GROUPS THE DETAILS INTO   00356605
      *    ATTEMPTS AND MARKS THOSE THAT SAW THE TARGET QUESTION; THE   00357205
      *    TRAIL'S EARLIER CORRECTIONS FOR THOSE ATTEMPTS ARE THEN      00357805
      *    LOADED, AND THE SECOND PASS FOLDS EVERY DETAIL OF A MARKED   00358405
      *    ATTEMPT INTO ITS OLD AND NEW TALLIES. THE OLD TALLY IS WHAT  00359005
      *    THE ATTEMPT IS SCORED AT NOW; THE NEW ONE ALSO APPLIES THIS  00359605
      *    CORRECTION TO THE TARGET QUESTION.                           00360205
       PROC-SCAN-DETAILS.                                               00361001
           MOVE 'N' TO WS-TRAIL-BAD-SW                                  00361105
           MOVE '1' TO WS-SCAN-PASS-SW                                  00361205
           OPEN INPUT DTL-FILE                                          00361305
           IF WS-DTL-STATUS NOT = '00'                                  00361405
              DISPLAY 'ERROR: QUIZDTL NOT AVAILABLE (STATUS=',          00361505
                 WS-DTL-STATUS, ')'                                     00361605
              EXIT PARAGRAPH                                            00361705
           END-IF                                                       00361805
           PERFORM PROC-READ-DETAIL                                     00361905
           PERFORM PROC-MARK-DETAIL                                     00362005
              UNTIL WS-DTL-STATUS NOT = '00'                            00362106
           PERFORM PROC-CLOSE-DETAILS                                   00362206
           IF NOT WS-DTL-EOF                                            00362306
              EXIT PARAGRAPH                                            00362406
           END-IF                                                       00362506
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1                        00362605
              UNTIL WS-AT-IDX > WS-ATT-COUNT                            00362705
              IF WS-AT-HIT(WS-AT-IDX)                                   00362805
                 ADD 1 TO WS-HIT-COUNT                                  00362905
              END-IF                                                    00363005
           END-PERFORM                                                  00363105
           IF WS-HIT-COUNT = 0                                          00363205
              EXIT PARAGRAPH                                            00363305
           END-IF                                                       00363405
           PERFORM PROC-LOAD-PRIOR                                      00363505
           IF WS-TRAIL-BAD                                              00363605
              EXIT PARAGRAPH                                            00363705
           END-IF                                                       00363805
           MOVE '2' TO WS-SCAN-PASS-SW                                  00363905
           OPEN INPUT DTL-FILE                                          00362001
           IF WS-DTL-STATUS NOT = '00'                                  00363001
              DISPLAY 'ERROR: QUIZDTL NOT AVAILABLE (STATUS=',          00364001
           END-IF                                                       00367001
           PERFORM PROC-READ-DETAIL                                     00368001
           PERFORM PROC-FOLD-DETAIL                                     00369001
              UNTIL WS-DTL-STATUS NOT = '00'                            00369206
           PERFORM PROC-CLOSE-DETAILS                                   00369406
           EXIT.                                                        00369606
      ******************************************************************00369806
      *    CLOSES QUIZDTL, KEEPING THE STATUS THE LAST READ ENDED ON -  00370006
      *    ANYTHING BUT END OF FILE MEANS THE SCAN IS INCOMPLETE.       00370206
       PROC-CLOSE-DETAILS.                                              00370406
           MOVE WS-DTL-STATUS TO WS-DTL-END-STATUS                      00370606
           CLOSE DTL-FILE                                               00371001
           MOVE WS-DTL-END-STATUS TO WS-DTL-STATUS                      00372006
           IF NOT WS-DTL-EOF                                            00373006
              DISPLAY 'ERROR: QUIZDTL COULD NOT BE READ (STATUS=',      00374006
                 WS-DTL-STATUS, ')'                                     00375006
           END-IF                                                       00376006
           EXIT.                                                        00380001
      ******************************************************************00381001
       PROC-READ-DETAIL.                                                00382001
           END-READ                                                     00385001
           EXIT.                                                        00386001
      ******************************************************************00387001
      *    FIRST PASS - GROUP THE DETAIL AND MARK ITS ATTEMPT IF IT IS  00387105
      *    THE TARGET QUESTION.                                         00387205
       PROC-MARK-DETAIL.                                                00387305
           PERFORM PROC-FIND-ATTEMPT                                    00387405
           IF WS-ATT-FOUND                                              00387505
              AND DTL-QID = WS-TARGET-QID                               00387605
              MOVE 'Y' TO WS-AT-HIT-SW(WS-AT-IDX)                       00387705
           END-IF                                                       00387805
           PERFORM PROC-READ-DETAIL                                     00387905
           EXIT.                                                        00388005
      ******************************************************************00388105
      *    SECOND PASS - THE DETAIL'S VERDICT AS THE RECORD NOW STANDS  00388205
      *    GOES INTO THE OLD TALLY, AND INTO THE NEW ONE UNLESS IT IS   00388305
      *    THE TARGET QUESTION, WHICH TAKES THIS CORRECTION INSTEAD.    00388405
       PROC-FOLD-DETAIL.                                                00388001
           PERFORM PROC-FIND-ATTEMPT                                    00389001
           IF NOT WS-ATT-FOUND                                          00389205
              OR NOT WS-AT-HIT(WS-AT-IDX)                               00389405
              PERFORM PROC-READ-DETAIL                                  00389605
              EXIT PARAGRAPH                                            00389805
           END-IF                                                       00390005
           PERFORM PROC-CURRENT-VERDICT                                 00390205
           IF NOT WS-CUR-VOIDED                                         00390405
              ADD 1 TO WS-AT-OLD-AMT(WS-AT-IDX)                         00391001
              IF WS-CUR-CORRECT                                         00392005
                 ADD 1 TO WS-AT-OLD-SCORE(WS-AT-IDX)                    00393001
              END-IF                                                    00394001
           END-IF                                                       00395005
           IF DTL-QID = WS-TARGET-QID                                   00396005
              IF NOT WS-VOID                                            00397005
                 ADD 1 TO WS-AT-NEW-AMT(WS-AT-IDX)                      00398005
                 IF DTL-SUBMITTED = WS-NEW-KEY                          00399005
                    ADD 1 TO WS-AT-NEW-SCORE(WS-AT-IDX)                 00400005
                 END-IF                                                 00402001
              END-IF                                                    00402505
           ELSE                                                         00403005
              IF NOT WS-CUR-VOIDED                                      00403505
                 ADD 1 TO WS-AT-NEW-AMT(WS-AT-IDX)                      00404001
                 IF WS-CUR-CORRECT                                      00405005
                    ADD 1 TO WS-AT-NEW-SCORE(WS-AT-IDX)                 00406001
                 END-IF                                                 00407001
              END-IF                                                    00408001
           END-IF                                                       00409001
           PERFORM PROC-READ-DETAIL                                     00410001
           EXIT.                                                        00410105
      ******************************************************************00410205
      *    THE VERDICT QUIZDTL RECORDS, UNLESS THE TRAIL HOLDS A LATER  00410305
      *    CORRECTION OF THIS QUESTION FOR THIS ATTEMPT.                00410405
       PROC-CURRENT-VERDICT.                                            00410505
           MOVE DTL-VERDICT TO WS-CUR-VERDICT                           00410605
           MOVE 0 TO WS-PC-HIT                                          00410705
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1                        00410805
              UNTIL WS-PC-IDX > WS-PC-COUNT                             00410905
              OR WS-PC-HIT > 0                                          00411005
              IF WS-PC-AT-IDX(WS-PC-IDX) = WS-AT-IDX                    00411105
                 AND WS-PC-QID(WS-PC-IDX) = DTL-QID                     00411205
                 MOVE WS-PC-IDX TO WS-PC-HIT                            00411305
              END-IF                                                    00411405
           END-PERFORM                                                  00411505
           IF WS-PC-HIT = 0                                             00411605
              EXIT PARAGRAPH                                            00411705
           END-IF                                                       00411805
           EVALUATE TRUE                                                00411905
              WHEN WS-PC-ACTION(WS-PC-HIT) = 'VOID'                     00412005
                 MOVE 'V' TO WS-CUR-VERDICT                             00412105
              WHEN DTL-SUBMITTED = WS-PC-KEY(WS-PC-HIT)                 00412205
                 MOVE 'C' TO WS-CUR-VERDICT                             00412305
              WHEN OTHER                                                00412405
                 MOVE 'I' TO WS-CUR-VERDICT                             00412505
           END-EVALUATE                                                 00412605
           EXIT.                                                        00412705
      ******************************************************************00412805
      *    LOADS THE TRAIL'S CORRECTIONS FOR THE MARKED ATTEMPTS. NO    00412905
      *    TRAIL YET MEANS NOTHING WAS EVER REGRADED. A TRAIL THAT      00413005
      *    CANNOT BE READ, OR HOLDS MORE CORRECTIONS FOR THESE ATTEMPTS 00413105
      *    THAN THE TABLE, STOPS THE QUESTION BEFORE ANYTHING IS        00413205
      *    TOUCHED - THE OLD FIGURES COULD NOT BE TRUSTED.              00413305
       PROC-LOAD-PRIOR.                                                 00413405
           MOVE 0 TO WS-PC-COUNT                                        00413505
           OPEN INPUT ADJ-FILE                                          00413605
           IF WS-ADJ-STATUS = '35'                                      00413705
              MOVE '00' TO WS-ADJ-STATUS                                00413805
              EXIT PARAGRAPH                                            00413905
           END-IF                                                       00414005
           IF WS-ADJ-STATUS NOT = '00'                                  00414105
              DISPLAY 'ERROR: QZADJLOG COULD NOT BE READ (STATUS=',     00414205
                 WS-ADJ-STATUS, ') - EARLIER CORRECTIONS UNKNOWN'       00414305
              SET WS-TRAIL-BAD TO TRUE                                  00414405
              EXIT PARAGRAPH                                            00414505
           END-IF                                                       00414605
           PERFORM PROC-LOAD-ONE-PRIOR                                  00414705
              UNTIL WS-ADJ-STATUS NOT = '00'                            00414805
           CLOSE ADJ-FILE                                               00414905
           MOVE '00' TO WS-ADJ-STATUS                                   00415005
           IF WS-PC-COUNT > 0                                           00415105
              DISPLAY WS-PC-COUNT, ' EARLIER CORRECTIONS TO THESE ',    00415205
                 'ATTEMPTS TAKEN FROM QZADJLOG'                         00415305
           END-IF                                                       00415405
           EXIT.                                                        00415505
      ******************************************************************00415605
       PROC-LOAD-ONE-PRIOR.                                             00415705
           READ ADJ-FILE                                                00415805
           IF WS-ADJ-STATUS NOT = '00'                                  00415905
              EXIT PARAGRAPH                                            00416005
           END-IF                                                       00416105
           MOVE 0 TO WS-PC-ATT                                          00416205
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1                        00416305
              UNTIL WS-AT-IDX > WS-ATT-COUNT                            00416405
              OR WS-PC-ATT > 0                                          00416505
              IF WS-AT-HIT(WS-AT-IDX)                                   00416605
                 AND WS-AT-OPER(WS-AT-IDX) = ADJ-OPER                   00416705
                 AND WS-AT-TOPIC(WS-AT-IDX) = ADJ-TOPIC                 00416805
                 AND WS-AT-DATE(WS-AT-IDX) = ADJ-ATT-DATE               00416905
                 MOVE WS-AT-IDX TO WS-PC-ATT                            00417005
              END-IF                                                    00417105
           END-PERFORM                                                  00417205
           IF WS-PC-ATT = 0                                             00417305
              EXIT PARAGRAPH                                            00417405
           END-IF                                                       00417505
           MOVE 0 TO WS-PC-HIT                                          00417605
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1                        00417705
              UNTIL WS-PC-IDX > WS-PC-COUNT                             00417805
              OR WS-PC-HIT > 0                                          00417905
              IF WS-PC-AT-IDX(WS-PC-IDX) = WS-PC-ATT                    00418005
                 AND WS-PC-QID(WS-PC-IDX) = ADJ-QID                     00418105
                 MOVE WS-PC-IDX TO WS-PC-HIT                            00418205
              END-IF                                                    00418305
           END-PERFORM                                                  00418405
           IF WS-PC-HIT = 0                                             00418505
              IF WS-PC-COUNT = WS-PC-LIMIT                              00418605
                 DISPLAY 'ERROR: MORE THAN ', WS-PC-LIMIT,              00418705
                    ' EARLIER CORRECTIONS TO THESE ATTEMPTS ON QZADJLOG'00418805
                 SET WS-TRAIL-BAD TO TRUE                               00418905
                 MOVE '10' TO WS-ADJ-STATUS                             00419005
                 EXIT PARAGRAPH                                         00419105
              END-IF                                                    00419205
              ADD 1 TO WS-PC-COUNT                                      00419305
              MOVE WS-PC-COUNT TO WS-PC-HIT                             00419405
              MOVE WS-PC-ATT   TO WS-PC-AT-IDX(WS-PC-HIT)               00419505
              MOVE ADJ-QID     TO WS-PC-QID(WS-PC-HIT)                  00419605
           END-IF                                                       00419705
           MOVE ADJ-ACTION  TO WS-PC-ACTION(WS-PC-HIT)                  00419805
           MOVE ADJ-NEW-KEY TO WS-PC-KEY(WS-PC-HIT)                     00419905
           EXIT.                                                        00411001
      ******************************************************************00412001
       PROC-FIND-ATTEMPT.                                               00413001
           IF WS-ATT-FOUND                                              00426001
              MOVE WS-ATT-HOLD TO WS-AT-IDX                             00427001
           END-IF                                                       00428001
           IF NOT WS-ATT-FOUND AND WS-FIRST-PASS                        00429005
              IF WS-ATT-COUNT = 500                                     00430001
                 DISPLAY 'WARNING: ATTEMPT TABLE FULL - DETAILS ',      00431001
                    'FOR ', DTL-OPER-ID, ' ON ', DTL-DATE,              00432001
           EXIT.                                                        00470001
      ******************************************************************00471001
       PROC-APPLY-REGRADES.                                             00472001
           PERFORM PROC-REGRADE-ONE                                     00480001
              VARYING WS-AT-IDX FROM 1 BY 1                             00481001
              UNTIL WS-AT-IDX > WS-ATT-COUNT                            00482001
           CLOSE QLK-FILE                                               00483001
           MOVE '00' TO WS-QLOG-STATUS                                  00484001
           PERFORM PROC-FLUSH-CONTROL                                   00484503
           EXIT.                                                        00485001
      ******************************************************************00486001
      *    ONE AFFECTED ATTEMPT - FIND ITS QUIZLOGK RECORD (OPERATOR    00487001
              SET WS-HAD-ERROR TO TRUE                                  00512001
              EXIT PARAGRAPH                                            00513001
           END-IF                                                       00514001
           MOVE QLK-PCT                    TO WS-OLD-PCT                00514503
           MOVE WS-AT-NEW-SCORE(WS-AT-IDX) TO QLK-SCORE                 00515001
           MOVE WS-AT-NEW-AMT(WS-AT-IDX)   TO QLK-Q-AMOUNT              00516001
           MOVE WS-NEW-PCT                 TO QLK-PCT                   00517001
              EXIT PARAGRAPH                                            00523001
           END-IF                                                       00524001
           ADD 1 TO WS-REGRADED                                         00525001
           PERFORM PROC-POST-REGRADE                                    00525503
           PERFORM PROC-SET-NEWPASS                                     00526001
           PERFORM PROC-WRITE-TRAIL                                     00527001
           PERFORM PROC-REPORT-ATTEMPT                                  00528001
           EXIT.                                                        00528103
      ******************************************************************00528203
      *    POSTS THE REWRITE TO THE HISTORY CONTROL TOTALS (SEE         00528303
      *    QZCTLMOD) - THE OLD IMAGE OUT AND THE NEW ONE IN, SO THE     00528403
      *    COUNT IS UNCHANGED AND THE SCORE HASH MOVES BY EXACTLY       00528503
      *    WHAT THE TRAIL RECORD SAYS.                                  00528603
       PROC-POST-REGRADE.                                               00528703
           MOVE 'P'                        TO WS-CTL-FUNC               00528803
           MOVE 'QUIZLOGK'                 TO WS-CTL-FILE               00528903
           MOVE 'A'                        TO WS-CTL-KIND               00529003
           MOVE 'QZREGRAD'                 TO WS-CTL-SOURCE             00529103
           MOVE QLK-START-DATE             TO WS-CTL-DAY                00529203
           MOVE QLK-KEY                    TO WS-CTL-KEY-TEXT           00529303
           MOVE 0                          TO WS-CTL-POS                00529403
           MOVE '-'                        TO WS-CTL-SIGN               00529503
           MOVE WS-AT-OLD-SCORE(WS-AT-IDX) TO WS-CTL-SCORE              00529603
           MOVE WS-AT-OLD-AMT(WS-AT-IDX)   TO WS-CTL-AMOUNT             00529703
           MOVE WS-OLD-PCT                 TO WS-CTL-PCT                00529803
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            00529903
           MOVE '+'                        TO WS-CTL-SIGN               00530003
           MOVE QLK-SCORE                  TO WS-CTL-SCORE              00530103
           MOVE QLK-Q-AMOUNT               TO WS-CTL-AMOUNT             00530203
           MOVE QLK-PCT                    TO WS-CTL-PCT                00530303
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            00530403
           EXIT.                                                        00530503
      ******************************************************************00530603
      *    HANDS THE HELD CONTROL TOTALS TO QZCTLTOT.                   00530703
       PROC-FLUSH-CONTROL.                                              00530803
           MOVE 'F'        TO WS-CTL-FUNC                               00530903
           MOVE 'QZREGRAD' TO WS-CTL-SOURCE                             00531003
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            00531103
           EXIT.                                                        00529001
      ******************************************************************00530001
      *    BROWSES THE OPERATOR'S KEY GROUP FOR THE ATTEMPT'S           00531001
              MOVE WS-AT-NEW-AMT(WS-AT-IDX)   TO ADJ-NEW-AMOUNT         00586001
              MOVE WS-NEW-PCT                 TO ADJ-NEW-PCT            00587001
              MOVE WS-NEWPASS-SW              TO ADJ-NEWPASS            00588001
              MOVE WS-CHAL-ID                 TO ADJ-CHAL-ID            00588504
              WRITE ADJ-RECORD                                          00589001
              IF WS-ADJ-STATUS NOT = '00'                               00590001
                 DISPLAY 'WARNING: QZADJLOG WRITE FAILED, STATUS=',     00591001
