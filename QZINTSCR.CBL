       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZINTSCR.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          ANSWER-PATTERN INTEGRITY SCREENING OFF QUIZDTL. THE    00110001
      *          DETAIL TRAIL ALREADY HOLDS EVERY SUBMITTED LETTER,     00120001
      *          THE POSITION IT WAS GIVEN IN AND THE CONSOLE RESPONSE  00130001
      *          SECONDS, SO THE ATTEMPTS ARE REBUILT FROM IT AND       00140001
      *          THREE PATTERNS ARE LOOKED FOR:                         00150001
      *             PAIR - TWO OPERATORS, SAME DATE, TOPIC AND FORM     00160001
      *                    (SAME QUESTION AT EVERY POSITION), WHOSE     00170001
      *                    WRONG ANSWERS ARE NEARLY ALL THE SAME        00180001
      *                    WRONG LETTERS                                00190001
      *             FAST - A CONSOLE ATTEMPT THAT PASSED WITH AN        00200001
      *                    AVERAGE RESPONSE TIME TOO SHORT TO HAVE      00210001
      *                    READ THE QUESTIONS                           00220001
      *             GAP  - AN OPERATOR WHOSE AVERAGE CONSOLE SCORE ON   00230001
      *                    A TOPIC IS FAR ABOVE THEIR AVERAGE BATCH     00240001
      *                    (SHEET) SCORE ON THE SAME TOPIC              00250001
      *          THE OUTPUT IS A REFERRAL LIST FOR A SUPERVISOR, NOT    00260001
      *          A VERDICT. EVERY FLAGGED ATTEMPT IS ALSO APPENDED TO   00270001
      *          QZFLAGS (ONCE PER ATTEMPT AND REASON, HOWEVER OFTEN    00280001
      *          THE SCREEN IS RUN) SO QZCERTVF CAN SHOW A CERTIFICATE  00290001
      *          FROM IT AS UNDER REVIEW.                               00300001
      *                                                                 00310001
      *    INFO                                                         00320001
      *          OPTIONAL JCL PARM IS A SINCE-DATE (YYYYMMDD) - ONLY    00330001
      *          DETAILS DATED ON OR AFTER IT ARE SCREENED. WITH NO     00340001
      *          PARM THE WHOLE QUIZDTL IS SCREENED.                    00350001
      *          A DETAIL WITH A BLANK OVERTIME BYTE CAME FROM A SHEET  00360001
      *          (ORQMOD02 BATCH-CHECK OR QZCLSCHK), ANY OTHER FROM     00370001
      *          THE CONSOLE. PASS LINES COME FROM QZTOPICS (80 WHEN    00380001
      *          A TOPIC HAS NO PROFILE). QUIZDTL CARRIES NO START      00390001
      *          TIME, SO EACH FLAGGED ATTEMPT IS MATCHED BACK TO ITS   00400001
      *          QUIZLOGK RECORD ON OPERATOR/TOPIC/DATE AND THE         00410001
      *          SUBMITTED LETTERS; WHEN NONE MATCHES THE FLAG IS       00420001
      *          RECORDED WITH TIME 0 AND COVERS THE WHOLE DAY.         00430001
      *                                                                 00440001
      *          RETURN-CODE 0 = NOTHING FLAGGED                        00450001
      *                      4 = REFERRALS LISTED                       00460001
      *                     12 = QUIZDTL NOT AVAILABLE OR NOT READ      00461003
      *                          TO THE END, OR QZFLAGS                 00462003
      *                          COULD NOT BE WRITTEN                   00480001
      *                                                                 00490001
      ******************************************************************00500001
      *                                                                 00510001
      *    PROJECT CONTAINS:                                            00520001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00530001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00540001
      *          SUB PGM MODULES   ORQMOD02.CBL   QUIZ PART             00550001
      *          UTILITY PGM       QZCERTVF.CBL   CERTIFICATE SERIAL    00560001
      *                                           VERIFICATION          00570001
      *          UTILITY PGM       QZCLSCHK.CBL   CLASS SCORING OFF     00580001
      *                                           QUIZSUB               00590001
      *          REPORT PGM        QZINTSCR.CBL   ANSWER-PATTERN        00600001
      *                                           INTEGRITY SCREENING   00610001
      *                                                                 00620001
      ******************************************************************00630001
      *    MODIFICATION HISTORY                                         00640001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00650001
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00651002
      *                    BYTES) AND QUIZDTL DTL-RELEASE (NOW 47       00652002
      *                    BYTES) - LAYOUT ONLY                         00653002
      *    2026-10-15 PAK  A GOOD QUIZDTL LOAD NO LONGER ENDS RC 12,    00654003
      *                    AND A READ ERROR NOW ENDS RC 12 INSTEAD      00655003
      *                    OF LOOPING                                   00656003
      ******************************************************************00660001
       ENVIRONMENT DIVISION.                                            00670001
       INPUT-OUTPUT SECTION.                                            00680001
       FILE-CONTROL.                                                    00690001
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00700001
              ORGANIZATION IS SEQUENTIAL                                00710001
              FILE STATUS IS WS-DTL-STATUS.                             00720001
           SELECT QLK-FILE ASSIGN TO "QUIZLOGK"                         00730001
              ORGANIZATION IS INDEXED                                   00740001
              ACCESS MODE IS SEQUENTIAL                                 00750001
              RECORD KEY IS QLK-KEY                                     00760001
              FILE STATUS IS WS-QLOG-STATUS.                            00770001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00780001
              ORGANIZATION IS SEQUENTIAL                                00790001
              FILE STATUS IS WS-TOP-STATUS.                             00800001
           SELECT FLG-FILE ASSIGN TO "QZFLAGS"                          00810001
              ORGANIZATION IS SEQUENTIAL                                00820001
              FILE STATUS IS WS-FLG-STATUS.                             00830001
      ******************************************************************00840001
       DATA DIVISION.                                                   00850001
       FILE SECTION.                                                    00860001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       00870001
       FD  DTL-FILE                                                     00880001
           RECORDING MODE F                                             00890001
           RECORD CONTAINS 47 CHARACTERS                                00891002
           LABEL RECORDS ARE STANDARD.                                  00910001
       01  DTL-RECORD.                                                  00920001
           05 DTL-OPER-ID       PIC   X(8).                             00930001
           05 DTL-DATE          PIC   9(8).                             00940001
           05 DTL-TOPIC         PIC   X(8).                             00950001
           05 DTL-QID           PIC   X(8).                             00960001
           05 DTL-POS           PIC   9(2).                             00970001
           05 DTL-SUBMITTED     PIC   X.                                00980001
           05 DTL-CORRECT       PIC   X.                                00990001
           05 DTL-VERDICT       PIC   X.                                01000001
           05 DTL-SECS          PIC   9(4).                             01010001
           05 DTL-OVER          PIC   X.                                01020001
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            01021002
           05 DTL-RELEASE       PIC   9(5).                             01022002
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   01030001
       FD  QLK-FILE                                                     01040001
           RECORD CONTAINS 84 CHARACTERS.                               01041002
       01  QLK-RECORD.                                                  01060001
           05 QLK-KEY.                                                  01070001
              10 QLK-OPER-ID     PIC   X(8).                            01080001
              10 QLK-TOPIC       PIC   X(8).                            01090001
              10 QLK-START-DATE  PIC   9(8).                            01100001
              10 QLK-START-TIME  PIC   9(8).                            01110001
           05 QLK-STOP-DATE      PIC   9(8).                            01120001
           05 QLK-STOP-TIME      PIC   9(8).                            01130001
           05 QLK-SCORE          PIC   9(3).                            01140001
           05 QLK-Q-AMOUNT       PIC   9(3).                            01150001
           05 QLK-PCT            PIC   9(3)V99.                         01160001
           05 QLK-LETTERS        PIC   X(20).                           01170001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    01171002
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  01172002
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        01173002
           05 QLK-RELEASE        PIC   9(5).                            01174002
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS - ONLY THE      01180001
      *    PASS PERCENT MATTERS HERE.                                   01190001
       FD  TOP-FILE                                                     01200001
           RECORDING MODE F                                             01210001
           RECORD CONTAINS 80 CHARACTERS                                01220001
           LABEL RECORDS ARE STANDARD.                                  01230001
       01  TOP-RECORD.                                                  01240001
           05 TOP-TOPIC          PIC   X(8).                            01250001
           05 FILLER             PIC   X.                               01260001
           05 TOP-PASS-PCT       PIC   9(3).                            01270001
           05 FILLER             PIC   X.                               01280001
           05 TOP-BORDER-PCT     PIC   9(3).                            01290001
           05 FILLER             PIC   X.                               01300001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01310001
           05 FILLER             PIC   X.                               01320001
           05 TOP-MAX-FAILS      PIC   9.                               01330001
           05 FILLER             PIC   X(58).                           01340001
      *    ONE RECORD PER FLAGGED ATTEMPT AND REASON (PAIR/FAST/GAP).   01350001
      *    TIME 0 MEANS THE ATTEMPT WAS NOT FOUND ON QUIZLOGK AND THE   01360001
      *    FLAG COVERS EVERY ATTEMPT OF THAT OPERATOR/TOPIC/DATE.       01370001
       FD  FLG-FILE                                                     01380001
           RECORDING MODE F                                             01390001
           RECORD CONTAINS 80 CHARACTERS                                01400001
           LABEL RECORDS ARE STANDARD.                                  01410001
       01  FLG-RECORD.                                                  01420001
           05 FLG-OPER-ID        PIC   X(8).                            01430001
           05 FILLER             PIC   X.                               01440001
           05 FLG-TOPIC          PIC   X(8).                            01450001
           05 FILLER             PIC   X.                               01460001
           05 FLG-DATE           PIC   9(8).                            01470001
           05 FILLER             PIC   X.                               01480001
           05 FLG-TIME           PIC   9(8).                            01490001
           05 FILLER             PIC   X.                               01500001
           05 FLG-REASON         PIC   X(4).                            01510001
           05 FILLER             PIC   X.                               01520001
           05 FLG-RUN-DATE       PIC   9(8).                            01530001
           05 FILLER             PIC   X.                               01540001
           05 FLG-DETAIL         PIC   X(30).                           01550001
      ******************************************************************01560001
       WORKING-STORAGE SECTION.                                         01570001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01580001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     01590001
          88 WS-DTL-EOF             VALUE '10'.                         01600001
       01 WS-DTL-END-STATUS PIC   XX    VALUE '00'.                     01601003
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     01610001
          88 WS-QLOG-EOF            VALUE '10'.                         01620001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01630001
       01 WS-FLG-STATUS     PIC   XX    VALUE '00'.                     01640001
          88 WS-FLG-EOF             VALUE '10'.                         01650001
       01 WS-RUN-DATE       PIC   9(8).                                 01660001
       01 WS-SINCE-DATE     PIC   9(8)  VALUE 0.                        01670001
       01 WS-PASS-PCT       PIC   9(3).                                 01680001
      * --------------------------------------------------------------- 01690001
      *    SCREENING LINES. A PAIR NEEDS AT LEAST WS-PAIR-MIN SHARED    01700001
      *    WRONG LETTERS MAKING UP WS-PAIR-PCT OF THE QUESTIONS         01710001
      *    EITHER OF THEM GOT WRONG; FAST IS A PASSING CONSOLE          01720001
      *    AVERAGE UNDER WS-FAST-SECS A QUESTION; GAP IS A CONSOLE      01730001
      *    AVERAGE WS-GAP-PCT POINTS OR MORE OVER THE BATCH AVERAGE.    01740001
       01 WS-PAIR-MIN       PIC   9(2)  VALUE 3.                        01750001
       01 WS-PAIR-PCT       PIC   9(3)  VALUE 80.                       01760001
       01 WS-FAST-SECS      PIC   9(3)  VALUE 5.                        01770001
       01 WS-GAP-PCT        PIC   9(3)  VALUE 30.                       01780001
      * --------------------------------------------------------------- 01790001
      *    THE QZTOPICS PROFILES, LOADED UP FRONT.                      01800001
       01 WS-TPROF-COUNT    PIC   9(3)  USAGE IS COMP VALUE 0.          01810001
       01 WS-TPROF-TABLE.                                               01820001
        05 WS-TP-ENTRY OCCURS 20 TIMES.                                 01830001
           10 WS-TP-TOPIC     PIC   X(8).                               01840001
           10 WS-TP-PASS      PIC   9(3).                               01850001
       01 WS-TP-IDX         PIC   9(3)  USAGE IS COMP.                  01860001
      * --------------------------------------------------------------- 01870001
      *    ONE ENTRY PER ATTEMPT REBUILT FROM THE DETAILS - A NEW       01880001
      *    ATTEMPT STARTS WHEN OPERATOR/DATE/TOPIC CHANGE OR THE        01890001
      *    POSITION DROPS BACK. THE FORM IS THE QUESTION ID AT EVERY    01900001
      *    POSITION, SO TWO SHEETS OF ONE PRINTED FORM COMPARE EQUAL.   01910001
       01 WS-AT-LIMIT       PIC   9(4)  USAGE IS COMP VALUE 2000.       01920001
       01 WS-AT-COUNT       PIC   9(4)  USAGE IS COMP VALUE 0.          01930001
       01 WS-ATTEMPT-TABLE.                                             01940001
        05 WS-AT-ENTRY OCCURS 2000 TIMES.                               01950001
           10 WS-AT-OPER      PIC   X(8).                               01960001
           10 WS-AT-DATE      PIC   9(8).                               01970001
           10 WS-AT-TOPIC     PIC   X(8).                               01980001
           10 WS-AT-MODE      PIC   X.                                  01990001
              88 WS-AT-CONSOLE        VALUE 'C'.                        02000001
              88 WS-AT-BATCH          VALUE 'B'.                        02010001
           10 WS-AT-LAST-POS  PIC   9(2).                               02020001
           10 WS-AT-ASKED     PIC   9(2)  USAGE IS COMP.                02030001
           10 WS-AT-RIGHT     PIC   9(2)  USAGE IS COMP.                02040001
           10 WS-AT-SECS      PIC   9(7)  USAGE IS COMP.                02050001
           10 WS-AT-PCT       PIC   9(3)V99.                            02060001
           10 WS-AT-PASS-SW   PIC   X.                                  02070001
              88 WS-AT-PASSED         VALUE 'Y'.                        02080001
           10 WS-AT-LETTERS   PIC   X(20).                              02090001
           10 WS-AT-KEYS      PIC   X(20).                              02100001
           10 WS-AT-FORM.                                               02110001
              15 WS-AT-QID    PIC   X(8)  OCCURS 20 TIMES.              02120001
           10 WS-AT-TIME      PIC   9(8).                               02130001
           10 WS-AT-FLAG-SW   PIC   X.                                  02140001
              88 WS-AT-FLAGGED        VALUE 'Y'.                        02150001
       01 WS-AX             PIC   9(4)  USAGE IS COMP.                  02160001
       01 WS-BX             PIC   9(4)  USAGE IS COMP.                  02170001
       01 WS-CUR-AX         PIC   9(4)  USAGE IS COMP VALUE 0.          02180001
       01 WS-PX             PIC   9(2)  USAGE IS COMP.                  02190001
       01 WS-DTL-READ       PIC   9(7)  USAGE IS COMP VALUE 0.          02200001
       01 WS-DTL-SKIPPED    PIC   9(7)  USAGE IS COMP VALUE 0.          02210001
      * --------------------------------------------------------------- 02220001
      *    CONSOLE AND BATCH AVERAGES PER OPERATOR/TOPIC FOR THE GAP    02230001
      *    TEST.                                                        02240001
       01 WS-OT-COUNT       PIC   9(4)  USAGE IS COMP VALUE 0.          02250001
       01 WS-OPER-TOPIC-TABLE.                                          02260001
        05 WS-OT-ENTRY OCCURS 1000 TIMES.                               02270001
           10 WS-OT-OPER      PIC   X(8).                               02280001
           10 WS-OT-TOPIC     PIC   X(8).                               02290001
           10 WS-OT-C-COUNT   PIC   9(4)  USAGE IS COMP.                02300001
           10 WS-OT-C-SUM     PIC   9(7)V99 USAGE IS COMP.              02310001
           10 WS-OT-B-COUNT   PIC   9(4)  USAGE IS COMP.                02320001
           10 WS-OT-B-SUM     PIC   9(7)V99 USAGE IS COMP.              02330001
       01 WS-OX             PIC   9(4)  USAGE IS COMP.                  02340001
       01 WS-HIT-OX         PIC   9(4)  USAGE IS COMP.                  02350001
       01 WS-C-AVG          PIC   9(3)V99.                              02360001
       01 WS-B-AVG          PIC   9(3)V99.                              02370001
      * --------------------------------------------------------------- 02380001
      *    PAIR COMPARISON WORK.                                        02390001
       01 WS-SAME-WRONG     PIC   9(2)  USAGE IS COMP.                  02400001
       01 WS-ANY-WRONG      PIC   9(2)  USAGE IS COMP.                  02410001
       01 WS-WRONG-A        PIC   X.                                    02420001
       01 WS-WRONG-B        PIC   X.                                    02430001
       01 WS-AVG-SECS       PIC   9(4)V9.                               02440001
      * --------------------------------------------------------------- 02450001
      *    FLAGS ALREADY ON QZFLAGS, SO A RERUN DOES NOT RECORD THE     02460001
      *    SAME ATTEMPT AND REASON TWICE.                               02470001
       01 WS-OF-LIMIT       PIC   9(4)  USAGE IS COMP VALUE 3000.       02480001
       01 WS-OF-COUNT       PIC   9(4)  USAGE IS COMP VALUE 0.          02490001
       01 WS-OLD-FLAG-TABLE.                                            02500001
        05 WS-OF-KEY OCCURS 3000 TIMES PIC X(40).                       02510001
       01 WS-OFX            PIC   9(4)  USAGE IS COMP.                  02520001
       01 WS-FLAG-KEY       PIC   X(40).                                02530001
       01 WS-FLAG-REASON    PIC   X(4).                                 02540001
       01 WS-FLAG-DETAIL    PIC   X(30).                                02550001
       01 WS-FLG-OPEN-SW    PIC   X     VALUE 'N'.                      02560001
          88 WS-FLG-OPEN            VALUE 'Y'.                          02570001
       01 WS-FOUND-SW       PIC   X     VALUE 'N'.                      02580001
          88 WS-FOUND               VALUE 'Y'.                          02590001
      * --------------------------------------------------------------- 02600001
       01 WS-CT-PAIR        PIC   9(5)  USAGE IS COMP VALUE 0.          02610001
       01 WS-CT-FAST        PIC   9(5)  USAGE IS COMP VALUE 0.          02620001
       01 WS-CT-GAP         PIC   9(5)  USAGE IS COMP VALUE 0.          02630001
       01 WS-CT-NEW-FLAG    PIC   9(5)  USAGE IS COMP VALUE 0.          02640001
       01 WS-CT-OLD-FLAG    PIC   9(5)  USAGE IS COMP VALUE 0.          02650001
       01 WS-PCT-EDIT       PIC   ZZ9.99.                               02660001
       01 WS-PCT-EDIT2      PIC   ZZ9.99.                               02670001
       01 WS-SECS-EDIT      PIC   ZZZ9.9.                               02680001
       01 WS-NUM-EDIT       PIC   Z9.                                   02690001
       01 WS-NUM-EDIT2      PIC   Z9.                                   02700001
      ******************************************************************02710001
       LINKAGE SECTION.                                                 02720001
       01 PARM-BUFFER.                                                  02730001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02740001
        05 PARM-DATA                    PIC   X(256).                   02750001
      ******************************************************************02760001
       PROCEDURE DIVISION USING PARM-BUFFER.                            02770001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               02780001
           IF PARM-LENGTH > 0                                           02790001
              COMPUTE WS-SINCE-DATE =                                   02800001
                 FUNCTION NUMVAL(PARM-DATA(1:PARM-LENGTH))              02810001
           END-IF                                                       02820001
           DISPLAY WS-HLINE                                             02830001
           DISPLAY 'ANSWER-PATTERN INTEGRITY SCREENING - SINCE ',       02840001
              WS-SINCE-DATE, ' (0 = WHOLE QUIZDTL)'                     02850001
           DISPLAY 'REFERRALS FOR SUPERVISOR REVIEW - NOT A VERDICT'    02860001
           DISPLAY WS-HLINE                                             02870001
           PERFORM PROC-LOAD-TOPIC-PROFILES                             02880001
           PERFORM PROC-LOAD-ATTEMPTS                                   02890001
           IF WS-DTL-STATUS NOT = '00' AND NOT WS-DTL-EOF               02891003
              MOVE 12 TO RETURN-CODE                                    02910001
              GOBACK                                                    02920001
           END-IF                                                       02930001
           PERFORM PROC-FINISH-ATTEMPT                                  02940001
              VARYING WS-AX FROM 1 BY 1                                 02950001
              UNTIL WS-AX > WS-AT-COUNT                                 02960001
           DISPLAY 'SIMILAR WRONG-ANSWER PAIRS (SAME DATE/TOPIC/FORM)'  02970001
           DISPLAY 'DATE     TOPIC    OPERATOR OPERATOR SAME WRONG'     02980001
           PERFORM PROC-SCREEN-PAIRS                                    02990001
              VARYING WS-AX FROM 1 BY 1                                 03000001
              UNTIL WS-AX > WS-AT-COUNT                                 03010001
           IF WS-CT-PAIR = 0                                            03020001
              DISPLAY '  (NONE)'                                        03030001
           END-IF                                                       03040001
           DISPLAY ' '                                                  03050001
           DISPLAY 'FAST CONSOLE PASSES (AVERAGE UNDER ',               03060001
              WS-FAST-SECS, ' SECONDS A QUESTION)'                      03070001
           DISPLAY 'OPERATOR TOPIC    DATE        PCT AVG SECS'         03080001
           PERFORM PROC-SCREEN-FAST                                     03090001
              VARYING WS-AX FROM 1 BY 1                                 03100001
              UNTIL WS-AX > WS-AT-COUNT                                 03110001
           IF WS-CT-FAST = 0                                            03120001
              DISPLAY '  (NONE)'                                        03130001
           END-IF                                                       03140001
           DISPLAY ' '                                                  03150001
           DISPLAY 'CONSOLE SCORES FAR ABOVE BATCH SCORES (',           03160001
              WS-GAP-PCT, ' POINTS OR MORE)'                            03170001
           DISPLAY 'OPERATOR TOPIC    CONSOLE AVG (N)  BATCH AVG (N)'   03180001
           PERFORM PROC-SCREEN-GAP                                      03190001
              VARYING WS-OX FROM 1 BY 1                                 03200001
              UNTIL WS-OX > WS-OT-COUNT                                 03210001
           IF WS-CT-GAP = 0                                             03220001
              DISPLAY '  (NONE)'                                        03230001
           END-IF                                                       03240001
           IF WS-CT-PAIR + WS-CT-FAST + WS-CT-GAP > 0                   03250001
              PERFORM PROC-FIND-START-TIMES                             03260001
              PERFORM PROC-RECORD-FLAGS                                 03270001
           END-IF                                                       03280001
           DISPLAY WS-HLINE                                             03290001
           DISPLAY 'DETAILS READ:         ', WS-DTL-READ                03300001
           DISPLAY 'DETAILS BEFORE SINCE: ', WS-DTL-SKIPPED             03310001
           DISPLAY 'ATTEMPTS SCREENED:    ', WS-AT-COUNT                03320001
           DISPLAY 'PAIRS:                ', WS-CT-PAIR                 03330001
           DISPLAY 'FAST PASSES:          ', WS-CT-FAST                 03340001
           DISPLAY 'CONSOLE/BATCH GAPS:   ', WS-CT-GAP                  03350001
           DISPLAY 'FLAGS RECORDED:       ', WS-CT-NEW-FLAG             03360001
           DISPLAY 'FLAGS ALREADY ON FILE:', WS-CT-OLD-FLAG             03370001
           DISPLAY WS-HLINE                                             03380001
           IF RETURN-CODE = 0                                           03390001
              AND WS-CT-PAIR + WS-CT-FAST + WS-CT-GAP > 0               03400001
              MOVE 4 TO RETURN-CODE                                     03410001
           END-IF                                                       03420001
           GOBACK.                                                      03430001
      ******************************************************************03440001
       PROC-LOAD-TOPIC-PROFILES.                                        03450001
           OPEN INPUT TOP-FILE                                          03460001
           IF WS-TOP-STATUS = '00'                                      03470001
              PERFORM PROC-LOAD-ONE-PROFILE                             03480001
                 UNTIL WS-TOP-STATUS NOT = '00'                         03490001
                 OR WS-TPROF-COUNT = 20                                 03500001
              CLOSE TOP-FILE                                            03510001
           END-IF                                                       03520001
           EXIT.                                                        03530001
      ******************************************************************03540001
       PROC-LOAD-ONE-PROFILE.                                           03550001
           READ TOP-FILE                                                03560001
           IF WS-TOP-STATUS = '00'                                      03570001
              AND TOP-TOPIC NOT = SPACES                                03580001
              ADD 1 TO WS-TPROF-COUNT                                   03590001
              MOVE TOP-TOPIC    TO WS-TP-TOPIC(WS-TPROF-COUNT)          03600001
              MOVE TOP-PASS-PCT TO WS-TP-PASS(WS-TPROF-COUNT)           03610001
           END-IF                                                       03620001
           EXIT.                                                        03630001
      ******************************************************************03640001
       PROC-LOAD-ATTEMPTS.                                              03650001
           OPEN INPUT DTL-FILE                                          03660001
           IF WS-DTL-STATUS NOT = '00'                                  03670001
              DISPLAY 'ERROR: QUIZDTL NOT AVAILABLE (STATUS=',          03680001
                 WS-DTL-STATUS, ')'                                     03690001
              EXIT PARAGRAPH                                            03700001
           END-IF                                                       03710001
           PERFORM PROC-READ-DETAIL                                     03720001
           PERFORM PROC-FOLD-DETAIL                                     03730001
              UNTIL WS-DTL-STATUS NOT = '00'                            03731003
           MOVE WS-DTL-STATUS TO WS-DTL-END-STATUS                      03732003
           CLOSE DTL-FILE                                               03750001
           MOVE WS-DTL-END-STATUS TO WS-DTL-STATUS                      03751003
           IF NOT WS-DTL-EOF                                            03752003
              DISPLAY 'ERROR: QUIZDTL COULD NOT BE READ (STATUS=',      03753003
                 WS-DTL-STATUS, ')'                                     03754003
           END-IF                                                       03755003
           EXIT.                                                        03780001
      ******************************************************************03790001
       PROC-READ-DETAIL.                                                03800001
           READ DTL-FILE                                                03810001
              AT END SET WS-DTL-EOF TO TRUE                             03820001
           END-READ                                                     03830001
           IF WS-DTL-STATUS = '00'                                      03831003
              ADD 1 TO WS-DTL-READ                                      03850001
           END-IF                                                       03860001
           EXIT.                                                        03870001
      ******************************************************************03880001
      *    DETAILS ARRIVE IN WRITE ORDER, ONE ATTEMPT'S POSITIONS IN A  03890001
      *    RUN. POSITIONS PAST 20 CANNOT BE COMPARED AND ARE SKIPPED.   03900001
       PROC-FOLD-DETAIL.                                                03910001
           IF DTL-DATE < WS-SINCE-DATE                                  03920001
              ADD 1 TO WS-DTL-SKIPPED                                   03930001
              MOVE 0 TO WS-CUR-AX                                       03940001
              PERFORM PROC-READ-DETAIL                                  03950001
              EXIT PARAGRAPH                                            03960001
           END-IF                                                       03970001
           IF WS-CUR-AX > 0                                             03980001
              IF WS-AT-OPER(WS-CUR-AX) NOT = DTL-OPER-ID                03990001
                 OR WS-AT-DATE(WS-CUR-AX) NOT = DTL-DATE                04000001
                 OR WS-AT-TOPIC(WS-CUR-AX) NOT = DTL-TOPIC              04010001
                 OR DTL-POS NOT > WS-AT-LAST-POS(WS-CUR-AX)             04020001
                 MOVE 0 TO WS-CUR-AX                                    04030001
              END-IF                                                    04040001
           END-IF                                                       04050001
           IF WS-CUR-AX = 0                                             04060001
              IF WS-AT-COUNT = WS-AT-LIMIT                              04070001
                 DISPLAY 'WARNING: ATTEMPT TABLE FULL - NARROW THE ',   04080001
                    'SINCE-DATE. DETAILS FROM ', DTL-OPER-ID, ' ON ',   04090001
                    DTL-DATE, ' ON ARE NOT SCREENED'                    04100001
                 SET WS-DTL-EOF TO TRUE                                 04110001
                 EXIT PARAGRAPH                                         04120001
              END-IF                                                    04130001
              ADD 1 TO WS-AT-COUNT                                      04140001
              MOVE WS-AT-COUNT TO WS-CUR-AX                             04150001
              INITIALIZE WS-AT-ENTRY(WS-CUR-AX)                         04160001
              MOVE DTL-OPER-ID TO WS-AT-OPER(WS-CUR-AX)                 04170001
              MOVE DTL-DATE    TO WS-AT-DATE(WS-CUR-AX)                 04180001
              MOVE DTL-TOPIC   TO WS-AT-TOPIC(WS-CUR-AX)                04190001
              IF DTL-OVER = SPACE                                       04200001
                 SET WS-AT-BATCH(WS-CUR-AX) TO TRUE                     04210001
              ELSE                                                      04220001
                 SET WS-AT-CONSOLE(WS-CUR-AX) TO TRUE                   04230001
              END-IF                                                    04240001
           END-IF                                                       04250001
           MOVE DTL-POS TO WS-AT-LAST-POS(WS-CUR-AX)                    04260001
           IF DTL-POS > 0 AND DTL-POS NOT > 20                          04270001
              ADD 1 TO WS-AT-ASKED(WS-CUR-AX)                           04280001
              IF DTL-VERDICT = 'C'                                      04290001
                 ADD 1 TO WS-AT-RIGHT(WS-CUR-AX)                        04300001
              END-IF                                                    04310001
              ADD DTL-SECS TO WS-AT-SECS(WS-CUR-AX)                     04320001
              MOVE DTL-SUBMITTED                                        04330001
                 TO WS-AT-LETTERS(WS-CUR-AX)(DTL-POS:1)                 04340001
              MOVE DTL-CORRECT TO WS-AT-KEYS(WS-CUR-AX)(DTL-POS:1)      04350001
              MOVE DTL-QID TO WS-AT-QID(WS-CUR-AX, DTL-POS)             04360001
           END-IF                                                       04370001
           PERFORM PROC-READ-DETAIL                                     04380001
           EXIT.                                                        04390001
      ******************************************************************04400001
      *    PERCENT AND PASS BY THE TOPIC'S OWN LINE, AND THE ATTEMPT    04410001
      *    ADDED TO ITS OPERATOR/TOPIC CONSOLE OR BATCH AVERAGE.        04420001
       PROC-FINISH-ATTEMPT.                                             04430001
           IF WS-AT-ASKED(WS-AX) = 0                                    04440001
              EXIT PARAGRAPH                                            04450001
           END-IF                                                       04460001
           COMPUTE WS-AT-PCT(WS-AX) ROUNDED =                           04470001
              WS-AT-RIGHT(WS-AX) * 100 / WS-AT-ASKED(WS-AX)             04480001
           MOVE 80 TO WS-PASS-PCT                                       04490001
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1                        04500001
              UNTIL WS-TP-IDX > WS-TPROF-COUNT                          04510001
              IF WS-TP-TOPIC(WS-TP-IDX) = WS-AT-TOPIC(WS-AX)            04520001
                 MOVE WS-TP-PASS(WS-TP-IDX) TO WS-PASS-PCT              04530001
                 MOVE WS-TPROF-COUNT TO WS-TP-IDX                       04540001
              END-IF                                                    04550001
           END-PERFORM                                                  04560001
           IF WS-AT-PCT(WS-AX) >= WS-PASS-PCT                           04570001
              MOVE 'Y' TO WS-AT-PASS-SW(WS-AX)                          04580001
           END-IF                                                       04590001
           MOVE 'N' TO WS-FOUND-SW                                      04600001
           PERFORM VARYING WS-OX FROM 1 BY 1                            04610001
              UNTIL WS-OX > WS-OT-COUNT                                 04620001
              IF WS-OT-OPER(WS-OX) = WS-AT-OPER(WS-AX)                  04630001
                 AND WS-OT-TOPIC(WS-OX) = WS-AT-TOPIC(WS-AX)            04640001
                 SET WS-FOUND TO TRUE                                   04650001
                 MOVE WS-OX TO WS-HIT-OX                                04660001
                 MOVE WS-OT-COUNT TO WS-OX                              04670001
              END-IF                                                    04680001
           END-PERFORM                                                  04690001
           IF WS-FOUND                                                  04700001
              MOVE WS-HIT-OX TO WS-OX                                   04710001
           ELSE                                                         04720001
              IF WS-OT-COUNT = 1000                                     04730001
                 DISPLAY 'WARNING: OPERATOR/TOPIC TABLE FULL - ',       04740001
                    WS-AT-OPER(WS-AX), ' ', WS-AT-TOPIC(WS-AX),         04750001
                    ' NOT IN THE GAP TEST'                              04760001
                 EXIT PARAGRAPH                                         04770001
              END-IF                                                    04780001
              ADD 1 TO WS-OT-COUNT                                      04790001
              MOVE WS-OT-COUNT TO WS-OX                                 04800001
              INITIALIZE WS-OT-ENTRY(WS-OX)                             04810001
              MOVE WS-AT-OPER(WS-AX)  TO WS-OT-OPER(WS-OX)              04820001
              MOVE WS-AT-TOPIC(WS-AX) TO WS-OT-TOPIC(WS-OX)             04830001
           END-IF                                                       04840001
           IF WS-AT-CONSOLE(WS-AX)                                      04850001
              ADD 1 TO WS-OT-C-COUNT(WS-OX)                             04860001
              ADD WS-AT-PCT(WS-AX) TO WS-OT-C-SUM(WS-OX)                04870001
           ELSE                                                         04880001
              ADD 1 TO WS-OT-B-COUNT(WS-OX)                             04890001
              ADD WS-AT-PCT(WS-AX) TO WS-OT-B-SUM(WS-OX)                04900001
           END-IF                                                       04910001
           EXIT.                                                        04920001
      ******************************************************************04930001
      *    EVERY LATER ATTEMPT BY ANOTHER OPERATOR ON THE SAME DATE,    04940001
      *    TOPIC AND FORM IS COMPARED WITH THIS ONE.                    04950001
       PROC-SCREEN-PAIRS.                                               04960001
           IF WS-AT-ASKED(WS-AX) = 0                                    04970001
              EXIT PARAGRAPH                                            04980001
           END-IF                                                       04990001
           PERFORM PROC-COMPARE-PAIR                                    05000001
              VARYING WS-BX FROM WS-AX BY 1                             05010001
              UNTIL WS-BX > WS-AT-COUNT                                 05020001
           EXIT.                                                        05030001
      ******************************************************************05040001
       PROC-COMPARE-PAIR.                                               05050001
           IF WS-BX = WS-AX                                             05060001
              OR WS-AT-DATE(WS-BX) NOT = WS-AT-DATE(WS-AX)              05070001
              OR WS-AT-TOPIC(WS-BX) NOT = WS-AT-TOPIC(WS-AX)            05080001
              OR WS-AT-OPER(WS-BX) = WS-AT-OPER(WS-AX)                  05090001
              OR WS-AT-ASKED(WS-BX) NOT = WS-AT-ASKED(WS-AX)            05100001
              OR WS-AT-FORM(WS-BX) NOT = WS-AT-FORM(WS-AX)              05110001
              EXIT PARAGRAPH                                            05120001
           END-IF                                                       05130001
           MOVE 0 TO WS-SAME-WRONG WS-ANY-WRONG                         05140001
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 20           05150001
              MOVE 'N' TO WS-WRONG-A WS-WRONG-B                         05160001
              IF WS-AT-LETTERS(WS-AX)(WS-PX:1)                          05170001
                 NOT = WS-AT-KEYS(WS-AX)(WS-PX:1)                       05180001
                 MOVE 'Y' TO WS-WRONG-A                                 05190001
              END-IF                                                    05200001
              IF WS-AT-LETTERS(WS-BX)(WS-PX:1)                          05210001
                 NOT = WS-AT-KEYS(WS-BX)(WS-PX:1)                       05220001
                 MOVE 'Y' TO WS-WRONG-B                                 05230001
              END-IF                                                    05240001
              IF WS-WRONG-A = 'Y' OR WS-WRONG-B = 'Y'                   05250001
                 ADD 1 TO WS-ANY-WRONG                                  05260001
              END-IF                                                    05270001
              IF WS-WRONG-A = 'Y' AND WS-WRONG-B = 'Y'                  05280001
                 AND WS-AT-LETTERS(WS-AX)(WS-PX:1) NOT = SPACE          05290001
                 AND WS-AT-LETTERS(WS-AX)(WS-PX:1)                      05300001
                    = WS-AT-LETTERS(WS-BX)(WS-PX:1)                     05310001
                 ADD 1 TO WS-SAME-WRONG                                 05320001
              END-IF                                                    05330001
           END-PERFORM                                                  05340001
           IF WS-SAME-WRONG < WS-PAIR-MIN                               05350001
              OR WS-SAME-WRONG * 100 < WS-ANY-WRONG * WS-PAIR-PCT       05360001
              EXIT PARAGRAPH                                            05370001
           END-IF                                                       05380001
           ADD 1 TO WS-CT-PAIR                                          05390001
           MOVE WS-SAME-WRONG TO WS-NUM-EDIT                            05400001
           MOVE WS-ANY-WRONG  TO WS-NUM-EDIT2                           05410001
           DISPLAY WS-AT-DATE(WS-AX), ' ', WS-AT-TOPIC(WS-AX), ' ',     05420001
              WS-AT-OPER(WS-AX), ' ', WS-AT-OPER(WS-BX), ' ',           05430001
              WS-NUM-EDIT, ' OF ', WS-NUM-EDIT2                         05440001
           MOVE 'Y' TO WS-AT-FLAG-SW(WS-AX) WS-AT-FLAG-SW(WS-BX)        05450001
           EXIT.                                                        05460001
      ******************************************************************05470001
       PROC-SCREEN-FAST.                                                05480001
           IF NOT WS-AT-CONSOLE(WS-AX)                                  05490001
              OR NOT WS-AT-PASSED(WS-AX)                                05500001
              EXIT PARAGRAPH                                            05510001
           END-IF                                                       05520001
           COMPUTE WS-AVG-SECS ROUNDED =                                05530001
              WS-AT-SECS(WS-AX) / WS-AT-ASKED(WS-AX)                    05540001
           IF WS-AVG-SECS NOT < WS-FAST-SECS                            05550001
              EXIT PARAGRAPH                                            05560001
           END-IF                                                       05570001
           ADD 1 TO WS-CT-FAST                                          05580001
           MOVE WS-AT-PCT(WS-AX) TO WS-PCT-EDIT                         05590001
           MOVE WS-AVG-SECS      TO WS-SECS-EDIT                        05600001
           DISPLAY WS-AT-OPER(WS-AX), ' ', WS-AT-TOPIC(WS-AX), ' ',     05610001
              WS-AT-DATE(WS-AX), ' ', WS-PCT-EDIT, ' ', WS-SECS-EDIT    05620001
           MOVE 'Y' TO WS-AT-FLAG-SW(WS-AX)                             05630001
           EXIT.                                                        05640001
      ******************************************************************05650001
      *    BOTH KINDS OF ATTEMPT ARE NEEDED TO COMPARE - AN OPERATOR    05660001
      *    WHO ONLY EVER SAT ONE KIND IS NOT IN THIS TEST.              05670001
       PROC-SCREEN-GAP.                                                 05680001
           IF WS-OT-C-COUNT(WS-OX) = 0                                  05690001
              OR WS-OT-B-COUNT(WS-OX) = 0                               05700001
              EXIT PARAGRAPH                                            05710001
           END-IF                                                       05720001
           COMPUTE WS-C-AVG ROUNDED =                                   05730001
              WS-OT-C-SUM(WS-OX) / WS-OT-C-COUNT(WS-OX)                 05740001
           COMPUTE WS-B-AVG ROUNDED =                                   05750001
              WS-OT-B-SUM(WS-OX) / WS-OT-B-COUNT(WS-OX)                 05760001
           IF WS-C-AVG < WS-B-AVG + WS-GAP-PCT                          05770001
              EXIT PARAGRAPH                                            05780001
           END-IF                                                       05790001
           ADD 1 TO WS-CT-GAP                                           05800001
           MOVE WS-C-AVG TO WS-PCT-EDIT                                 05810001
           MOVE WS-B-AVG TO WS-PCT-EDIT2                                05820001
           DISPLAY WS-OT-OPER(WS-OX), ' ', WS-OT-TOPIC(WS-OX), ' ',     05830001
              WS-PCT-EDIT, ' (', WS-OT-C-COUNT(WS-OX), ')  ',           05840001
              WS-PCT-EDIT2, ' (', WS-OT-B-COUNT(WS-OX), ')'             05850001
      *    THE PASSING CONSOLE ATTEMPTS ARE WHAT A CERTIFICATE COMES    05860001
      *    FROM, SO THOSE ARE THE ONES MARKED.                          05870001
           PERFORM VARYING WS-AX FROM 1 BY 1                            05880001
              UNTIL WS-AX > WS-AT-COUNT                                 05890001
              IF WS-AT-OPER(WS-AX) = WS-OT-OPER(WS-OX)                  05900001
                 AND WS-AT-TOPIC(WS-AX) = WS-OT-TOPIC(WS-OX)            05910001
                 AND WS-AT-CONSOLE(WS-AX)                               05920001
                 AND WS-AT-PASSED(WS-AX)                                05930001
                 MOVE 'Y' TO WS-AT-FLAG-SW(WS-AX)                       05940001
              END-IF                                                    05950001
           END-PERFORM                                                  05960001
           EXIT.                                                        05970001
      ******************************************************************05980001
      *    ONE PASS OVER QUIZLOGK FOR THE START TIME OF EVERY FLAGGED   05990001
      *    ATTEMPT - THE CERTIFICATE SERIAL CARRIES THAT TIME. NO       06000001
      *    QUIZLOGK JUST LEAVES EVERY FLAG COVERING ITS WHOLE DAY.      06010001
       PROC-FIND-START-TIMES.                                           06020001
           OPEN INPUT QLK-FILE                                          06030001
           IF WS-QLOG-STATUS NOT = '00'                                 06040001
              DISPLAY 'WARNING: QUIZLOGK NOT AVAILABLE (STATUS=',       06050001
                 WS-QLOG-STATUS, ') - FLAGS COVER THE WHOLE DAY'        06060001
              EXIT PARAGRAPH                                            06070001
           END-IF                                                       06080001
           PERFORM PROC-READ-HISTORY                                    06090001
           PERFORM PROC-MATCH-HISTORY                                   06100001
              UNTIL WS-QLOG-EOF                                         06110001
           CLOSE QLK-FILE                                               06120001
           EXIT.                                                        06130001
      ******************************************************************06140001
       PROC-READ-HISTORY.                                               06150001
           READ QLK-FILE                                                06160001
              AT END SET WS-QLOG-EOF TO TRUE                            06170001
           END-READ                                                     06180001
           EXIT.                                                        06190001
      ******************************************************************06200001
       PROC-MATCH-HISTORY.                                              06210001
           IF QLK-START-DATE NOT < WS-SINCE-DATE                        06220001
              PERFORM VARYING WS-AX FROM 1 BY 1                         06230001
                 UNTIL WS-AX > WS-AT-COUNT                              06240001
                 IF WS-AT-FLAGGED(WS-AX)                                06250001
                    AND WS-AT-TIME(WS-AX) = 0                           06260001
                    AND WS-AT-OPER(WS-AX) = QLK-OPER-ID                 06270001
                    AND WS-AT-TOPIC(WS-AX) = QLK-TOPIC                  06280001
                    AND WS-AT-DATE(WS-AX) = QLK-START-DATE              06290001
                    AND WS-AT-LETTERS(WS-AX) = QLK-LETTERS              06300001
                    MOVE QLK-START-TIME TO WS-AT-TIME(WS-AX)            06310001
                    MOVE WS-AT-COUNT TO WS-AX                           06320001
                 END-IF                                                 06330001
              END-PERFORM                                               06340001
           END-IF                                                       06350001
           PERFORM PROC-READ-HISTORY                                    06360001
           EXIT.                                                        06370001
      ******************************************************************06380001
      *    THE FLAGS ALREADY ON FILE ARE READ FIRST, THEN EVERY NEW     06390001
      *    ATTEMPT/REASON IS APPENDED. A MISSING QZFLAGS IS CREATED.    06400001
       PROC-RECORD-FLAGS.                                               06410001
           OPEN INPUT FLG-FILE                                          06420001
           IF WS-FLG-STATUS = '00'                                      06430001
              PERFORM PROC-LOAD-OLD-FLAG                                06440001
                 UNTIL WS-FLG-EOF                                       06450001
              CLOSE FLG-FILE                                            06460001
           END-IF                                                       06470001
           IF WS-OF-COUNT > WS-OF-LIMIT                                 06480001
              DISPLAY 'WARNING: QZFLAGS HOLDS MORE THAN ', WS-OF-LIMIT, 06490001
                 ' FLAGS - SOME MAY BE RECORDED TWICE'                  06500001
           END-IF                                                       06510001
           OPEN EXTEND FLG-FILE                                         06520001
           IF WS-FLG-STATUS = '35'                                      06530001
              OPEN OUTPUT FLG-FILE                                      06540001
           END-IF                                                       06550001
           IF WS-FLG-STATUS NOT = '00'                                  06560001
              DISPLAY 'ERROR: QZFLAGS COULD NOT BE WRITTEN (STATUS=',   06570001
                 WS-FLG-STATUS, ') - REFERRALS NOT RECORDED'            06580001
              MOVE 12 TO RETURN-CODE                                    06590001
              EXIT PARAGRAPH                                            06600001
           END-IF                                                       06610001
           SET WS-FLG-OPEN TO TRUE                                      06620001
           PERFORM PROC-FLAG-ATTEMPT                                    06630001
              VARYING WS-AX FROM 1 BY 1                                 06640001
              UNTIL WS-AX > WS-AT-COUNT                                 06650001
           CLOSE FLG-FILE                                               06660001
           EXIT.                                                        06670001
      ******************************************************************06680001
       PROC-LOAD-OLD-FLAG.                                              06690001
           READ FLG-FILE                                                06700001
              AT END SET WS-FLG-EOF TO TRUE                             06710001
           END-READ                                                     06720001
           IF NOT WS-FLG-EOF                                            06730001
              ADD 1 TO WS-OF-COUNT                                      06740001
              IF WS-OF-COUNT NOT > WS-OF-LIMIT                          06750001
                 MOVE FLG-RECORD(1:40) TO WS-OF-KEY(WS-OF-COUNT)        06760001
              END-IF                                                    06770001
           END-IF                                                       06780001
           EXIT.                                                        06790001
      ******************************************************************06800001
      *    AN ATTEMPT CAN BE FLAGGED FOR MORE THAN ONE REASON - EACH    06810001
      *    REASON THAT APPLIES GETS ITS OWN RECORD.                     06820001
       PROC-FLAG-ATTEMPT.                                               06830001
           IF NOT WS-AT-FLAGGED(WS-AX)                                  06840001
              EXIT PARAGRAPH                                            06850001
           END-IF                                                       06860001
           PERFORM PROC-FLAG-PAIR                                       06870001
           IF WS-AT-CONSOLE(WS-AX) AND WS-AT-PASSED(WS-AX)              06880001
              COMPUTE WS-AVG-SECS ROUNDED =                             06890001
                 WS-AT-SECS(WS-AX) / WS-AT-ASKED(WS-AX)                 06900001
              IF WS-AVG-SECS < WS-FAST-SECS                             06910001
                 MOVE WS-AVG-SECS TO WS-SECS-EDIT                       06920001
                 MOVE 'FAST' TO WS-FLAG-REASON                          06930001
                 MOVE SPACES TO WS-FLAG-DETAIL                          06940001
                 STRING 'AVERAGE ' WS-SECS-EDIT ' SECS A QUESTION'      06950001
                    DELIMITED BY SIZE INTO WS-FLAG-DETAIL               06960001
                 PERFORM PROC-WRITE-FLAG                                06970001
              END-IF                                                    06980001
              PERFORM PROC-FLAG-GAP                                     06990001
           END-IF                                                       07000001
           EXIT.                                                        07010001
      ******************************************************************07020001
      *    THE FIRST PARTNER FOUND IS NAMED ON THE FLAG - THE REPORT    07030001
      *    ABOVE LISTS EVERY PAIR.                                      07040001
       PROC-FLAG-PAIR.                                                  07050001
           PERFORM VARYING WS-BX FROM 1 BY 1                            07060001
              UNTIL WS-BX > WS-AT-COUNT                                 07070001
              IF WS-BX NOT = WS-AX                                      07080001
                 AND WS-AT-FLAGGED(WS-BX)                               07090001
                 AND WS-AT-DATE(WS-BX) = WS-AT-DATE(WS-AX)              07100001
                 AND WS-AT-TOPIC(WS-BX) = WS-AT-TOPIC(WS-AX)            07110001
                 AND WS-AT-OPER(WS-BX) NOT = WS-AT-OPER(WS-AX)          07120001
                 AND WS-AT-ASKED(WS-BX) = WS-AT-ASKED(WS-AX)            07130001
                 AND WS-AT-FORM(WS-BX) = WS-AT-FORM(WS-AX)              07140001
                 PERFORM PROC-COUNT-SHARED                              07150001
                 IF WS-SAME-WRONG NOT < WS-PAIR-MIN                     07160001
                    AND WS-SAME-WRONG * 100                             07170001
                       NOT < WS-ANY-WRONG * WS-PAIR-PCT                 07180001
                    MOVE WS-SAME-WRONG TO WS-NUM-EDIT                   07190001
                    MOVE 'PAIR' TO WS-FLAG-REASON                       07200001
                    MOVE SPACES TO WS-FLAG-DETAIL                       07210001
                    STRING 'WITH ' WS-AT-OPER(WS-BX) ' '                07220001
                       WS-NUM-EDIT ' SAME WRONG'                        07230001
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL            07240001
                    PERFORM PROC-WRITE-FLAG                             07250001
                    MOVE WS-AT-COUNT TO WS-BX                           07260001
                 END-IF                                                 07270001
              END-IF                                                    07280001
           END-PERFORM                                                  07290001
           EXIT.                                                        07300001
      ******************************************************************07310001
       PROC-COUNT-SHARED.                                               07320001
           MOVE 0 TO WS-SAME-WRONG WS-ANY-WRONG                         07330001
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 20           07340001
              MOVE 'N' TO WS-WRONG-A WS-WRONG-B                         07350001
              IF WS-AT-LETTERS(WS-AX)(WS-PX:1)                          07360001
                 NOT = WS-AT-KEYS(WS-AX)(WS-PX:1)                       07370001
                 MOVE 'Y' TO WS-WRONG-A                                 07380001
              END-IF                                                    07390001
              IF WS-AT-LETTERS(WS-BX)(WS-PX:1)                          07400001
                 NOT = WS-AT-KEYS(WS-BX)(WS-PX:1)                       07410001
                 MOVE 'Y' TO WS-WRONG-B                                 07420001
              END-IF                                                    07430001
              IF WS-WRONG-A = 'Y' OR WS-WRONG-B = 'Y'                   07440001
                 ADD 1 TO WS-ANY-WRONG                                  07450001
              END-IF                                                    07460001
              IF WS-WRONG-A = 'Y' AND WS-WRONG-B = 'Y'                  07470001
                 AND WS-AT-LETTERS(WS-AX)(WS-PX:1) NOT = SPACE          07480001
                 AND WS-AT-LETTERS(WS-AX)(WS-PX:1)                      07490001
                    = WS-AT-LETTERS(WS-BX)(WS-PX:1)                     07500001
                 ADD 1 TO WS-SAME-WRONG                                 07510001
              END-IF                                                    07520001
           END-PERFORM                                                  07530001
           EXIT.                                                        07540001
      ******************************************************************07550001
       PROC-FLAG-GAP.                                                   07560001
           PERFORM VARYING WS-OX FROM 1 BY 1                            07570001
              UNTIL WS-OX > WS-OT-COUNT                                 07580001
              IF WS-OT-OPER(WS-OX) = WS-AT-OPER(WS-AX)                  07590001
                 AND WS-OT-TOPIC(WS-OX) = WS-AT-TOPIC(WS-AX)            07600001
                 AND WS-OT-C-COUNT(WS-OX) > 0                           07610001
                 AND WS-OT-B-COUNT(WS-OX) > 0                           07620001
                 COMPUTE WS-C-AVG ROUNDED =                             07630001
                    WS-OT-C-SUM(WS-OX) / WS-OT-C-COUNT(WS-OX)           07640001
                 COMPUTE WS-B-AVG ROUNDED =                             07650001
                    WS-OT-B-SUM(WS-OX) / WS-OT-B-COUNT(WS-OX)           07660001
                 IF WS-C-AVG NOT < WS-B-AVG + WS-GAP-PCT                07670001
                    MOVE WS-C-AVG TO WS-PCT-EDIT                        07680001
                    MOVE WS-B-AVG TO WS-PCT-EDIT2                       07690001
                    MOVE 'GAP ' TO WS-FLAG-REASON                       07700001
                    MOVE SPACES TO WS-FLAG-DETAIL                       07710001
                    STRING 'CONSOLE ' WS-PCT-EDIT ' BATCH '             07720001
                       WS-PCT-EDIT2                                     07730001
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL            07740001
                    PERFORM PROC-WRITE-FLAG                             07750001
                 END-IF                                                 07760001
                 MOVE WS-OT-COUNT TO WS-OX                              07770001
              END-IF                                                    07780001
           END-PERFORM                                                  07790001
           EXIT.                                                        07800001
      ******************************************************************07810001
       PROC-WRITE-FLAG.                                                 07820001
           MOVE SPACES              TO FLG-RECORD                       07830001
           MOVE WS-AT-OPER(WS-AX)   TO FLG-OPER-ID                      07840001
           MOVE WS-AT-TOPIC(WS-AX)  TO FLG-TOPIC                        07850001
           MOVE WS-AT-DATE(WS-AX)   TO FLG-DATE                         07860001
           MOVE WS-AT-TIME(WS-AX)   TO FLG-TIME                         07870001
           MOVE WS-FLAG-REASON      TO FLG-REASON                       07880001
           MOVE FLG-RECORD(1:40)    TO WS-FLAG-KEY                      07890001
           MOVE 'N' TO WS-FOUND-SW                                      07900001
           PERFORM VARYING WS-OFX FROM 1 BY 1                           07910001
              UNTIL WS-OFX > WS-OF-COUNT                                07920001
                 OR WS-OFX > WS-OF-LIMIT                                07930001
              IF WS-OF-KEY(WS-OFX) = WS-FLAG-KEY                        07940001
                 SET WS-FOUND TO TRUE                                   07950001
                 MOVE WS-OF-COUNT TO WS-OFX                             07960001
              END-IF                                                    07970001
           END-PERFORM                                                  07980001
           IF WS-FOUND                                                  07990001
              ADD 1 TO WS-CT-OLD-FLAG                                   08000001
              EXIT PARAGRAPH                                            08010001
           END-IF                                                       08020001
           MOVE WS-RUN-DATE    TO FLG-RUN-DATE                          08030001
           MOVE WS-FLAG-DETAIL TO FLG-DETAIL                            08040001
           WRITE FLG-RECORD                                             08050001
           IF WS-FLG-STATUS NOT = '00'                                  08060001
              DISPLAY 'ERROR: QZFLAGS WRITE FAILED (STATUS=',           08070001
                 WS-FLG-STATUS, ') FOR ', FLG-OPER-ID                   08080001
              MOVE 12 TO RETURN-CODE                                    08090001
              EXIT PARAGRAPH                                            08100001
           END-IF                                                       08110001
           ADD 1 TO WS-CT-NEW-FLAG                                      08120001
           IF WS-OF-COUNT < WS-OF-LIMIT                                 08130001
              ADD 1 TO WS-OF-COUNT                                      08140001
              MOVE WS-FLAG-KEY TO WS-OF-KEY(WS-OF-COUNT)                08150001
           END-IF                                                       08160001
           EXIT.                                                        08170001
       END PROGRAM QZINTSCR.                                            08180001
