       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZHOUSEK.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          NIGHTLY HOUSEKEEPING DRIVER. THE NIGHTLY WORK USED TO  00110001
      *          RUN AS SEPARATE JOBS WITH THEIR PARMS TYPED IN AND     00120001
      *          EVERY RETURN CODE CHECKED BY EYE. THIS ONE STEP RUNS   00130001
      *          THE WHOLE CYCLE IN ORDER, CALLING EACH PROGRAM:        00140001
      *            1 EXTRACT   QZLMSEXT  THE NIGHT'S DELTA FOR THE LMS  00150001
      *            2 RECONCIL  QZLMSRCN  AGAINST THE RETURNED LMSACK    00160001
      *            3 RESEND    QZLMSEXT  AGAIN, ON LMSRERUN - ONLY WHEN 00170001
      *                                  QZLMSRCN SAID A RESEND IS      00180001
      *                                  NEEDED (RC 4)                  00190001
      *            4 ARCHIVE   QZLOGARC  THE FIRST CYCLE OF EACH MONTH  00200001
      *            5 FORECAST  QZRCFCST  RECERTIFICATION FORECAST       00210001
      *          THE SINCE-DATE, RETENTION AND HORIZON PARMS COME FROM  00220001
      *          THE QZRUNCTL RUN-CONTROL RECORD, NOT THE JCL. EACH     00230001
      *          STEP'S RETURN CODE DECIDES WHETHER THE CYCLE GOES ON,  00240001
      *          LOOPS BACK FOR THE LMS RESEND, OR STOPS. EVERY STEP IS 00250001
      *          RECORDED ON QZRUNCTL AS IT ENDS, SO A RESUBMIT AFTER   00260001
      *          AN ABEND OR A FAILED STEP RESUMES AT THAT STEP AND     00270001
      *          NEVER REPEATS AN EXTRACT THAT HAS ALREADY SHIPPED. THE 00280001
      *          RUN ENDS WITH A ONE-PAGE SUMMARY FOR THE MORNING       00290001
      *          TURNOVER.                                              00300001
      *                                                                 00310001
      *    INFO                                                         00320001
      *          NO PARM     - START TONIGHT'S CYCLE, OR RESUME THE     00330001
      *                        UNFINISHED ONE AT THE STEP THAT FAILED   00340001
      *          PARM='BYPASS' - RESUME THE UNFINISHED CYCLE, BUT MARK  00350001
      *                        THE STEP THAT FAILED AS BYPASSED AND GO  00360001
      *                        ON WITH THE NEXT ONE (E.G. NO LMSACK CAME00370001
      *                        BACK, OR QZLOGARC WROTE THE ARCHIVE BUT  00380001
      *                        COULD NOT PURGE - SEE ITS CONTROL REPORT)00390001
      *                                                                 00400001
      *          THE STEP DDS ARE ALL IN THIS STEP'S JCL: QUIZLOGK,     00410001
      *          QZTOPICS, LMSOUT, LMSACK, QUIZARCH, ROSTER, QZPOLICY,  00420001
      *          QZCTLTOT AND THE FORECAST OUTPUT, PLUS RERUNREQ AND    00430001
      *          LMSRERUN POINTING AT THE SAME RE-EXTRACT REQUEST       00440001
      *          DATASET. LMSOUT IS ALLOCATED DISP=MOD SO A RESEND      00450001
      *          FOLLOWS THE NIGHT'S DELTA AS ITS OWN HEADER/TRAILER    00460001
      *          BATCH. THE REQUEST DATASET IS EMPTIED BEFORE THE DELTA 00470001
      *          EXTRACT, SO A REQUEST LEFT FROM AN EARLIER NIGHT NEVER 00480001
      *          TURNS THE DELTA INTO A TARGETED RESEND.                00490001
      *                                                                 00500001
      *          THE SINCE-DATE IS THE DAY THE LAST DELTA EXTRACT RAN - 00510001
      *          ONE DAY OF OVERLAP, SO AN ATTEMPT FINISHED AFTER THAT  00520001
      *          EXTRACT IS NEVER MISSED (THE LMS LOADS BY ATTEMPT KEY).00530001
      *          QZRUNCTL IS SET UP ONCE BY HAND: A LAST EXTRACT DATE   00540001
      *          (0 SHIPS THE WHOLE LOG ON THE FIRST NIGHT), RETENTION  00550001
      *          DAYS (0 = 365), HORIZON DAYS (0 = 30) AND THE MONTH    00560001
      *          OF THE LAST ARCHIVE (YYYYMM).                          00570001
      *                                                                 00580001
      *          RETURN-CODE 0 = CYCLE COMPLETE                         00590001
      *                      4 = CYCLE COMPLETE - SEE THE TURNOVER      00600001
      *                          NOTES (NOTICES TO HAND OUT, A RESEND   00610001
      *                          WAS MADE OR A STEP WAS BYPASSED), OR   00620001
      *                          TODAY'S CYCLE HAD ALREADY COMPLETED    00630001
      *                     12 = CYCLE STOPPED AT A FAILED STEP, OR     00640001
      *                          QZRUNCTL COULD NOT BE SAVED - FIX THE  00650001
      *                          CAUSE AND RESUBMIT                     00660001
      *                     16 = PARM INVALID, OR QZRUNCTL NOT          00670001
      *                          AVAILABLE OR NOT SET UP                00680001
      *                                                                 00690001
      ******************************************************************00700001
      *                                                                 00710001
      *    PROJECT CONTAINS:                                            00720001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00730001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00740001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00750001
      *                            ORQMOD02.CBL   QUIZ PART             00760001
      *          UTILITY PGM       QZHOUSEK.CBL   NIGHTLY HOUSEKEEPING  00770001
      *                                           DRIVER                00780001
      *          UTILITY PGM       QZLMSEXT.CBL   LMS EXTRACT           00790001
      *          UTILITY PGM       QZLMSRCN.CBL   LMS RECONCILIATION    00800001
      *          UTILITY PGM       QZLOGARC.CBL   HISTORY ARCHIVE       00810001
      *          UTILITY PGM       QZRCFCST.CBL   RECERTIFICATION       00820001
      *                                           FORECAST              00830001
      *                                                                 00840001
      ******************************************************************00850001
      *    MODIFICATION HISTORY                                         00860001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00870001
      *    2026-10-15 PAK  QZRUNCTL WRITE CHECKED ON ITS OWN - A CLEAN  00871002
      *                    CLOSE NO LONGER HIDES A FAILED WRITE         00872002
      ******************************************************************00880001
       ENVIRONMENT DIVISION.                                            00890001
       INPUT-OUTPUT SECTION.                                            00900001
       FILE-CONTROL.                                                    00910001
           SELECT RCT-FILE ASSIGN TO "QZRUNCTL"                         00920001
              ORGANIZATION IS SEQUENTIAL                                00930001
              FILE STATUS IS WS-RCT-STATUS.                             00940001
           SELECT RRQ-FILE ASSIGN TO "RERUNREQ"                         00950001
              ORGANIZATION IS SEQUENTIAL                                00960001
              FILE STATUS IS WS-RRQ-STATUS.                             00970001
      ******************************************************************00980001
       DATA DIVISION.                                                   00990001
       FILE SECTION.                                                    01000001
      *    THE RUN-CONTROL RECORD - ONE 80-BYTE RECORD, REWRITTEN WHOLE 01010001
      *    AT THE START OF A CYCLE AND AFTER EVERY STEP.                01020001
       FD  RCT-FILE                                                     01030001
           RECORDING MODE F                                             01040001
           RECORD CONTAINS 80 CHARACTERS                                01050001
           LABEL RECORDS ARE STANDARD.                                  01060001
       01  RCT-RECORD.                                                  01070001
           05 RCT-CYCLE-DATE     PIC   9(8).                            01080001
           05 FILLER             PIC   X.                               01090001
           05 RCT-CYCLE-STATE    PIC   X.                               01100001
              88 RCT-CYCLE-OPEN          VALUE 'R'.                     01110001
              88 RCT-CYCLE-DONE          VALUE 'C'.                     01120001
           05 FILLER             PIC   X.                               01130001
      *    THE WINDOW OF THE CYCLE - FIXED WHEN IT STARTS, SO A RESTART 01140001
      *    RECONCILES THE SAME WINDOW THE EXTRACT SHIPPED.              01150001
           05 RCT-SINCE-DATE     PIC   9(8).                            01160001
           05 FILLER             PIC   X.                               01170001
           05 RCT-LAST-EXT-DATE  PIC   9(8).                            01180001
           05 FILLER             PIC   X.                               01190001
           05 RCT-RETAIN-DAYS    PIC   9(4).                            01200001
           05 FILLER             PIC   X.                               01210001
           05 RCT-HORIZON-DAYS   PIC   9(3).                            01220001
           05 FILLER             PIC   X.                               01230001
           05 RCT-LAST-ARC-MONTH PIC   9(6).                            01240001
           05 FILLER             PIC   X.                               01250001
      *    ONE ENTRY PER STEP, IN CYCLE ORDER: ' ' = NOT YET RUN,       01260001
      *    D = DONE, S = SKIPPED (NOT DUE / NOTHING TO RESEND),         01270001
      *    B = BYPASSED ON OPERATOR'S PARM, F = FAILED. THE RC IS THE   01280001
      *    STEP PROGRAM'S LAST RETURN CODE.                             01290001
           05 RCT-STEP OCCURS 5 TIMES.                                  01300001
              10 RCT-STEP-STATE  PIC   X.                               01310001
                 88 RCT-STEP-PENDING     VALUES ' ', 'F'.               01320001
                 88 RCT-STEP-DONE        VALUE 'D'.                     01330001
                 88 RCT-STEP-SKIPPED     VALUE 'S'.                     01340001
                 88 RCT-STEP-BYPASSED    VALUE 'B'.                     01350001
                 88 RCT-STEP-FAILED      VALUE 'F'.                     01360001
              10 RCT-STEP-RC     PIC   9(2).                            01370001
           05 FILLER             PIC   X.                               01380001
           05 RCT-RESTARTS       PIC   9(2).                            01390001
           05 FILLER             PIC   X(17).                           01400001
      *    THE RE-EXTRACT REQUEST DATASET - ONLY EVER EMPTIED HERE.     01410001
       FD  RRQ-FILE                                                     01420001
           RECORDING MODE F                                             01430001
           RECORD CONTAINS 80 CHARACTERS                                01440001
           LABEL RECORDS ARE STANDARD.                                  01450001
       01  RRQ-RECORD            PIC   X(80).                           01460001
      ******************************************************************01470001
       WORKING-STORAGE SECTION.                                         01480001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01490001
       01 WS-RCT-STATUS     PIC   XX    VALUE '00'.                     01500001
       01 WS-RRQ-STATUS     PIC   XX    VALUE '00'.                     01510001
       01 WS-NOW            PIC   X(21).                                01520001
       01 WS-TODAY          PIC   9(8).                                 01530001
       01 WS-CYCLE-MONTH    PIC   9(6).                                 01540001
       01 WS-PARM           PIC   X(8)  VALUE SPACES.                   01550001
          88 WS-BYPASS               VALUE 'BYPASS'.                    01560001
       01 WS-RUN-TYPE       PIC   X(30) VALUE SPACES.                   01570001
      * --------------------------------------------------------------- 01580001
      *    THE CYCLE'S STEPS AND THE PROGRAM EACH ONE CALLS.            01590001
       01 WS-STEP-NAMES.                                                01600001
        05 FILLER            PIC   X(16) VALUE 'EXTRACT QZLMSEXT'.      01610001
        05 FILLER            PIC   X(16) VALUE 'RECONCILQZLMSRCN'.      01620001
        05 FILLER            PIC   X(16) VALUE 'RESEND  QZLMSEXT'.      01630001
        05 FILLER            PIC   X(16) VALUE 'ARCHIVE QZLOGARC'.      01640001
        05 FILLER            PIC   X(16) VALUE 'FORECASTQZRCFCST'.      01650001
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.                   01660001
        05 WS-STEP-DEF OCCURS 5 TIMES.                                  01670001
           10 WS-STEP-NAME     PIC   X(8).                              01680001
           10 WS-STEP-PGM      PIC   X(8).                              01690001
       01 WS-SX             PIC   9     VALUE 1.                        01700001
      *    WHAT HAPPENED TO EACH STEP IN THIS RUN, FOR THE SUMMARY.     01710001
       01 WS-RUN-TABLE VALUE SPACES.                                    01720001
        05 WS-RUN-ENTRY OCCURS 5 TIMES.                                 01730001
           10 WS-RAN-HERE      PIC   X.                                 01740001
           10 WS-RUN-PARM      PIC   X(8).                              01750001
       01 WS-STOP-SW        PIC   X     VALUE 'N'.                      01760001
          88 WS-STOP                 VALUE 'Y'.                         01770001
       01 WS-STOP-STEP      PIC   9     VALUE 0.                        01780001
       01 WS-SAVE-FAILED-SW PIC   X     VALUE 'N'.                      01790001
          88 WS-SAVE-FAILED          VALUE 'Y'.                         01800001
       01 WS-ATTENTION-SW   PIC   X     VALUE 'N'.                      01810001
          88 WS-ATTENTION            VALUE 'Y'.                         01820001
       01 WS-BYPASSED-SW    PIC   X     VALUE 'N'.                      01830001
          88 WS-ANY-BYPASSED         VALUE 'Y'.                         01840001
      * --------------------------------------------------------------- 01850001
      *    THE PARM HANDED TO THE STEP PROGRAM - SAME SHAPE AS THE JCL  01860001
      *    PARM BUFFER THEY ALL TAKE.                                   01870001
       01 WS-STEP-PARM.                                                 01880001
        05 WS-SP-LENGTH      PIC   S9(4) COMP.                          01890001
        05 WS-SP-DATA        PIC   X(256).                              01900001
       01 WS-STEP-RC        PIC   9(2).                                 01910001
       01 WS-NUM-4          PIC   9(4).                                 01920001
       01 WS-NUM-3          PIC   9(3).                                 01930001
       01 WS-SUM-LINE       PIC   X(80).                                01940001
       01 WS-RESULT-TEXT    PIC   X(30).                                01950001
      ******************************************************************01960001
       LINKAGE SECTION.                                                 01970001
       01 PARM-BUFFER.                                                  01980001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               01990001
        05 PARM-DATA                    PIC   X(256).                   02000001
      ******************************************************************02010001
       PROCEDURE DIVISION USING PARM-BUFFER.                            02020001
           MOVE FUNCTION CURRENT-DATE TO WS-NOW                         02030001
           MOVE WS-NOW(1:8) TO WS-TODAY                                 02040001
           IF PARM-LENGTH > 0                                           02050001
              MOVE FUNCTION UPPER-CASE(PARM-DATA(1:PARM-LENGTH))        02060001
                 TO WS-PARM                                             02070001
           END-IF                                                       02080001
           IF WS-PARM NOT = SPACES AND NOT WS-BYPASS                    02090001
              DISPLAY 'ERROR: PARM MUST BE EMPTY OR ''BYPASS'''         02100001
              MOVE 16 TO RETURN-CODE                                    02110001
              GOBACK                                                    02120001
           END-IF                                                       02130001
           DISPLAY WS-HLINE                                             02140001
           DISPLAY 'NIGHTLY HOUSEKEEPING DRIVER - ', WS-NOW(1:8), ' ',  02150001
              WS-NOW(9:6)                                               02160001
           DISPLAY WS-HLINE                                             02170001
           PERFORM PROC-READ-RUN-CONTROL                                02180001
           IF RETURN-CODE = 16                                          02190001
              GOBACK                                                    02200001
           END-IF                                                       02210001
           PERFORM PROC-OPEN-CYCLE                                      02220001
           IF RETURN-CODE NOT = 0                                       02230001
              GOBACK                                                    02240001
           END-IF                                                       02250001
           MOVE 1 TO WS-SX                                              02260001
           PERFORM PROC-NEXT-STEP                                       02270001
              UNTIL WS-SX > 5 OR WS-STOP                                02280001
           IF NOT WS-STOP                                               02290001
              SET RCT-CYCLE-DONE TO TRUE                                02300001
              PERFORM PROC-SAVE-RUN-CONTROL                             02310001
           END-IF                                                       02320001
           PERFORM PROC-PRINT-SUMMARY                                   02330001
           GOBACK.                                                      02340001
      ******************************************************************02350001
      *    THE RUN-CONTROL RECORD MUST EXIST AND CARRY A USABLE LAST    02360001
      *    EXTRACT DATE - WITHOUT IT THE SINCE-DATE WOULD BE A GUESS.   02370001
      *    EMPTY TUNING FIELDS TAKE THE STEP PROGRAMS' OWN DEFAULTS.    02380001
       PROC-READ-RUN-CONTROL.                                           02390001
           OPEN INPUT RCT-FILE                                          02400001
           IF WS-RCT-STATUS NOT = '00'                                  02410001
              DISPLAY 'ERROR: QZRUNCTL NOT AVAILABLE (STATUS=',         02420001
                 WS-RCT-STATUS, ') - NOTHING RUN'                       02430001
              MOVE 16 TO RETURN-CODE                                    02440001
              EXIT PARAGRAPH                                            02450001
           END-IF                                                       02460001
           READ RCT-FILE                                                02470001
           IF WS-RCT-STATUS NOT = '00'                                  02480001
              DISPLAY 'ERROR: QZRUNCTL IS EMPTY (STATUS=',              02490001
                 WS-RCT-STATUS, ') - SET IT UP FIRST. NOTHING RUN'      02500001
              CLOSE RCT-FILE                                            02510001
              MOVE 16 TO RETURN-CODE                                    02520001
              EXIT PARAGRAPH                                            02530001
           END-IF                                                       02540001
           CLOSE RCT-FILE                                               02550001
           IF RCT-LAST-EXT-DATE NOT NUMERIC                             02560001
              DISPLAY 'ERROR: QZRUNCTL HAS NO VALID LAST EXTRACT DATE ',02570001
                 '- SET IT UP FIRST. NOTHING RUN'                       02580001
              MOVE 16 TO RETURN-CODE                                    02590001
              EXIT PARAGRAPH                                            02600001
           END-IF                                                       02610001
           IF RCT-RETAIN-DAYS NOT NUMERIC OR RCT-RETAIN-DAYS = 0        02620001
              MOVE 365 TO RCT-RETAIN-DAYS                               02630001
           END-IF                                                       02640001
           IF RCT-HORIZON-DAYS NOT NUMERIC OR RCT-HORIZON-DAYS = 0      02650001
              MOVE 30 TO RCT-HORIZON-DAYS                               02660001
           END-IF                                                       02670001
           IF RCT-LAST-ARC-MONTH NOT NUMERIC                            02680001
              MOVE 0 TO RCT-LAST-ARC-MONTH                              02690001
           END-IF                                                       02700001
           IF RCT-RESTARTS NOT NUMERIC                                  02710001
              MOVE 0 TO RCT-RESTARTS                                    02720001
           END-IF                                                       02730001
           EXIT.                                                        02740001
      ******************************************************************02750001
      *    AN UNFINISHED CYCLE IS RESUMED - WITH THE FAILED STEP MARKED 02760001
      *    BYPASSED WHEN THE OPERATOR ASKED FOR IT. OTHERWISE A NEW     02770001
      *    CYCLE STARTS, ITS WINDOW RUNNING FROM THE LAST EXTRACT. A    02780001
      *    CYCLE THAT ALREADY COMPLETED TODAY IS NOT RUN TWICE.         02790001
       PROC-OPEN-CYCLE.                                                 02800001
           EVALUATE TRUE                                                02810001
              WHEN RCT-CYCLE-OPEN                                       02820001
                 IF RCT-CYCLE-DATE NOT NUMERIC                          02830001
                    OR RCT-SINCE-DATE NOT NUMERIC                       02840001
                    DISPLAY 'ERROR: QZRUNCTL CYCLE DATES ARE NOT ',     02850001
                       'VALID - CORRECT THE RECORD. NOTHING RUN'        02860001
                    MOVE 16 TO RETURN-CODE                              02870001
                    EXIT PARAGRAPH                                      02880001
                 END-IF                                                 02890001
                 ADD 1 TO RCT-RESTARTS                                  02900001
                 MOVE 'RESTART OF AN UNFINISHED CYCLE' TO WS-RUN-TYPE   02910001
                 IF WS-BYPASS                                           02920001
                    PERFORM PROC-BYPASS-STEP                            02930001
                 END-IF                                                 02940001
              WHEN WS-BYPASS                                            02950001
                 DISPLAY 'ERROR: PARM=''BYPASS'' BUT NO CYCLE IS ',     02960001
                    'UNFINISHED - NOTHING RUN'                          02970001
                 MOVE 16 TO RETURN-CODE                                 02980001
                 EXIT PARAGRAPH                                         02990001
              WHEN RCT-CYCLE-DONE AND RCT-CYCLE-DATE = WS-TODAY         03000001
                 DISPLAY 'TODAY''S CYCLE HAS ALREADY COMPLETED - ',     03010001
                    'NOTHING RUN'                                       03020001
                 MOVE 4 TO RETURN-CODE                                  03030001
                 EXIT PARAGRAPH                                         03040001
              WHEN OTHER                                                03050001
                 MOVE WS-TODAY          TO RCT-CYCLE-DATE               03060001
                 SET RCT-CYCLE-OPEN     TO TRUE                         03070001
                 MOVE RCT-LAST-EXT-DATE TO RCT-SINCE-DATE               03080001
                 MOVE 0                 TO RCT-RESTARTS                 03090001
                 PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5      03100001
                    MOVE SPACE TO RCT-STEP-STATE(WS-SX)                 03110001
                    MOVE 0     TO RCT-STEP-RC(WS-SX)                    03120001
                 END-PERFORM                                            03130001
                 MOVE 'NEW CYCLE' TO WS-RUN-TYPE                        03140001
           END-EVALUATE                                                 03150001
           COMPUTE WS-CYCLE-MONTH = RCT-CYCLE-DATE / 100                03160001
           PERFORM PROC-SAVE-RUN-CONTROL                                03170001
           IF WS-SAVE-FAILED                                            03180001
              MOVE 12 TO RETURN-CODE                                    03190001
           END-IF                                                       03200001
           EXIT.                                                        03210001
      ******************************************************************03220001
       PROC-BYPASS-STEP.                                                03230001
           PERFORM VARYING WS-SX FROM 1 BY 1                            03240001
              UNTIL WS-SX > 5 OR RCT-STEP-PENDING(WS-SX)                03250001
              CONTINUE                                                  03260001
           END-PERFORM                                                  03270001
           IF WS-SX <= 5                                                03280001
              SET RCT-STEP-BYPASSED(WS-SX) TO TRUE                      03290001
              DISPLAY 'STEP ', WS-SX, ' ', WS-STEP-NAME(WS-SX),         03300001
                 ' BYPASSED AS REQUESTED'                               03310001
              MOVE 'RESTART - FAILED STEP BYPASSED' TO WS-RUN-TYPE      03320001
           END-IF                                                       03330001
           EXIT.                                                        03340001
      ******************************************************************03350001
      *    STEPS ALREADY DONE, SKIPPED OR BYPASSED ARE PASSED OVER -    03360001
      *    THAT IS THE RESTART. EVERY OTHER STEP IS RUN AND RECORDED.   03370001
       PROC-NEXT-STEP.                                                  03380001
           IF NOT RCT-STEP-PENDING(WS-SX)                               03390001
              ADD 1 TO WS-SX                                            03400001
              EXIT PARAGRAPH                                            03410001
           END-IF                                                       03420001
           PERFORM PROC-RUN-STEP                                        03430001
           IF WS-SAVE-FAILED                                            03440001
              SET WS-STOP TO TRUE                                       03450001
              MOVE WS-SX TO WS-STOP-STEP                                03460001
              EXIT PARAGRAPH                                            03470001
           END-IF                                                       03480001
           IF RCT-STEP-FAILED(WS-SX)                                    03490001
              SET WS-STOP TO TRUE                                       03500001
              MOVE WS-SX TO WS-STOP-STEP                                03510001
              EXIT PARAGRAPH                                            03520001
           END-IF                                                       03530001
           ADD 1 TO WS-SX                                               03540001
           EXIT.                                                        03550001
      ******************************************************************03560001
      *    ONE STEP: ITS PARM FROM QZRUNCTL, THE CALL, THEN THE RETURN  03570001
      *    CODE DECIDES. THE STEP PROGRAM IS CANCELLED AFTER EVERY CALL 03580001
      *    SO QZLMSEXT STARTS CLEAN WHEN IT IS CALLED AGAIN FOR THE     03590001
      *    RESEND.                                                      03600001
       PROC-RUN-STEP.                                                   03610001
           MOVE SPACES TO WS-SP-DATA                                    03620001
           EVALUATE WS-SX                                               03630001
              WHEN 1                                                    03640001
                 PERFORM PROC-CLEAR-RERUN                               03650001
                 IF RCT-STEP-FAILED(WS-SX)                              03660001
                    PERFORM PROC-SAVE-RUN-CONTROL                       03670001
                    EXIT PARAGRAPH                                      03680001
                 END-IF                                                 03690001
                 MOVE RCT-SINCE-DATE TO WS-SP-DATA(1:8)                 03700001
                 MOVE 8 TO WS-SP-LENGTH                                 03710001
              WHEN 2                                                    03720001
                 MOVE RCT-SINCE-DATE TO WS-SP-DATA(1:8)                 03730001
                 MOVE 8 TO WS-SP-LENGTH                                 03740001
              WHEN 3                                                    03750001
                 IF RCT-STEP-RC(2) NOT = 4                              03760001
                    SET RCT-STEP-SKIPPED(WS-SX) TO TRUE                 03770001
                    PERFORM PROC-SAVE-RUN-CONTROL                       03780001
                    EXIT PARAGRAPH                                      03790001
                 END-IF                                                 03800001
                 DISPLAY 'QZLMSRCN ASKED FOR A RESEND - LOOPING BACK ', 03810001
                    'TO QZLMSEXT WITH LMSRERUN ON RERUNREQ'             03820001
                 MOVE RCT-SINCE-DATE TO WS-SP-DATA(1:8)                 03830001
                 MOVE 8 TO WS-SP-LENGTH                                 03840001
              WHEN 4                                                    03850001
                 IF WS-CYCLE-MONTH <= RCT-LAST-ARC-MONTH                03860001
                    SET RCT-STEP-SKIPPED(WS-SX) TO TRUE                 03870001
                    PERFORM PROC-SAVE-RUN-CONTROL                       03880001
                    EXIT PARAGRAPH                                      03890001
                 END-IF                                                 03900001
                 MOVE RCT-RETAIN-DAYS TO WS-NUM-4                       03910001
                 MOVE WS-NUM-4 TO WS-SP-DATA(1:4)                       03920001
                 MOVE 4 TO WS-SP-LENGTH                                 03930001
              WHEN 5                                                    03940001
                 MOVE RCT-HORIZON-DAYS TO WS-NUM-3                      03950001
                 MOVE WS-NUM-3 TO WS-SP-DATA(1:3)                       03960001
                 MOVE 3 TO WS-SP-LENGTH                                 03970001
           END-EVALUATE                                                 03980001
           MOVE WS-SP-DATA(1:8) TO WS-RUN-PARM(WS-SX)                   03990001
           MOVE 'Y' TO WS-RAN-HERE(WS-SX)                               04000001
           DISPLAY WS-HLINE                                             04010001
           DISPLAY 'STEP ', WS-SX, ' ', WS-STEP-NAME(WS-SX), ' - ',     04020001
              WS-STEP-PGM(WS-SX), ' PARM=''',                           04030001
              WS-SP-DATA(1:WS-SP-LENGTH), ''''                          04040001
           DISPLAY WS-HLINE                                             04050001
           MOVE 0 TO RETURN-CODE                                        04060001
           CALL WS-STEP-PGM(WS-SX) USING WS-STEP-PARM                   04070001
           MOVE RETURN-CODE TO WS-STEP-RC                               04080001
           CANCEL WS-STEP-PGM(WS-SX)                                    04090001
           MOVE 0 TO RETURN-CODE                                        04100001
           MOVE WS-STEP-RC TO RCT-STEP-RC(WS-SX)                        04110001
           SET RCT-STEP-FAILED(WS-SX) TO TRUE                           04120001
           EVALUATE WS-SX ALSO WS-STEP-RC                               04130001
              WHEN 1 ALSO 0                                             04140001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04150001
                 MOVE RCT-CYCLE-DATE TO RCT-LAST-EXT-DATE               04160001
              WHEN 2 ALSO 0                                             04170001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04180001
              WHEN 2 ALSO 4                                             04190001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04200001
              WHEN 3 ALSO 0                                             04210001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04220001
              WHEN 4 ALSO 0                                             04230001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04240001
                 MOVE WS-CYCLE-MONTH TO RCT-LAST-ARC-MONTH              04250001
              WHEN 5 ALSO 0                                             04260001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04270001
              WHEN 5 ALSO 4                                             04280001
                 SET RCT-STEP-DONE(WS-SX) TO TRUE                       04290001
           END-EVALUATE                                                 04300001
           DISPLAY 'STEP ', WS-SX, ' ', WS-STEP-NAME(WS-SX),            04310001
              ' ENDED RC=', WS-STEP-RC                                  04320001
           PERFORM PROC-SAVE-RUN-CONTROL                                04330001
           EXIT.                                                        04340001
      ******************************************************************04350001
      *    EMPTIES THE RE-EXTRACT REQUEST DATASET BEFORE THE DELTA. NOT 04360001
      *    ALLOCATED ('35') IS FINE - QZLMSEXT WILL NOT SEE ONE EITHER. 04370001
       PROC-CLEAR-RERUN.                                                04380001
           OPEN OUTPUT RRQ-FILE                                         04390001
           EVALUATE WS-RRQ-STATUS                                       04400001
              WHEN '00'                                                 04410001
                 CLOSE RRQ-FILE                                         04420001
              WHEN '35'                                                 04430001
                 CONTINUE                                               04440001
              WHEN OTHER                                                04450001
                 DISPLAY 'ERROR: RERUNREQ COULD NOT BE EMPTIED ',       04460001
                    '(STATUS=', WS-RRQ-STATUS, ') - THE DELTA ',        04470001
                    'WOULD RUN AS A RESEND'                             04480001
                 SET RCT-STEP-FAILED(WS-SX) TO TRUE                     04490001
                 MOVE 12 TO RCT-STEP-RC(WS-SX)                          04500001
           END-EVALUATE                                                 04510001
           EXIT.                                                        04520001
      ******************************************************************04530001
      *    THE RECORD IS WRITTEN BACK WHOLE. IF IT CANNOT BE, NOTHING   04540001
      *    MORE IS RUN - A RESTART COULD NOT TELL WHAT HAD SHIPPED.     04550001
       PROC-SAVE-RUN-CONTROL.                                           04560001
           OPEN OUTPUT RCT-FILE                                         04570001
           IF WS-RCT-STATUS NOT = '00'                                  04571002
              DISPLAY 'ERROR: QZRUNCTL COULD NOT BE OPENED (STATUS=',   04572002
                 WS-RCT-STATUS, ')'                                     04573002
              SET WS-SAVE-FAILED TO TRUE                                04574002
              EXIT PARAGRAPH                                            04575002
           END-IF                                                       04610001
           WRITE RCT-RECORD                                             04611002
           IF WS-RCT-STATUS NOT = '00'                                  04620001
              DISPLAY 'ERROR: QZRUNCTL COULD NOT BE WRITTEN (STATUS=',  04621002
                 WS-RCT-STATUS, ')'                                     04622002
              SET WS-SAVE-FAILED TO TRUE                                04623002
           END-IF                                                       04624002
           CLOSE RCT-FILE                                               04625002
           IF WS-RCT-STATUS NOT = '00' AND NOT WS-SAVE-FAILED           04626002
              DISPLAY 'ERROR: QZRUNCTL COULD NOT BE CLOSED (STATUS=',   04627002
                 WS-RCT-STATUS, ')'                                     04640001
              SET WS-SAVE-FAILED TO TRUE                                04650001
           END-IF                                                       04660001
           EXIT.                                                        04670001
      ******************************************************************04680001
      *    THE ONE-PAGE SUMMARY FOR THE MORNING TURNOVER - ALWAYS THE   04690001
      *    LAST THING IN THE LISTING, WHATEVER HAPPENED.                04700001
       PROC-PRINT-SUMMARY.                                              04710001
           DISPLAY WS-HLINE                                             04720001
           DISPLAY 'NIGHTLY HOUSEKEEPING - RUN SUMMARY FOR TURNOVER'    04730001
           DISPLAY WS-HLINE                                             04740001
           DISPLAY 'CYCLE DATE        ', RCT-CYCLE-DATE,                04750001
              '    THIS RUN ', WS-NOW(1:8), ' ', WS-NOW(9:6)            04760001
           DISPLAY 'RUN TYPE          ', WS-RUN-TYPE                    04770001
           IF RCT-RESTARTS > 0                                          04780001
              DISPLAY 'RESTARTS          ', RCT-RESTARTS                04790001
           END-IF                                                       04800001
           DISPLAY 'LMS WINDOW SINCE  ', RCT-SINCE-DATE,                04810001
              '  (0 = FULL LOG)'                                        04820001
           DISPLAY 'RETENTION         ', RCT-RETAIN-DAYS,               04830001
              ' DAYS    FORECAST HORIZON ', RCT-HORIZON-DAYS, ' DAYS'   04840001
           DISPLAY WS-HLINE                                             04850001
           DISPLAY 'STEP          PROGRAM   PARM      RC  RESULT'       04860001
           PERFORM PROC-PRINT-STEP-LINE                                 04870001
              VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5                 04880001
           DISPLAY WS-HLINE                                             04890001
           IF WS-STOP                                                   04900001
              DISPLAY 'CYCLE STOPPED AT STEP ', WS-STOP-STEP, ' ',      04910001
                 WS-STEP-NAME(WS-STOP-STEP)                             04920001
              PERFORM PROC-PRINT-STOP-ADVICE                            04930001
              MOVE 12 TO RETURN-CODE                                    04940001
           ELSE                                                         04950001
              DISPLAY 'CYCLE COMPLETE'                                  04960001
              PERFORM PROC-PRINT-TURNOVER-NOTES                         04970001
              IF WS-ATTENTION                                           04980001
                 MOVE 4 TO RETURN-CODE                                  04990001
              ELSE                                                      05000001
                 MOVE 0 TO RETURN-CODE                                  05010001
              END-IF                                                    05020001
           END-IF                                                       05030001
           DISPLAY 'NEXT LMS WINDOW SINCE ', RCT-LAST-EXT-DATE,         05040001
              '    LAST ARCHIVE MONTH ', RCT-LAST-ARC-MONTH             05050001
           DISPLAY WS-HLINE                                             05060001
           EXIT.                                                        05070001
      ******************************************************************05080001
       PROC-PRINT-STEP-LINE.                                            05090001
           EVALUATE TRUE                                                05100001
              WHEN RCT-STEP-DONE(WS-SX) AND WS-RAN-HERE(WS-SX) = 'Y'    05110001
                 MOVE 'DONE' TO WS-RESULT-TEXT                          05120001
              WHEN RCT-STEP-DONE(WS-SX)                                 05130001
                 MOVE 'DONE ON AN EARLIER RUN' TO WS-RESULT-TEXT        05140001
              WHEN RCT-STEP-SKIPPED(WS-SX) AND WS-SX = 3                05150001
                 MOVE 'SKIPPED - NOTHING TO RESEND' TO WS-RESULT-TEXT   05160001
              WHEN RCT-STEP-SKIPPED(WS-SX)                              05170001
                 MOVE 'SKIPPED - NOT DUE THIS MONTH' TO WS-RESULT-TEXT  05180001
              WHEN RCT-STEP-BYPASSED(WS-SX)                             05190001
                 MOVE 'BYPASSED BY OPERATOR' TO WS-RESULT-TEXT          05200001
                 SET WS-ANY-BYPASSED TO TRUE                            05210001
              WHEN RCT-STEP-FAILED(WS-SX)                               05220001
                 MOVE 'FAILED' TO WS-RESULT-TEXT                        05230001
              WHEN OTHER                                                05240001
                 MOVE 'NOT RUN' TO WS-RESULT-TEXT                       05250001
           END-EVALUATE                                                 05260001
           MOVE SPACES TO WS-SUM-LINE                                   05270001
           MOVE WS-SX               TO WS-SUM-LINE(1:1)                 05280001
           MOVE WS-STEP-NAME(WS-SX) TO WS-SUM-LINE(3:8)                 05290001
           MOVE WS-STEP-PGM(WS-SX)  TO WS-SUM-LINE(15:8)                05300001
           MOVE WS-RUN-PARM(WS-SX)  TO WS-SUM-LINE(25:8)                05310001
           IF RCT-STEP-DONE(WS-SX) OR RCT-STEP-FAILED(WS-SX)            05320001
              OR RCT-STEP-BYPASSED(WS-SX)                               05330001
              MOVE RCT-STEP-RC(WS-SX) TO WS-SUM-LINE(35:2)              05340001
           END-IF                                                       05350001
           MOVE WS-RESULT-TEXT      TO WS-SUM-LINE(39:30)               05360001
           DISPLAY WS-SUM-LINE                                          05370001
           EXIT.                                                        05380001
      ******************************************************************05390001
      *    WHAT THE MORNING SHIFT HAS TO ACT ON IN A COMPLETE CYCLE.    05400001
       PROC-PRINT-TURNOVER-NOTES.                                       05410001
           IF WS-ANY-BYPASSED                                           05420001
              DISPLAY '- A STEP WAS BYPASSED: ITS WORK WAS NOT DONE ',  05430001
                 'THIS CYCLE'                                           05440001
              SET WS-ATTENTION TO TRUE                                  05450001
           END-IF                                                       05460001
           IF RCT-STEP-DONE(3)                                          05470001
              DISPLAY '- LMS RESEND MADE: THE ATTEMPTS THE LMS NEVER ', 05480001
                 'CONFIRMED WERE SHIPPED AGAIN'                         05490001
              SET WS-ATTENTION TO TRUE                                  05500001
           END-IF                                                       05510001
           IF RCT-STEP-DONE(5) AND RCT-STEP-RC(5) = 4                   05520001
              DISPLAY '- RECERTIFICATION NOTICES PRODUCED: HAND THE ',  05530001
                 'SLIPS OUT AT TURNOVER'                                05540001
              SET WS-ATTENTION TO TRUE                                  05550001
           END-IF                                                       05560001
           IF RCT-STEP-DONE(4)                                          05570001
              DISPLAY '- MONTHLY ARCHIVE TAKEN: FILE THE QZLOGARC ',    05580001
                 'CONTROL REPORT FOR AUDIT'                             05590001
           END-IF                                                       05600001
           IF WS-ATTENTION                                              05610001
              CONTINUE                                                  05620001
           ELSE                                                         05630001
              DISPLAY '- NOTHING TO ACT ON'                             05640001
           END-IF                                                       05650001
           EXIT.                                                        05660001
      ******************************************************************05670001
      *    WHY THE CYCLE STOPPED AND WHAT TO DO BEFORE RESUBMITTING.    05680001
       PROC-PRINT-STOP-ADVICE.                                          05690001
           IF WS-SAVE-FAILED                                            05700001
              DISPLAY '- QZRUNCTL COULD NOT BE SAVED: CORRECT IT BY ',  05710001
                 'HAND FROM THIS SUMMARY'                               05720001
              DISPLAY '  BEFORE RESUBMITTING, OR THE RESTART MAY ',     05730001
                 'REPEAT A STEP'                                        05740001
              EXIT PARAGRAPH                                            05750001
           END-IF                                                       05760001
           EVALUATE WS-STOP-STEP ALSO RCT-STEP-RC(WS-STOP-STEP)         05770001
              WHEN 1 ALSO 8                                             05780001
              WHEN 3 ALSO 8                                             05790001
                 DISPLAY '- LMSOUT IS INCOMPLETE: DO NOT SHIP IT. ',    05800001
                    'REMOVE THE PARTIAL BATCH'                          05810001
                 DISPLAY '  BEFORE RESUBMITTING'                        05820001
              WHEN 2 ALSO 12                                            05830001
                 DISPLAY '- NO LMSACK TO RECONCILE AGAINST: RESUBMIT ', 05840001
                    'WHEN IT ARRIVES,'                                  05850001
                 DISPLAY '  OR WITH PARM=''BYPASS'' TO LEAVE IT TO ',   05860001
                    'TOMORROW'                                          05870001
              WHEN 4 ALSO 8                                             05880001
                 DISPLAY '- CHECK THE QZLOGARC CONTROL REPORT: IF ',    05890001
                    'QUIZARCH WAS WRITTEN'                              05900001
                 DISPLAY '  BUT THE PURGE FAILED, RESUBMIT WITH ',      05910001
                    'PARM=''BYPASS'' RATHER THAN'                       05920001
                 DISPLAY '  ARCHIVE THE SAME RECORDS TWICE'             05930001
              WHEN OTHER                                                05940001
                 CONTINUE                                               05950001
           END-EVALUATE                                                 05960001
           DISPLAY '- FIX THE CAUSE AND RESUBMIT: THE DRIVER RESUMES ', 05970001
              'AT THIS STEP'                                            05980001
           DISPLAY '  (PARM=''BYPASS'' SKIPS IT)'                       05990001
           EXIT.                                                        06000001
       END PROGRAM QZHOUSEK.                                            06010001
