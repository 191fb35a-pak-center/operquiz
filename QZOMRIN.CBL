       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZOMRIN.                                             00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          INTAKE OF PAPER ANSWER SHEETS FROM THE OPTICAL MARK    00110001
      *          READER. READS THE SCANNER OUTPUT (OMRSCAN DD, ONE      00120001
      *          RECORD PER SCANNED SHEET) AND BUILDS THE 39-BYTE       00130001
      *          QUIZSUB SUBMISSIONS QZCLSCHK SCORES, SO NOBODY HAS TO  00140001
      *          TRANSCRIBE THE SHEETS BY HAND ANY MORE.                00150001
      *          ONLY CLEAN SHEETS REACH QUIZSUB. A SHEET WITH ANY OF   00160001
      *            - AN OPERATOR ID THE READER COULD NOT READ           00170001
      *            - A TOPIC OR FORM ID THE READER COULD NOT READ       00180001
      *            - A TOPIC/FORM NOT IN THE SAVED QUIZORD PRINT ORDER  00190001
      *            - A QUESTION WITH TWO LETTERS MARKED, OR NONE        00200001
      *            - MORE OR FEWER ANSWERS THAN THE FORM'S ORD-Q-AMOUNT 00210001
      *          GOES ON THE EXCEPTIONS LISTING INSTEAD, WITH EVERY     00220001
      *          PROBLEM FOUND ON IT, FOR THE PROCTOR TO RESOLVE BY     00230001
      *          HAND. AN EXCEPTION SHEET IS NEVER SCORED - A MISREAD   00240001
      *          MUST NOT COUNT AS THE OPERATOR'S OWN WRONG ANSWER.     00250001
      *                                                                 00260001
      *    INFO                                                         00270001
      *          NO PARM. QUIZSUB IS REWRITTEN FROM SCRATCH ON EVERY    00280001
      *          RUN; SHEETS THE PROCTOR RESOLVES ARE KEYED ONTO IT     00290001
      *          AFTERWARDS, BEFORE QZCLSCHK RUNS.                      00300001
      *          THE SCANNER MARKS A POSITION IT COULD NOT READ IN THE  00310001
      *          ID, TOPIC OR FORM ZONES WITH '?'. EACH ANSWER ROW IS   00320001
      *          ONE BYTE: A-D FOR A SINGLE MARK, SPACE FOR NO MARK,    00330001
      *          '*' FOR MORE THAN ONE MARK. THE SHEET'S ANSWER COUNT IS00340001
      *          THE LAST ROW CARRYING ANY MARK.                        00350001
      *                                                                 00360001
      *          RETURN-CODE 0 = EVERY SHEET CLEAN                      00370001
      *                      4 = EXCEPTIONS LISTED FOR THE PROCTOR      00380001
      *                      8 = NO SAVED PRINT ORDER - NOTHING BUILT   00390001
      *                     12 = OMRSCAN OR QUIZSUB COULD NOT BE OPENED 00400001
      *                          OR A QUIZSUB WRITE FAILED - INTAKE     00401003
      *                          STOPS AT THAT SHEET                    00402003
      *                                                                 00410001
      ******************************************************************00420001
      *                                                                 00430001
      *    PROJECT CONTAINS:                                            00440001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00450001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00460001
      *          SUB PGM MODULES   ORQMOD02.CBL   QUIZ PART             00470001
      *          UTILITY PGM       QZCLSCHK.CBL   CLASS SCORING OFF     00480001
      *                                           QUIZSUB               00490001
      *          UTILITY PGM       QZOMRIN.CBL    OPTICAL MARK READER   00500001
      *                                           INTAKE TO QUIZSUB     00510001
      *                                                                 00520001
      ******************************************************************00530001
      *    MODIFICATION HISTORY                                         00540001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00550001
      *    2026-10-15 PAK  QUIZORD ROWS GREW THE BANK RELEASE (RECORD   00551002
      *                    NOW 8294 BYTES) - LAYOUT ONLY                00552002
      *    2026-10-15 PAK  QUIZSUB WRITE CHECKED - A FAILED WRITE STOPS 00553003
      *                    THE INTAKE WITH RC 12                        00554003
      ******************************************************************00560001
       ENVIRONMENT DIVISION.                                            00570001
       INPUT-OUTPUT SECTION.                                            00580001
       FILE-CONTROL.                                                    00590001
           SELECT OMR-FILE ASSIGN TO "OMRSCAN"                          00600001
              ORGANIZATION IS SEQUENTIAL                                00610001
              FILE STATUS IS WS-OMR-STATUS.                             00620001
           SELECT ORD-FILE ASSIGN TO "QUIZORD"                          00630001
              ORGANIZATION IS SEQUENTIAL                                00640001
              FILE STATUS IS WS-ORD-STATUS.                             00650001
           SELECT SUB-FILE ASSIGN TO "QUIZSUB"                          00660001
              ORGANIZATION IS SEQUENTIAL                                00670001
              FILE STATUS IS WS-SUB-STATUS.                             00680001
      ******************************************************************00690001
       DATA DIVISION.                                                   00700001
       FILE SECTION.                                                    00710001
      *    ONE RECORD PER SHEET FED THROUGH THE MARK READER.            00720001
       FD  OMR-FILE                                                     00730001
           RECORDING MODE F                                             00740001
           RECORD CONTAINS 80 CHARACTERS                                00750001
           LABEL RECORDS ARE STANDARD.                                  00760001
       01  OMR-RECORD.                                                  00770001
           05 OMR-SHEET-NO       PIC   9(6).                            00780001
           05 FILLER             PIC   X.                               00790001
           05 OMR-OPER-ID        PIC   X(8).                            00800001
           05 FILLER             PIC   X.                               00810001
           05 OMR-TOPIC          PIC   X(8).                            00820001
           05 FILLER             PIC   X.                               00830001
           05 OMR-FORM-ID        PIC   X(3).                            00840001
           05 FILLER             PIC   X.                               00850001
           05 OMR-MARKS          PIC   X(20).                           00860001
           05 FILLER             PIC   X(31).                           00870001
      *    THE SHUFFLED ORDER THE BATCH ANSWER SHEET WAS PRINTED IN -   00880001
      *    SAME LAYOUT AS ORD-RECORD IN ORQMOD02. ONLY THE KEY AND THE  00890001
      *    QUESTION COUNT ARE USED HERE.                                00900001
       FD  ORD-FILE                                                     00910001
           RECORDING MODE F                                             00920001
           RECORD CONTAINS 8294 CHARACTERS                              00921002
           LABEL RECORDS ARE STANDARD.                                  00940001
       01  ORD-RECORD.                                                  00950001
           05 ORD-TOPIC         PIC   X(8).                             00960001
           05 ORD-FORM-ID       PIC   X(3).                             00970001
           05 ORD-Q-AMOUNT      PIC   9(3).                             00980001
           05 FILLER            PIC   X(8280).                          00981002
      *    SAME LAYOUT AS SUB-RECORD IN QZCLSCHK.                       01000001
       FD  SUB-FILE                                                     01010001
           RECORDING MODE F                                             01020001
           RECORD CONTAINS 39 CHARACTERS                                01030001
           LABEL RECORDS ARE STANDARD.                                  01040001
       01  SUB-RECORD.                                                  01050001
           05 SUB-OPER-ID       PIC   X(8).                             01060001
           05 SUB-TOPIC         PIC   X(8).                             01070001
           05 SUB-LETTERS       PIC   X(20).                            01080001
           05 SUB-FORM-ID       PIC   X(3).                             01090001
      ******************************************************************01100001
       WORKING-STORAGE SECTION.                                         01110001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01120001
       01 WS-OMR-STATUS     PIC   XX    VALUE '00'.                     01130001
          88 WS-OMR-EOF             VALUE '10'.                         01140001
       01 WS-ORD-STATUS     PIC   XX    VALUE '00'.                     01150001
       01 WS-SUB-STATUS     PIC   XX    VALUE '00'.                     01160001
       01 WS-SUB-FAILED-SW  PIC   X     VALUE 'N'.                      01161003
          88 WS-SUB-FAILED          VALUE 'Y'.                          01162003
      * --------------------------------------------------------------- 01170001
      *    EVERY FORM IN THE SAVED PRINT ORDER - TOPIC, FORM ID AND     01180001
      *    QUESTION COUNT. 100 FORMS IS THE SAME WORST CASE QZCLSCHK    01190001
      *    ALLOWS FOR.                                                  01200001
       01 WS-FORM-COUNT     PIC   9(3)  USAGE IS COMP VALUE 0.          01210001
       01 WS-FORM-TABLE.                                                01220001
        05 WS-FORM-ENTRY OCCURS 100 TIMES.                              01230001
           10 WS-FM-TOPIC     PIC   X(8).                               01240001
           10 WS-FM-ID        PIC   X(3).                               01250001
           10 WS-FM-AMOUNT    PIC   9(3).                               01260001
       01 WS-FM-IDX         PIC   9(3)  USAGE IS COMP.                  01270001
       01 WS-FORM-OVER-SW   PIC   X     VALUE 'N'.                      01280001
          88 WS-FORM-OVERFLOW        VALUE 'Y'.                         01290001
      * --------------------------------------------------------------- 01300001
      *    THE SHEET BEING CHECKED.                                     01310001
       01 WS-FORM-AMOUNT    PIC   9(3).                                 01320001
       01 WS-FORM-FOUND-SW  PIC   X     VALUE 'N'.                      01330001
          88 WS-FORM-FOUND          VALUE 'Y'.                          01340001
       01 WS-SHEET-SW       PIC   X     VALUE 'Y'.                      01350001
          88 WS-SHEET-CLEAN         VALUE 'Y'.                          01360001
       01 WS-QX             PIC   9(3)  USAGE IS COMP.                  01370001
       01 WS-LAST-MARK      PIC   9(3)  USAGE IS COMP.                  01380001
       01 WS-Q-LIMIT        PIC   9(3)  USAGE IS COMP.                  01390001
       01 WS-MARK           PIC   X.                                    01400001
          88 WS-MARK-LETTER         VALUE 'A' 'B' 'C' 'D'.              01410001
          88 WS-MARK-NONE           VALUE SPACE.                        01420001
          88 WS-MARK-DOUBLE         VALUE '*'.                          01430001
       01 WS-Q-EDIT         PIC   Z9.                                   01440001
       01 WS-CNT-EDIT       PIC   ZZ9.                                  01450001
       01 WS-QUERY-COUNT    PIC   9(3)  USAGE IS COMP.                  01460001
      *    EXCEPTIONS LISTING LINE - SHEET, WHAT WAS READ, THE PROBLEM. 01470001
       01 WS-EXC-LINE.                                                  01480001
        05 FILLER             PIC   X(2)  VALUE SPACES.                 01490001
        05 WS-EXC-SHEET       PIC   9(6).                               01500001
        05 FILLER             PIC   X(2)  VALUE SPACES.                 01510001
        05 WS-EXC-OPER-ID     PIC   X(8).                               01520001
        05 FILLER             PIC   X(2)  VALUE SPACES.                 01530001
        05 WS-EXC-TOPIC       PIC   X(8).                               01540001
        05 FILLER             PIC   X(2)  VALUE SPACES.                 01550001
        05 WS-EXC-FORM-ID     PIC   X(3).                               01560001
        05 FILLER             PIC   X(2)  VALUE SPACES.                 01570001
        05 WS-EXC-TEXT        PIC   X(40) VALUE SPACES.                 01580001
      * --------------------------------------------------------------- 01590001
       01 WS-INTAKE-TOTALS.                                             01600001
        05 WS-IT-READ         PIC   9(5)  USAGE IS COMP VALUE 0.        01610001
        05 WS-IT-CLEAN        PIC   9(5)  USAGE IS COMP VALUE 0.        01620001
        05 WS-IT-EXCEPT       PIC   9(5)  USAGE IS COMP VALUE 0.        01630001
        05 WS-IT-PROBLEMS     PIC   9(5)  USAGE IS COMP VALUE 0.        01640001
      ******************************************************************01650001
       PROCEDURE DIVISION.                                              01660001
           DISPLAY WS-HLINE                                             01670001
           DISPLAY 'MARK READER INTAKE - OMRSCAN TO QUIZSUB'            01680001
           DISPLAY WS-HLINE                                             01690001
           PERFORM PROC-LOAD-PRINT-ORDER                                01700001
           IF WS-FORM-COUNT = 0                                         01710001
              DISPLAY 'ERROR: NO SAVED QUESTION ORDER ON QUIZORD ',     01720001
                 '(STATUS=', WS-ORD-STATUS, ') - RUN THE BATCH ',       01730001
                 'SHEET FIRST'                                          01740001
              MOVE 8 TO RETURN-CODE                                     01750001
              GOBACK                                                    01760001
           END-IF                                                       01770001
           OPEN INPUT OMR-FILE                                          01780001
           IF WS-OMR-STATUS NOT = '00'                                  01790001
              DISPLAY 'ERROR: OMRSCAN DD COULD NOT BE OPENED ',         01800001
                 '(STATUS=', WS-OMR-STATUS, ')'                         01810001
              MOVE 12 TO RETURN-CODE                                    01820001
              GOBACK                                                    01830001
           END-IF                                                       01840001
           OPEN OUTPUT SUB-FILE                                         01850001
           IF WS-SUB-STATUS NOT = '00'                                  01860001
              DISPLAY 'ERROR: QUIZSUB DD COULD NOT BE OPENED ',         01870001
                 '(STATUS=', WS-SUB-STATUS, ')'                         01880001
              CLOSE OMR-FILE                                            01890001
              MOVE 12 TO RETURN-CODE                                    01900001
              GOBACK                                                    01910001
           END-IF                                                       01920001
           DISPLAY 'FORMS LOADED: ', WS-FORM-COUNT                      01930001
           DISPLAY WS-HLINE                                             01940001
           DISPLAY 'EXCEPTIONS FOR THE PROCTOR'                         01950001
           PERFORM PROC-READ-SHEET                                      01960001
           PERFORM PROC-CHECK-SHEET                                     01970001
              UNTIL WS-OMR-EOF OR WS-SUB-FAILED                         01971003
           CLOSE OMR-FILE                                               01990001
           CLOSE SUB-FILE                                               02000001
           IF WS-IT-EXCEPT = 0                                          02010001
              DISPLAY '  (NONE)'                                        02020001
           END-IF                                                       02030001
           PERFORM PROC-PRINT-SUMMARY                                   02040001
           IF WS-SUB-FAILED                                             02041003
              DISPLAY 'ERROR: QUIZSUB IS INCOMPLETE - DO NOT SCORE IT'  02042003
              MOVE 12 TO RETURN-CODE                                    02043003
              GOBACK                                                    02044003
           END-IF                                                       02045003
           IF WS-IT-EXCEPT > 0                                          02050001
              MOVE 4 TO RETURN-CODE                                     02060001
           END-IF                                                       02070001
           GOBACK.                                                      02080001
      ******************************************************************02090001
      *    SAME LOAD AS PROC-LOAD-PRINT-ORDER IN QZCLSCHK, SO BOTH      02100001
      *    PROGRAMS AGREE ON WHICH TOPIC/FORM PAIRS WERE PRINTED.       02110001
       PROC-LOAD-PRINT-ORDER.                                           02120001
           OPEN INPUT ORD-FILE                                          02130001
           IF WS-ORD-STATUS = '00'                                      02140001
              PERFORM PROC-LOAD-ONE-FORM                                02150001
                 UNTIL WS-ORD-STATUS NOT = '00'                         02160001
              CLOSE ORD-FILE                                            02170001
           END-IF                                                       02180001
           IF WS-FORM-OVERFLOW                                          02190001
              DISPLAY 'WARNING: QUIZORD HOLDS MORE THAN 100 FORMS - ',  02200001
                 'SHEETS FOR THE EXCESS WILL BE LISTED AS EXCEPTIONS'   02210001
           END-IF                                                       02220001
           EXIT.                                                        02230001
      ******************************************************************02240001
       PROC-LOAD-ONE-FORM.                                              02250001
           READ ORD-FILE                                                02260001
           IF WS-ORD-STATUS = '00' AND ORD-Q-AMOUNT > 0                 02270001
              AND ORD-Q-AMOUNT NOT > 20                                 02280001
              IF WS-FORM-COUNT = 100                                    02290001
                 SET WS-FORM-OVERFLOW TO TRUE                           02300001
                 EXIT PARAGRAPH                                         02310001
              END-IF                                                    02320001
              ADD 1 TO WS-FORM-COUNT                                    02330001
              MOVE ORD-TOPIC TO WS-FM-TOPIC(WS-FORM-COUNT)              02340001
              IF ORD-FORM-ID = SPACES                                   02350001
                 MOVE 'F01' TO WS-FM-ID(WS-FORM-COUNT)                  02360001
              ELSE                                                      02370001
                 MOVE ORD-FORM-ID TO WS-FM-ID(WS-FORM-COUNT)            02380001
              END-IF                                                    02390001
              MOVE ORD-Q-AMOUNT TO WS-FM-AMOUNT(WS-FORM-COUNT)          02400001
           END-IF                                                       02410001
           EXIT.                                                        02420001
      ******************************************************************02430001
       PROC-READ-SHEET.                                                 02440001
           READ OMR-FILE                                                02450001
              AT END SET WS-OMR-EOF TO TRUE                             02460001
           END-READ                                                     02470001
           EXIT.                                                        02480001
      ******************************************************************02490001
      *    RUNS EVERY CHECK ON ONE SHEET SO THE PROCTOR SEES ALL ITS    02500001
      *    PROBLEMS AT ONCE, THEN WRITES IT TO QUIZSUB ONLY IF NONE     02510001
      *    WAS FOUND.                                                   02520001
       PROC-CHECK-SHEET.                                                02530001
           ADD 1 TO WS-IT-READ                                          02540001
           SET WS-SHEET-CLEAN TO TRUE                                   02550001
           IF OMR-OPER-ID = SPACES                                      02560001
              MOVE 'OPERATOR ID NOT MARKED' TO WS-EXC-TEXT              02570001
              PERFORM PROC-LIST-PROBLEM                                 02580001
           ELSE                                                         02590001
              MOVE 0 TO WS-QUERY-COUNT                                  02600001
              INSPECT OMR-OPER-ID TALLYING WS-QUERY-COUNT FOR ALL '?'   02610001
              IF WS-QUERY-COUNT > 0                                     02620001
                 MOVE 'OPERATOR ID UNREADABLE' TO WS-EXC-TEXT           02630001
                 PERFORM PROC-LIST-PROBLEM                              02640001
              END-IF                                                    02650001
           END-IF                                                       02660001
           MOVE 0 TO WS-QUERY-COUNT                                     02670001
           INSPECT OMR-TOPIC TALLYING WS-QUERY-COUNT FOR ALL '?'        02680001
           IF OMR-TOPIC = SPACES OR WS-QUERY-COUNT > 0                  02690001
              MOVE 'TOPIC NOT READ' TO WS-EXC-TEXT                      02700001
              PERFORM PROC-LIST-PROBLEM                                 02710001
           END-IF                                                       02720001
           MOVE 0 TO WS-QUERY-COUNT                                     02730001
           INSPECT OMR-FORM-ID TALLYING WS-QUERY-COUNT FOR ALL '?'      02740001
           IF OMR-FORM-ID = SPACES OR WS-QUERY-COUNT > 0                02750001
              MOVE 'FORM ID MISSING' TO WS-EXC-TEXT                     02760001
              PERFORM PROC-LIST-PROBLEM                                 02770001
              MOVE 'N' TO WS-FORM-FOUND-SW                              02780001
           ELSE                                                         02790001
              PERFORM PROC-FIND-FORM                                    02800001
              IF NOT WS-FORM-FOUND                                      02810001
                 MOVE 'TOPIC/FORM NOT IN SAVED PRINT ORDER'             02820001
                    TO WS-EXC-TEXT                                      02830001
                 PERFORM PROC-LIST-PROBLEM                              02840001
              END-IF                                                    02850001
           END-IF                                                       02860001
           PERFORM PROC-CHECK-MARKS                                     02870001
           IF WS-SHEET-CLEAN                                            02880001
              MOVE OMR-OPER-ID TO SUB-OPER-ID                           02890001
              MOVE OMR-TOPIC   TO SUB-TOPIC                             02900001
              MOVE SPACES      TO SUB-LETTERS                           02910001
              MOVE OMR-MARKS(1:WS-FORM-AMOUNT)                          02920001
                 TO SUB-LETTERS(1:WS-FORM-AMOUNT)                       02930001
              MOVE OMR-FORM-ID TO SUB-FORM-ID                           02940001
              WRITE SUB-RECORD                                          02950001
              IF WS-SUB-STATUS NOT = '00'                               02951003
                 DISPLAY 'ERROR: QUIZSUB WRITE FAILED FOR SHEET ',      02952003
                    OMR-SHEET-NO, ' (STATUS=', WS-SUB-STATUS, ')'       02953003
                 SET WS-SUB-FAILED TO TRUE                              02954003
                 EXIT PARAGRAPH                                         02955003
              END-IF                                                    02956003
              ADD 1 TO WS-IT-CLEAN                                      02960001
           ELSE                                                         02970001
              ADD 1 TO WS-IT-EXCEPT                                     02980001
           END-IF                                                       02990001
           PERFORM PROC-READ-SHEET                                      03000001
           EXIT.                                                        03010001
      ******************************************************************03020001
       PROC-FIND-FORM.                                                  03030001
           MOVE 'N' TO WS-FORM-FOUND-SW                                 03040001
           MOVE 0   TO WS-FORM-AMOUNT                                   03050001
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1                        03060001
              UNTIL WS-FM-IDX > WS-FORM-COUNT OR WS-FORM-FOUND          03070001
              IF WS-FM-TOPIC(WS-FM-IDX) = OMR-TOPIC                     03080001
                 AND WS-FM-ID(WS-FM-IDX) = OMR-FORM-ID                  03090001
                 SET WS-FORM-FOUND TO TRUE                              03100001
                 MOVE WS-FM-AMOUNT(WS-FM-IDX) TO WS-FORM-AMOUNT         03110001
              END-IF                                                    03120001
           END-PERFORM                                                  03130001
           EXIT.                                                        03140001
      ******************************************************************03150001
      *    ANSWER ROWS. WITHOUT A KNOWN FORM THE ROWS ARE STILL         03160001
      *    CHECKED UP TO THE LAST ONE MARKED, SO THE PROCTOR GETS THE   03170001
      *    DOUBLE MARKS TOO; THE COUNT CHECK NEEDS THE FORM.            03180001
       PROC-CHECK-MARKS.                                                03190001
           MOVE 0 TO WS-LAST-MARK                                       03200001
           PERFORM VARYING WS-QX FROM 20 BY -1                          03210001
              UNTIL WS-QX < 1 OR WS-LAST-MARK > 0                       03220001
              IF OMR-MARKS(WS-QX:1) NOT = SPACE                         03230001
                 MOVE WS-QX TO WS-LAST-MARK                             03240001
              END-IF                                                    03250001
           END-PERFORM                                                  03260001
           IF WS-LAST-MARK = 0                                          03270001
              MOVE 'NO ANSWERS MARKED' TO WS-EXC-TEXT                   03280001
              PERFORM PROC-LIST-PROBLEM                                 03290001
              EXIT PARAGRAPH                                            03300001
           END-IF                                                       03310001
           MOVE WS-LAST-MARK TO WS-Q-LIMIT                              03320001
           IF WS-FORM-FOUND                                             03330001
              IF WS-LAST-MARK NOT = WS-FORM-AMOUNT                      03340001
                 MOVE WS-LAST-MARK TO WS-CNT-EDIT                       03350001
                 STRING WS-CNT-EDIT ' ANSWERS, FORM HAS '               03360001
                    DELIMITED BY SIZE INTO WS-EXC-TEXT                  03370001
                 MOVE WS-FORM-AMOUNT TO WS-CNT-EDIT                     03380001
                 MOVE WS-CNT-EDIT TO WS-EXC-TEXT(23:3)                  03390001
                 PERFORM PROC-LIST-PROBLEM                              03400001
              END-IF                                                    03410001
              IF WS-FORM-AMOUNT < WS-Q-LIMIT                            03420001
                 MOVE WS-FORM-AMOUNT TO WS-Q-LIMIT                      03430001
              END-IF                                                    03440001
           END-IF                                                       03450001
           PERFORM PROC-CHECK-ONE-MARK                                  03460001
              VARYING WS-QX FROM 1 BY 1                                 03470001
              UNTIL WS-QX > WS-Q-LIMIT                                  03480001
           EXIT.                                                        03490001
      ******************************************************************03500001
       PROC-CHECK-ONE-MARK.                                             03510001
           MOVE OMR-MARKS(WS-QX:1) TO WS-MARK                           03520001
           MOVE WS-QX TO WS-Q-EDIT                                      03530001
           EVALUATE TRUE                                                03540001
              WHEN WS-MARK-LETTER                                       03550001
                 CONTINUE                                               03560001
              WHEN WS-MARK-NONE                                         03570001
                 STRING 'QUESTION ' WS-Q-EDIT ' NOT MARKED'             03580001
                    DELIMITED BY SIZE INTO WS-EXC-TEXT                  03590001
                 PERFORM PROC-LIST-PROBLEM                              03600001
              WHEN WS-MARK-DOUBLE                                       03610001
                 STRING 'QUESTION ' WS-Q-EDIT ' MARKED TWICE'           03620001
                    DELIMITED BY SIZE INTO WS-EXC-TEXT                  03630001
                 PERFORM PROC-LIST-PROBLEM                              03640001
              WHEN OTHER                                                03650001
                 STRING 'QUESTION ' WS-Q-EDIT ' MARK UNREADABLE'        03660001
                    DELIMITED BY SIZE INTO WS-EXC-TEXT                  03670001
                 PERFORM PROC-LIST-PROBLEM                              03680001
           END-EVALUATE                                                 03690001
           EXIT.                                                        03700001
      ******************************************************************03710001
      *    ONE EXCEPTION LINE - THE CALLER LEAVES THE PROBLEM TEXT      03720001
      *    IN WS-EXC-TEXT.                                              03730001
       PROC-LIST-PROBLEM.                                               03740001
           MOVE 'N' TO WS-SHEET-SW                                      03750001
           ADD 1 TO WS-IT-PROBLEMS                                      03760001
           MOVE OMR-SHEET-NO    TO WS-EXC-SHEET                         03770001
           MOVE OMR-OPER-ID     TO WS-EXC-OPER-ID                       03780001
           MOVE OMR-TOPIC       TO WS-EXC-TOPIC                         03790001
           MOVE OMR-FORM-ID     TO WS-EXC-FORM-ID                       03800001
           DISPLAY WS-EXC-LINE                                          03810001
           MOVE SPACES          TO WS-EXC-TEXT                          03820001
           EXIT.                                                        03830001
      ******************************************************************03840001
       PROC-PRINT-SUMMARY.                                              03850001
           DISPLAY WS-HLINE                                             03860001
           DISPLAY 'SHEETS SCANNED:        ', WS-IT-READ                03870001
           DISPLAY 'CLEAN, TO QUIZSUB:     ', WS-IT-CLEAN               03880001
           DISPLAY 'EXCEPTION SHEETS:      ', WS-IT-EXCEPT              03890001
           DISPLAY 'PROBLEMS LISTED:       ', WS-IT-PROBLEMS            03900001
           DISPLAY WS-HLINE                                             03910001
           EXIT.                                                        03920001
       END PROGRAM QZOMRIN.                                             03930001
