       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZCTLVFY.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          TAMPER CHECK FOR THE ATTEMPT HISTORY. QUIZLOGK CAN BE  00110001
      *          REWRITTEN IN PLACE AND QUIZDTL IS A PLAIN SEQUENTIAL   00120001
      *          FILE, SO A QUIETLY RAISED SCORE OR A DELETED ATTEMPT   00130001
      *          USED TO LEAVE NO TRACE. EVERY PROGRAM THAT WRITES,     00140001
      *          REWRITES OR MOVES THOSE RECORDS NOW POSTS RUNNING      00150001
      *          CONTROL TOTALS (SEE QZCTLMOD) TO THE PROTECTED         00160001
      *          QZCTLTOT DATASET - PER ATTEMPT DAY, A RECORD COUNT, A  00170001
      *          SCORE HASH AND AN ATTEMPT-KEY HASH. THIS JOB ADDS UP   00180001
      *          THE POSTINGS, RECOMPUTES THE SAME FIGURES FROM         00190001
      *          QUIZLOGK, QUIZDTL AND THE QUIZARCH GENERATIONS, AND    00200001
      *          PRINTS EVERY DAY AND FILE THAT DOES NOT AGREE:         00210001
      *            - QUIZLOGK IS EXPECTED TO HOLD THE OPENING BALANCE   00220001
      *              PLUS EVERY ATTEMPT WRITTEN, LESS EVERY ATTEMPT     00230001
      *              QZLOGARC MOVED OUT, WITH EACH SCORE CHANGE THE     00240001
      *              QZADJLOG TRAIL RECORDS APPLIED                     00250001
      *            - QUIZARCH IS EXPECTED TO HOLD THE OPENING BALANCE   00260001
      *              PLUS EVERY ATTEMPT QZLOGARC MOVED IN               00270001
      *            - QUIZDTL IS EXPECTED TO HOLD THE OPENING BALANCE    00280001
      *              PLUS EVERY DETAIL WRITTEN                          00290001
      *          AND, AS A SECOND CHECK, THAT THE SCORE CHANGES         00300001
      *          QZREGRAD POSTED MATCH THE QZADJLOG TRAIL DAY BY DAY -  00310001
      *          A REWRITE WITH NO TRAIL RECORD (OR A TRAIL RECORD      00320001
      *          WITH NO REWRITE) SHOWS UP HERE.                        00330001
      *                                                                 00340001
      *    INFO                                                         00350001
      *          PARM='BASELINE' TAKES THE OPENING BALANCE ONCE, WHEN   00360001
      *          CONTROL TOTALS ARE FIRST INTRODUCED - EVERY RECORD     00370001
      *          THEN ON FILE IS POSTED AS KIND B. IT IS REFUSED IF A   00380001
      *          BASELINE IS ALREADY ON QZCTLTOT. TAKE IT ON A DAY      00390001
      *          WITH NO REGRADE: QZADJLOG RECORDS ARE ALLOWED FOR      00400001
      *          FROM THE BASELINE RUN DATE ON.                         00410001
      *          WITH NO PARM THE JOB VERIFIES. POINT QUIZARCH AT A     00420001
      *          CONCATENATION OF EVERY GENERATION STILL ON THE SHELF   00430001
      *          - WITHOUT THE DD THE ARCHIVE SIDE IS NOT CHECKED. A    00440001
      *          GENERATION THAT HAS ROLLED OFF SHOWS AS A SHORTFALL    00450001
      *          ON ITS DAYS.                                           00460001
      *                                                                 00470001
      *          RETURN-CODE 0 = EVERY DAY AGREES                       00480001
      *                      8 = AT LEAST ONE DAY DOES NOT AGREE, OR    00490001
      *                          THE DAY TABLE OVERFLOWED               00500001
      *                     12 = QZCTLTOT, QUIZLOGK OR QUIZDTL NOT      00510001
      *                          AVAILABLE, OR NO BASELINE TAKEN YET    00520001
      *                     16 = BASELINE REQUESTED BUT ONE EXISTS      00530001
      *                                                                 00540001
      ******************************************************************00550001
      *                                                                 00560001
      *    PROJECT CONTAINS:                                            00570001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00580001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00590001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00600001
      *                            ORQMOD02.CBL   QUIZ PART             00610001
      *                            QZCTLMOD.CBL   HISTORY CONTROL       00620001
      *                                           TOTALS                00630001
      *          UTILITY PGM       QZCTLVFY.CBL   HISTORY CONTROL       00640001
      *                                           TOTALS VERIFICATION   00650001
      *          UTILITY PGM       QZLOGARC.CBL   QUIZLOGK ARCHIVE      00660001
      *                                           AND PURGE             00670001
      *          UTILITY PGM       QZREGRAD.CBL   BAD-KEY REGRADE       00680001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00690001
      *                            CPBQAC02       VER2 OF Q&A           00700001
      *                                                                 00710001
      ******************************************************************00720001
      *    MODIFICATION HISTORY                                         00730001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00740001
      ******************************************************************00750001
       ENVIRONMENT DIVISION.                                            00760001
       INPUT-OUTPUT SECTION.                                            00770001
       FILE-CONTROL.                                                    00780001
           SELECT CTL-FILE ASSIGN TO "QZCTLTOT"                         00790001
              ORGANIZATION IS SEQUENTIAL                                00800001
              FILE STATUS IS WS-CTL-STATUS.                             00810001
           SELECT QLK-FILE ASSIGN TO "QUIZLOGK"                         00820001
              ORGANIZATION IS INDEXED                                   00830001
              ACCESS MODE IS SEQUENTIAL                                 00840001
              RECORD KEY IS QLK-KEY                                     00850001
              FILE STATUS IS WS-QLOG-STATUS.                            00860001
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00870001
              ORGANIZATION IS SEQUENTIAL                                00880001
              FILE STATUS IS WS-DTL-STATUS.                             00890001
           SELECT ARCH-FILE ASSIGN TO "QUIZARCH"                        00900001
              ORGANIZATION IS SEQUENTIAL                                00910001
              FILE STATUS IS WS-ARCH-STATUS.                            00920001
           SELECT ADJ-FILE ASSIGN TO "QZADJLOG"                         00930001
              ORGANIZATION IS SEQUENTIAL                                00940001
              FILE STATUS IS WS-ADJ-STATUS.                             00950001
      ******************************************************************00960001
       DATA DIVISION.                                                   00970001
       FILE SECTION.                                                    00980001
      *    SAME LAYOUT AS CTL-RECORD IN QZCTLMOD.                       00990001
       FD  CTL-FILE                                                     01000001
           RECORDING MODE F                                             01010001
           RECORD CONTAINS 100 CHARACTERS                               01020001
           LABEL RECORDS ARE STANDARD.                                  01030001
       01  CTL-RECORD.                                                  01040001
           05 CTL-FILE-NAME      PIC   X(8).                            01050001
           05 FILLER             PIC   X.                               01060001
           05 CTL-DAY            PIC   9(8).                            01070001
           05 FILLER             PIC   X.                               01080001
           05 CTL-KIND           PIC   X.                               01090001
           05 FILLER             PIC   X.                               01100001
           05 CTL-SOURCE         PIC   X(8).                            01110001
           05 FILLER             PIC   X.                               01120001
           05 CTL-RUN-DATE       PIC   9(8).                            01130001
           05 FILLER             PIC   X.                               01140001
           05 CTL-RUN-TIME       PIC   9(8).                            01150001
           05 FILLER             PIC   X.                               01160001
           05 CTL-COUNT          PIC  S9(7)  SIGN LEADING SEPARATE.     01170001
           05 FILLER             PIC   X.                               01180001
           05 CTL-SCORE-HASH     PIC  S9(15) SIGN LEADING SEPARATE.     01190001
           05 FILLER             PIC   X.                               01200001
           05 CTL-KEY-HASH       PIC  S9(15) SIGN LEADING SEPARATE.     01210001
           05 FILLER             PIC   X(11).                           01220001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ.                       01230001
       FD  QLK-FILE                                                     01240001
           RECORD CONTAINS 84 CHARACTERS.                               01250001
       01  QLK-RECORD.                                                  01260001
           05 QLK-KEY.                                                  01270001
              10 QLK-OPER-ID     PIC   X(8).                            01280001
              10 QLK-TOPIC       PIC   X(8).                            01290001
              10 QLK-START-DATE  PIC   9(8).                            01300001
              10 QLK-START-TIME  PIC   9(8).                            01310001
           05 QLK-STOP-DATE      PIC   9(8).                            01320001
           05 QLK-STOP-TIME      PIC   9(8).                            01330001
           05 QLK-SCORE          PIC   9(3).                            01340001
           05 QLK-Q-AMOUNT       PIC   9(3).                            01350001
           05 QLK-PCT            PIC   9(3)V99.                         01360001
           05 QLK-LETTERS        PIC   X(20).                           01370001
           05 QLK-RELEASE        PIC   9(5).                            01380001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       01390001
       FD  DTL-FILE                                                     01400001
           RECORDING MODE F                                             01410001
           RECORD CONTAINS 47 CHARACTERS                                01420001
           LABEL RECORDS ARE STANDARD.                                  01430001
       01  DTL-RECORD.                                                  01440001
           05 DTL-OPER-ID       PIC   X(8).                             01450001
           05 DTL-DATE          PIC   9(8).                             01460001
           05 DTL-TOPIC         PIC   X(8).                             01470001
           05 DTL-QID           PIC   X(8).                             01480001
           05 DTL-POS           PIC   9(2).                             01490001
           05 DTL-SUBMITTED     PIC   X.                                01500001
           05 DTL-CORRECT       PIC   X.                                01510001
           05 DTL-VERDICT       PIC   X.                                01520001
           05 DTL-SECS          PIC   9(4).                             01530001
           05 DTL-OVER          PIC   X.                                01540001
           05 DTL-RELEASE       PIC   9(5).                             01550001
      *    ARCHIVE GENERATIONS WRITTEN BY QZLOGARC - THE OLD FLAT       01560001
      *    QUIZLOG ORDER WITH THE BANK RELEASE ON THE END.              01570001
       FD  ARCH-FILE                                                    01580001
           RECORDING MODE F                                             01590001
           RECORD CONTAINS 84 CHARACTERS                                01600001
           LABEL RECORDS ARE STANDARD.                                  01610001
       01  ARCH-RECORD.                                                 01620001
           05 ARCH-JOB-NAME      PIC   X(8).                            01630001
           05 ARCH-START-DATE    PIC   9(8).                            01640001
           05 ARCH-START-TIME    PIC   9(8).                            01650001
           05 ARCH-STOP-DATE     PIC   9(8).                            01660001
           05 ARCH-STOP-TIME     PIC   9(8).                            01670001
           05 ARCH-SCORE         PIC   9(3).                            01680001
           05 ARCH-Q-AMOUNT      PIC   9(3).                            01690001
           05 ARCH-PCT           PIC   9(3)V99.                         01700001
           05 ARCH-LETTERS       PIC   X(20).                           01710001
           05 ARCH-TOPIC         PIC   X(8).                            01720001
           05 ARCH-RELEASE       PIC   9(5).                            01730001
      *    SAME LAYOUT AS ADJ-RECORD IN QZREGRAD.                       01740001
       FD  ADJ-FILE                                                     01750001
           RECORDING MODE F                                             01760001
           RECORD CONTAINS 120 CHARACTERS                               01770001
           LABEL RECORDS ARE STANDARD.                                  01780001
       01  ADJ-RECORD.                                                  01790001
           05 ADJ-RUN-DATE       PIC   9(8).                            01800001
           05 FILLER             PIC   X.                               01810001
           05 ADJ-QID            PIC   X(8).                            01820001
           05 FILLER             PIC   X.                               01830001
           05 ADJ-ACTION         PIC   X(4).                            01840001
           05 FILLER             PIC   X.                               01850001
           05 ADJ-NEW-KEY        PIC   X.                               01860001
           05 FILLER             PIC   X.                               01870001
           05 ADJ-OPER           PIC   X(8).                            01880001
           05 FILLER             PIC   X.                               01890001
           05 ADJ-TOPIC          PIC   X(8).                            01900001
           05 FILLER             PIC   X.                               01910001
           05 ADJ-ATT-DATE       PIC   9(8).                            01920001
           05 FILLER             PIC   X.                               01930001
           05 ADJ-OLD-SCORE      PIC   9(3).                            01940001
           05 FILLER             PIC   X.                               01950001
           05 ADJ-OLD-AMOUNT     PIC   9(3).                            01960001
           05 FILLER             PIC   X.                               01970001
           05 ADJ-OLD-PCT        PIC   9(3)V99.                         01980001
           05 FILLER             PIC   X.                               01990001
           05 ADJ-NEW-SCORE      PIC   9(3).                            02000001
           05 FILLER             PIC   X.                               02010001
           05 ADJ-NEW-AMOUNT     PIC   9(3).                            02020001
           05 FILLER             PIC   X.                               02030001
           05 ADJ-NEW-PCT        PIC   9(3)V99.                         02040001
           05 FILLER             PIC   X.                               02050001
           05 ADJ-NEWPASS        PIC   X.                               02060001
           05 FILLER             PIC   X(39).                           02070001
      ******************************************************************02080001
       WORKING-STORAGE SECTION.                                         02090001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  02100001
       01 WS-CTL-STATUS     PIC   XX    VALUE '00'.                     02110001
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     02120001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     02130001
       01 WS-ARCH-STATUS    PIC   XX    VALUE '00'.                     02140001
       01 WS-ADJ-STATUS     PIC   XX    VALUE '00'.                     02150001
       01 WS-MODE-SW        PIC   X     VALUE 'V'.                      02160001
          88 WS-BASELINE-RUN        VALUE 'B'.                          02170001
          88 WS-VERIFY-RUN          VALUE 'V'.                          02180001
       01 WS-BASE-SW        PIC   X     VALUE 'N'.                      02190001
          88 WS-BASE-FOUND          VALUE 'Y'.                          02200001
       01 WS-BASE-DATE      PIC   9(8)  VALUE 0.                        02210001
       01 WS-ARCH-SW        PIC   X     VALUE 'N'.                      02220001
          88 WS-ARCH-CHECKED        VALUE 'Y'.                          02230001
       01 WS-OVERFLOW-SW    PIC   X     VALUE 'N'.                      02240001
          88 WS-OVERFLOW            VALUE 'Y'.                          02250001
       01 WS-FX             PIC   9     USAGE IS COMP.                  02260001
       01 WS-LOOK-DAY       PIC   9(8).                                 02270001
       01 WS-ADJ-DELTA      PIC  S9(15) USAGE IS COMP.                  02280001
      *    THE THREE HISTORY FILES, IN THE ORDER THE DAY TABLE HOLDS    02290001
      *    THEM.                                                        02300001
       01 WS-FILE-NAMES     PIC   X(24)                                 02310001
                            VALUE 'QUIZLOGKQUIZDTL QUIZARCH'.           02320001
       01 WS-FILE-NAME-TAB REDEFINES WS-FILE-NAMES.                     02330001
        05 WS-FILE-NAME     PIC   X(8) OCCURS 3 TIMES.                  02340001
      * --------------------------------------------------------------- 02350001
      *    RUN COUNTS FOR THE SUMMARY.                                  02360001
       01 WS-COUNTS.                                                    02370001
        05 WS-CNT-CTL        PIC   9(7) USAGE IS COMP VALUE 0.          02380001
        05 WS-CNT-QLK        PIC   9(7) USAGE IS COMP VALUE 0.          02390001
        05 WS-CNT-DTL        PIC   9(7) USAGE IS COMP VALUE 0.          02400001
        05 WS-CNT-ARCH       PIC   9(7) USAGE IS COMP VALUE 0.          02410001
        05 WS-CNT-ADJ        PIC   9(7) USAGE IS COMP VALUE 0.          02420001
        05 WS-CNT-ADJ-OLD    PIC   9(7) USAGE IS COMP VALUE 0.          02430001
        05 WS-CNT-BAD        PIC   9(5) USAGE IS COMP VALUE 0.          02440001
        05 WS-CNT-TRAIL-BAD  PIC   9(5) USAGE IS COMP VALUE 0.          02450001
      * --------------------------------------------------------------- 02460001
      *    ONE ENTRY PER ATTEMPT DAY, KEPT IN DAY ORDER. FOR EACH OF    02470001
      *    THE THREE FILES THE FIGURES THE POSTINGS SAY SHOULD BE       02480001
      *    THERE AND THE FIGURES ACTUALLY FOUND; FOR QUIZLOGK ALSO THE  02490001
      *    SCORE CHANGES QZREGRAD POSTED AND THOSE QZADJLOG RECORDS.    02500001
       01 WS-DAY-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          02510001
       01 WS-DAY-TABLE.                                                 02520001
        05 WS-DY-ENTRY OCCURS 3000 TIMES.                               02530001
           10 WS-DY-DAY         PIC   9(8).                             02540001
           10 WS-DY-ADJ-POSTED  PIC  S9(15) USAGE IS COMP.              02550001
           10 WS-DY-ADJ-TRAIL   PIC  S9(15) USAGE IS COMP.              02560001
           10 WS-DY-FILE OCCURS 3 TIMES.                                02570001
              15 WS-DY-EXP-COUNT  PIC  S9(7)  USAGE IS COMP.            02580001
              15 WS-DY-EXP-SCORE  PIC  S9(15) USAGE IS COMP.            02590001
              15 WS-DY-EXP-KEY    PIC  S9(15) USAGE IS COMP.            02600001
              15 WS-DY-ACT-COUNT  PIC  S9(7)  USAGE IS COMP.            02610001
              15 WS-DY-ACT-SCORE  PIC  S9(15) USAGE IS COMP.            02620001
              15 WS-DY-ACT-KEY    PIC  S9(15) USAGE IS COMP.            02630001
       01 WS-DY-IDX         PIC   9(4)  USAGE IS COMP.                  02640001
       01 WS-DY-HIT         PIC   9(4)  USAGE IS COMP VALUE 0.          02650001
       01 WS-DY-MOVE        PIC   9(4)  USAGE IS COMP.                  02660001
      * --------------------------------------------------------------- 02670001
      *    REPORT WORK.                                                 02680001
       01 WS-EXP-EDIT       PIC   -(7)9.                                02690001
       01 WS-ACT-EDIT       PIC   -(7)9.                                02700001
       01 WS-SCORE-TEXT     PIC   X(7).                                 02710001
       01 WS-KEY-TEXT       PIC   X(7).                                 02720001
       01 WS-BAD-SW         PIC   X.                                    02730001
          88 WS-DAY-BAD             VALUE 'Y'.                          02740001
      * --------------------------------------------------------------- 02750001
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    02760001
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  02770001
       01 WS-CTL-AREA.                                                  02780001
        05 WS-CTL-FUNC       PIC   X.                                   02790001
        05 WS-CTL-FILE       PIC   X(8).                                02800001
        05 WS-CTL-KIND       PIC   X.                                   02810001
        05 WS-CTL-SIGN       PIC   X.                                   02820001
        05 WS-CTL-SOURCE     PIC   X(8).                                02830001
        05 WS-CTL-DAY        PIC   9(8).                                02840001
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               02850001
        05 WS-CTL-POS        PIC   9(2).                                02860001
        05 WS-CTL-SCORE      PIC   9(3).                                02870001
        05 WS-CTL-AMOUNT     PIC   9(3).                                02880001
        05 WS-CTL-PCT        PIC   9(3)V99.                             02890001
        05 WS-CTL-SUBMITTED  PIC   X.                                   02900001
        05 WS-CTL-CORRECT    PIC   X.                                   02910001
        05 WS-CTL-VERDICT    PIC   X.                                   02920001
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               02930001
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               02940001
        05 WS-CTL-RC         PIC   9(2).                                02950001
      ******************************************************************02960001
       LINKAGE SECTION.                                                 02970001
       01 PARM-BUFFER.                                                  02980001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02990001
        05 PARM-DATA                    PIC   X(256).                   03000001
      ******************************************************************03010001
       PROCEDURE DIVISION USING PARM-BUFFER.                            03020001
           IF PARM-LENGTH > 0                                           03030001
              AND FUNCTION UPPER-CASE(PARM-DATA(1:8)) = 'BASELINE'      03040001
              SET WS-BASELINE-RUN TO TRUE                               03050001
           END-IF                                                       03060001
           DISPLAY WS-HLINE                                             03070001
           IF WS-BASELINE-RUN                                           03080001
              DISPLAY 'HISTORY CONTROL TOTALS - OPENING BALANCE'        03090001
           ELSE                                                         03100001
              DISPLAY 'HISTORY CONTROL TOTALS - VERIFICATION'           03110001
           END-IF                                                       03120001
           DISPLAY WS-HLINE                                             03130001
           PERFORM PROC-LOAD-CONTROL                                    03140001
           IF WS-BASELINE-RUN                                           03150001
              PERFORM PROC-TAKE-BASELINE                                03160001
              GOBACK                                                    03170001
           END-IF                                                       03180001
           IF WS-CTL-STATUS NOT = '00'                                  03190001
              MOVE 12 TO RETURN-CODE                                    03200001
              GOBACK                                                    03210001
           END-IF                                                       03220001
           IF NOT WS-BASE-FOUND                                         03230001
              DISPLAY 'ERROR: NO OPENING BALANCE ON QZCTLTOT - RUN ',   03240001
                 'WITH PARM=BASELINE FIRST'                             03250001
              MOVE 12 TO RETURN-CODE                                    03260001
              GOBACK                                                    03270001
           END-IF                                                       03280001
           PERFORM PROC-SCAN-HISTORY                                    03290001
           IF RETURN-CODE = 12                                          03300001
              GOBACK                                                    03310001
           END-IF                                                       03320001
           PERFORM PROC-LOAD-TRAIL                                      03330001
           PERFORM PROC-PRINT-DAYS                                      03340001
           PERFORM PROC-PRINT-SUMMARY                                   03350001
           IF WS-CNT-BAD > 0 OR WS-CNT-TRAIL-BAD > 0 OR WS-OVERFLOW     03360001
              MOVE 8 TO RETURN-CODE                                     03370001
           ELSE                                                         03380001
              MOVE 0 TO RETURN-CODE                                     03390001
           END-IF                                                       03400001
           GOBACK.                                                      03410001
      ******************************************************************03420001
      *    ADDS UP EVERY POSTING ON QZCTLTOT INTO THE DAY TABLE. AN     03430001
      *    OPENING BALANCE (KIND B) ALSO GIVES THE DATE FROM WHICH THE  03440001
      *    QZADJLOG TRAIL COUNTS. A REGRADE'S OWN POSTINGS (KIND A)     03450001
      *    ARE KEPT ASIDE - THE TRAIL, NOT THE REWRITING PROGRAM,       03460001
      *    SAYS WHAT THE SCORE CHANGES SHOULD BE.                       03470001
       PROC-LOAD-CONTROL.                                               03480001
           OPEN INPUT CTL-FILE                                          03490001
           IF WS-CTL-STATUS NOT = '00'                                  03500001
              IF WS-VERIFY-RUN                                          03510001
                 DISPLAY 'ERROR: QZCTLTOT NOT AVAILABLE (STATUS=',      03520001
                    WS-CTL-STATUS, ')'                                  03530001
              END-IF                                                    03540001
              EXIT PARAGRAPH                                            03550001
           END-IF                                                       03560001
           PERFORM PROC-LOAD-CONTROL-REC                                03570001
              UNTIL WS-CTL-STATUS NOT = '00'                            03580001
           CLOSE CTL-FILE                                               03590001
           MOVE '00' TO WS-CTL-STATUS                                   03600001
           EXIT.                                                        03610001
      ******************************************************************03620001
       PROC-LOAD-CONTROL-REC.                                           03630001
           READ CTL-FILE                                                03640001
           IF WS-CTL-STATUS NOT = '00'                                  03650001
              EXIT PARAGRAPH                                            03660001
           END-IF                                                       03670001
           ADD 1 TO WS-CNT-CTL                                          03680001
           IF CTL-KIND = 'B'                                            03690001
              IF NOT WS-BASE-FOUND                                      03700001
                 OR CTL-RUN-DATE < WS-BASE-DATE                         03710001
                 MOVE CTL-RUN-DATE TO WS-BASE-DATE                      03720001
              END-IF                                                    03730001
              SET WS-BASE-FOUND TO TRUE                                 03740001
           END-IF                                                       03750001
           IF WS-BASELINE-RUN                                           03760001
              EXIT PARAGRAPH                                            03770001
           END-IF                                                       03780001
           EVALUATE CTL-FILE-NAME                                       03790001
              WHEN 'QUIZLOGK'                                           03800001
                 MOVE 1 TO WS-FX                                        03810001
              WHEN 'QUIZDTL'                                            03820001
                 MOVE 2 TO WS-FX                                        03830001
              WHEN 'QUIZARCH'                                           03840001
                 MOVE 3 TO WS-FX                                        03850001
              WHEN OTHER                                                03860001
                 DISPLAY 'WARNING: QZCTLTOT RECORD FOR UNKNOWN FILE ',  03870001
                    CTL-FILE-NAME, ' FROM ', CTL-SOURCE, ' IGNORED'     03880001
                 EXIT PARAGRAPH                                         03890001
           END-EVALUATE                                                 03900001
           MOVE CTL-DAY TO WS-LOOK-DAY                                  03910001
           PERFORM PROC-FIND-DAY                                        03920001
           IF WS-DY-HIT = 0                                             03930001
              EXIT PARAGRAPH                                            03940001
           END-IF                                                       03950001
           IF CTL-KIND = 'A'                                            03960001
              ADD CTL-SCORE-HASH TO WS-DY-ADJ-POSTED(WS-DY-HIT)         03970001
              ADD CTL-COUNT TO WS-DY-EXP-COUNT(WS-DY-HIT, WS-FX)        03980001
              ADD CTL-KEY-HASH TO WS-DY-EXP-KEY(WS-DY-HIT, WS-FX)       03990001
           ELSE                                                         04000001
              ADD CTL-COUNT TO WS-DY-EXP-COUNT(WS-DY-HIT, WS-FX)        04010001
              ADD CTL-SCORE-HASH TO WS-DY-EXP-SCORE(WS-DY-HIT, WS-FX)   04020001
              ADD CTL-KEY-HASH TO WS-DY-EXP-KEY(WS-DY-HIT, WS-FX)       04030001
           END-IF                                                       04040001
           EXIT.                                                        04050001
      ******************************************************************04060001
      *    THE DAY TABLE ENTRY FOR WS-LOOK-DAY, ADDED IN DAY ORDER      04070001
      *    WHEN NEW. 0 WHEN THE TABLE IS FULL.                          04080001
       PROC-FIND-DAY.                                                   04090001
           MOVE 0 TO WS-DY-HIT                                          04100001
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1                        04110001
              UNTIL WS-DY-IDX > WS-DAY-COUNT                            04120001
              OR WS-DY-DAY(WS-DY-IDX) >= WS-LOOK-DAY                    04130001
              CONTINUE                                                  04140001
           END-PERFORM                                                  04150001
           IF WS-DY-IDX <= WS-DAY-COUNT                                 04160001
              IF WS-DY-DAY(WS-DY-IDX) = WS-LOOK-DAY                     04170001
                 MOVE WS-DY-IDX TO WS-DY-HIT                            04180001
                 EXIT PARAGRAPH                                         04190001
              END-IF                                                    04200001
           END-IF                                                       04210001
           IF WS-DAY-COUNT = 3000                                       04220001
              IF NOT WS-OVERFLOW                                        04230001
                 DISPLAY 'WARNING: MORE THAN 3000 ATTEMPT DAYS - ',     04240001
                    'LATER DAYS NOT CHECKED'                            04250001
              END-IF                                                    04260001
              SET WS-OVERFLOW TO TRUE                                   04270001
              EXIT PARAGRAPH                                            04280001
           END-IF                                                       04290001
           PERFORM VARYING WS-DY-MOVE FROM WS-DAY-COUNT BY -1           04300001
              UNTIL WS-DY-MOVE < WS-DY-IDX                              04310001
              MOVE WS-DY-ENTRY(WS-DY-MOVE)                              04320001
                 TO WS-DY-ENTRY(WS-DY-MOVE + 1)                         04330001
           END-PERFORM                                                  04340001
           ADD 1 TO WS-DAY-COUNT                                        04350001
           MOVE WS-DY-IDX TO WS-DY-HIT                                  04360001
           INITIALIZE WS-DY-ENTRY(WS-DY-HIT)                            04370001
           MOVE WS-LOOK-DAY TO WS-DY-DAY(WS-DY-HIT)                     04380001
           EXIT.                                                        04390001
      ******************************************************************04400001
      *    THE OPENING BALANCE - EVERY RECORD NOW IN THE HISTORY IS     04410001
      *    POSTED AS KIND B. ONLY EVER DONE ONCE.                       04420001
       PROC-TAKE-BASELINE.                                              04430001
           IF WS-BASE-FOUND                                             04440001
              DISPLAY 'ERROR: QZCTLTOT ALREADY HOLDS AN OPENING ',      04450001
                 'BALANCE TAKEN ', WS-BASE-DATE, ' - NOT TAKEN AGAIN'   04460001
              MOVE 16 TO RETURN-CODE                                    04470001
              EXIT PARAGRAPH                                            04480001
           END-IF                                                       04490001
           PERFORM PROC-SCAN-HISTORY                                    04500001
           IF RETURN-CODE = 12                                          04510001
              EXIT PARAGRAPH                                            04520001
           END-IF                                                       04530001
           MOVE 'F'        TO WS-CTL-FUNC                               04540001
           MOVE 'QZCTLVFY' TO WS-CTL-SOURCE                             04550001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            04560001
           DISPLAY 'QUIZLOGK RECORDS POSTED:  ', WS-CNT-QLK             04570001
           DISPLAY 'QUIZDTL RECORDS POSTED:   ', WS-CNT-DTL             04580001
           IF WS-ARCH-CHECKED                                           04590001
              DISPLAY 'QUIZARCH RECORDS POSTED:  ', WS-CNT-ARCH         04600001
           ELSE                                                         04610001
              DISPLAY 'QUIZARCH NOT ALLOCATED - NO ARCHIVE BALANCE'     04620001
           END-IF                                                       04630001
           IF WS-CTL-RC NOT = 0                                         04640001
              DISPLAY 'ERROR: THE OPENING BALANCE COULD NOT BE ',       04650001
                 'WRITTEN - DELETE ANY PARTIAL RECORDS AND RERUN'       04660001
              MOVE 12 TO RETURN-CODE                                    04670001
           ELSE                                                         04680001
              MOVE 0 TO RETURN-CODE                                     04690001
           END-IF                                                       04700001
           DISPLAY WS-HLINE                                             04710001
           EXIT.                                                        04720001
      ******************************************************************04730001
      *    READS THE THREE HISTORY FILES. QUIZLOGK AND QUIZDTL MUST     04740001
      *    BE THERE; QUIZARCH IS OPTIONAL.                              04750001
       PROC-SCAN-HISTORY.                                               04760001
           OPEN INPUT QLK-FILE                                          04770001
           IF WS-QLOG-STATUS NOT = '00'                                 04780001
              DISPLAY 'ERROR: QUIZLOGK NOT AVAILABLE (STATUS=',         04790001
                 WS-QLOG-STATUS, ')'                                    04800001
              MOVE 12 TO RETURN-CODE                                    04810001
              EXIT PARAGRAPH                                            04820001
           END-IF                                                       04830001
           PERFORM PROC-READ-QLK                                        04840001
              UNTIL WS-QLOG-STATUS NOT = '00'                           04850001
           CLOSE QLK-FILE                                               04860001
           OPEN INPUT DTL-FILE                                          04870001
           IF WS-DTL-STATUS NOT = '00'                                  04880001
              DISPLAY 'ERROR: QUIZDTL NOT AVAILABLE (STATUS=',          04890001
                 WS-DTL-STATUS, ')'                                     04900001
              MOVE 12 TO RETURN-CODE                                    04910001
              EXIT PARAGRAPH                                            04920001
           END-IF                                                       04930001
           PERFORM PROC-READ-DTL                                        04940001
              UNTIL WS-DTL-STATUS NOT = '00'                            04950001
           CLOSE DTL-FILE                                               04960001
           OPEN INPUT ARCH-FILE                                         04970001
           IF WS-ARCH-STATUS = '00'                                     04980001
              SET WS-ARCH-CHECKED TO TRUE                               04990001
              PERFORM PROC-READ-ARCH                                    05000001
                 UNTIL WS-ARCH-STATUS NOT = '00'                        05010001
              CLOSE ARCH-FILE                                           05020001
           ELSE                                                         05030001
              DISPLAY 'NOTE: QUIZARCH NOT AVAILABLE (STATUS=',          05040001
                 WS-ARCH-STATUS, ') - ARCHIVE SIDE NOT CHECKED'         05050001
           END-IF                                                       05060001
           EXIT.                                                        05070001
      ******************************************************************05080001
       PROC-READ-QLK.                                                   05090001
           READ QLK-FILE                                                05100001
           IF WS-QLOG-STATUS NOT = '00'                                 05110001
              EXIT PARAGRAPH                                            05120001
           END-IF                                                       05130001
           ADD 1 TO WS-CNT-QLK                                          05140001
           MOVE 1              TO WS-FX                                 05150001
           MOVE QLK-START-DATE TO WS-CTL-DAY                            05160001
           MOVE QLK-KEY        TO WS-CTL-KEY-TEXT                       05170001
           MOVE 0              TO WS-CTL-POS                            05180001
           MOVE QLK-SCORE      TO WS-CTL-SCORE                          05190001
           MOVE QLK-Q-AMOUNT   TO WS-CTL-AMOUNT                         05200001
           MOVE QLK-PCT        TO WS-CTL-PCT                            05210001
           PERFORM PROC-TAKE-RECORD                                     05220001
           EXIT.                                                        05230001
      ******************************************************************05240001
       PROC-READ-DTL.                                                   05250001
           READ DTL-FILE                                                05260001
           IF WS-DTL-STATUS NOT = '00'                                  05270001
              EXIT PARAGRAPH                                            05280001
           END-IF                                                       05290001
           ADD 1 TO WS-CNT-DTL                                          05300001
           MOVE 2                TO WS-FX                               05310001
           MOVE DTL-DATE         TO WS-CTL-DAY                          05320001
           MOVE DTL-RECORD(1:32) TO WS-CTL-KEY-TEXT                     05330001
           MOVE DTL-POS          TO WS-CTL-POS                          05340001
           MOVE DTL-SUBMITTED    TO WS-CTL-SUBMITTED                    05350001
           MOVE DTL-CORRECT      TO WS-CTL-CORRECT                      05360001
           MOVE DTL-VERDICT      TO WS-CTL-VERDICT                      05370001
           PERFORM PROC-TAKE-RECORD                                     05380001
           EXIT.                                                        05390001
      ******************************************************************05400001
      *    AN ARCHIVE RECORD IS HASHED ON THE QUIZLOGK KEY IT CAME      05410001
      *    FROM, THE SAME WAY QZLOGARC POSTED IT.                       05420001
       PROC-READ-ARCH.                                                  05430001
           READ ARCH-FILE                                               05440001
           IF WS-ARCH-STATUS NOT = '00'                                 05450001
              EXIT PARAGRAPH                                            05460001
           END-IF                                                       05470001
           ADD 1 TO WS-CNT-ARCH                                         05480001
           MOVE 3               TO WS-FX                                05490001
           MOVE ARCH-START-DATE TO WS-CTL-DAY                           05500001
           MOVE ARCH-JOB-NAME   TO WS-CTL-KEY-TEXT(1:8)                 05510001
           MOVE ARCH-TOPIC      TO WS-CTL-KEY-TEXT(9:8)                 05520001
           MOVE ARCH-START-DATE TO WS-CTL-KEY-TEXT(17:8)                05530001
           MOVE ARCH-START-TIME TO WS-CTL-KEY-TEXT(25:8)                05540001
           MOVE 0               TO WS-CTL-POS                           05550001
           MOVE ARCH-SCORE      TO WS-CTL-SCORE                         05560001
           MOVE ARCH-Q-AMOUNT   TO WS-CTL-AMOUNT                        05570001
           MOVE ARCH-PCT        TO WS-CTL-PCT                           05580001
           PERFORM PROC-TAKE-RECORD                                     05590001
           EXIT.                                                        05600001
      ******************************************************************05610001
      *    ONE HISTORY RECORD - POSTED AS OPENING BALANCE ON A          05620001
      *    BASELINE RUN, OTHERWISE HASHED AND ADDED TO WHAT WAS FOUND.  05630001
       PROC-TAKE-RECORD.                                                05640001
           MOVE WS-FILE-NAME(WS-FX) TO WS-CTL-FILE                      05650001
           IF WS-BASELINE-RUN                                           05660001
              MOVE 'P'        TO WS-CTL-FUNC                            05670001
              MOVE 'B'        TO WS-CTL-KIND                            05680001
              MOVE '+'        TO WS-CTL-SIGN                            05690001
              MOVE 'QZCTLVFY' TO WS-CTL-SOURCE                          05700001
              CALL 'QZCTLMOD' USING WS-CTL-AREA                         05710001
              EXIT PARAGRAPH                                            05720001
           END-IF                                                       05730001
           MOVE 'H' TO WS-CTL-FUNC                                      05740001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            05750001
           MOVE WS-CTL-DAY TO WS-LOOK-DAY                               05760001
           PERFORM PROC-FIND-DAY                                        05770001
           IF WS-DY-HIT = 0                                             05780001
              EXIT PARAGRAPH                                            05790001
           END-IF                                                       05800001
           ADD 1 TO WS-DY-ACT-COUNT(WS-DY-HIT, WS-FX)                   05810001
           ADD WS-CTL-SCORE-HASH TO WS-DY-ACT-SCORE(WS-DY-HIT, WS-FX)   05820001
           ADD WS-CTL-KEY-HASH TO WS-DY-ACT-KEY(WS-DY-HIT, WS-FX)       05830001
           EXIT.                                                        05840001
      ******************************************************************05850001
      *    EVERY QZADJLOG RECORD FROM THE BASELINE ON MOVES ITS         05860001
      *    ATTEMPT DAY'S EXPECTED QUIZLOGK SCORE HASH BY NEW LESS OLD.  05870001
      *    A MISSING TRAIL SIMPLY MEANS NO REGRADE HAS EVER RUN.        05880001
       PROC-LOAD-TRAIL.                                                 05890001
           OPEN INPUT ADJ-FILE                                          05900001
           IF WS-ADJ-STATUS NOT = '00'                                  05910001
              EXIT PARAGRAPH                                            05920001
           END-IF                                                       05930001
           PERFORM PROC-LOAD-TRAIL-REC                                  05940001
              UNTIL WS-ADJ-STATUS NOT = '00'                            05950001
           CLOSE ADJ-FILE                                               05960001
           EXIT.                                                        05970001
      ******************************************************************05980001
       PROC-LOAD-TRAIL-REC.                                             05990001
           READ ADJ-FILE                                                06000001
           IF WS-ADJ-STATUS NOT = '00'                                  06010001
              EXIT PARAGRAPH                                            06020001
           END-IF                                                       06030001
           IF ADJ-RUN-DATE < WS-BASE-DATE                               06040001
              ADD 1 TO WS-CNT-ADJ-OLD                                   06050001
              EXIT PARAGRAPH                                            06060001
           END-IF                                                       06070001
           ADD 1 TO WS-CNT-ADJ                                          06080001
           MOVE 'H'            TO WS-CTL-FUNC                           06090001
           MOVE 'QUIZLOGK'     TO WS-CTL-FILE                           06100001
           MOVE SPACES         TO WS-CTL-KEY-TEXT                       06110001
           MOVE 0              TO WS-CTL-POS                            06120001
           MOVE ADJ-NEW-SCORE  TO WS-CTL-SCORE                          06130001
           MOVE ADJ-NEW-AMOUNT TO WS-CTL-AMOUNT                         06140001
           MOVE ADJ-NEW-PCT    TO WS-CTL-PCT                            06150001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            06160001
           MOVE WS-CTL-SCORE-HASH TO WS-ADJ-DELTA                       06170001
           MOVE ADJ-OLD-SCORE  TO WS-CTL-SCORE                          06180001
           MOVE ADJ-OLD-AMOUNT TO WS-CTL-AMOUNT                         06190001
           MOVE ADJ-OLD-PCT    TO WS-CTL-PCT                            06200001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            06210001
           SUBTRACT WS-CTL-SCORE-HASH FROM WS-ADJ-DELTA                 06220001
           MOVE ADJ-ATT-DATE TO WS-LOOK-DAY                             06230001
           PERFORM PROC-FIND-DAY                                        06240001
           IF WS-DY-HIT = 0                                             06250001
              EXIT PARAGRAPH                                            06260001
           END-IF                                                       06270001
           ADD WS-ADJ-DELTA TO WS-DY-ADJ-TRAIL(WS-DY-HIT)               06280001
           ADD WS-ADJ-DELTA TO WS-DY-EXP-SCORE(WS-DY-HIT, 1)            06290001
           EXIT.                                                        06300001
      ******************************************************************06310001
      *    EVERY DAY AND FILE WHOSE EXPECTED AND ACTUAL FIGURES DIFFER, 06320001
      *    THEN EVERY DAY WHOSE REGRADE POSTINGS DIFFER FROM THE TRAIL. 06330001
       PROC-PRINT-DAYS.                                                 06340001
           DISPLAY 'DAY      FILE      EXPECTED    ACTUAL SCORES  KEYS' 06350001
           DISPLAY WS-HLINE                                             06360001
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1                        06370001
              UNTIL WS-DY-IDX > WS-DAY-COUNT                            06380001
              PERFORM PROC-CHECK-DAY-FILE                               06390001
                 VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 3              06400001
           END-PERFORM                                                  06410001
           IF WS-CNT-BAD = 0                                            06420001
              DISPLAY 'NONE - EVERY DAY AGREES WITH ITS CONTROL TOTALS' 06430001
           END-IF                                                       06440001
           DISPLAY WS-HLINE                                             06450001
           DISPLAY 'REGRADE POSTINGS VS QZADJLOG TRAIL'                 06460001
           DISPLAY WS-HLINE                                             06470001
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1                        06480001
              UNTIL WS-DY-IDX > WS-DAY-COUNT                            06490001
              IF WS-DY-ADJ-POSTED(WS-DY-IDX)                            06500001
                 NOT = WS-DY-ADJ-TRAIL(WS-DY-IDX)                       06510001
                 ADD 1 TO WS-CNT-TRAIL-BAD                              06520001
                 DISPLAY WS-DY-DAY(WS-DY-IDX), ' QUIZLOGK REWRITTEN ',  06530001
                    'BY QZREGRAD AND QZADJLOG DO NOT AGREE'             06540001
              END-IF                                                    06550001
           END-PERFORM                                                  06560001
           IF WS-CNT-TRAIL-BAD = 0                                      06570001
              DISPLAY 'NONE - EVERY REGRADE IS ON THE TRAIL'            06580001
           END-IF                                                       06590001
           DISPLAY WS-HLINE                                             06600001
           EXIT.                                                        06610001
      ******************************************************************06620001
       PROC-CHECK-DAY-FILE.                                             06630001
           IF WS-FX = 3 AND NOT WS-ARCH-CHECKED                         06640001
              EXIT PARAGRAPH                                            06650001
           END-IF                                                       06660001
           MOVE 'N' TO WS-BAD-SW                                        06670001
           MOVE 'AGREE' TO WS-SCORE-TEXT                                06680001
           MOVE 'AGREE' TO WS-KEY-TEXT                                  06690001
           IF WS-DY-EXP-COUNT(WS-DY-IDX, WS-FX)                         06700001
              NOT = WS-DY-ACT-COUNT(WS-DY-IDX, WS-FX)                   06710001
              SET WS-DAY-BAD TO TRUE                                    06720001
           END-IF                                                       06730001
           IF WS-DY-EXP-SCORE(WS-DY-IDX, WS-FX)                         06740001
              NOT = WS-DY-ACT-SCORE(WS-DY-IDX, WS-FX)                   06750001
              SET WS-DAY-BAD TO TRUE                                    06760001
              MOVE 'DIFFER' TO WS-SCORE-TEXT                            06770001
           END-IF                                                       06780001
           IF WS-DY-EXP-KEY(WS-DY-IDX, WS-FX)                           06790001
              NOT = WS-DY-ACT-KEY(WS-DY-IDX, WS-FX)                     06800001
              SET WS-DAY-BAD TO TRUE                                    06810001
              MOVE 'DIFFER' TO WS-KEY-TEXT                              06820001
           END-IF                                                       06830001
           IF NOT WS-DAY-BAD                                            06840001
              EXIT PARAGRAPH                                            06850001
           END-IF                                                       06860001
           ADD 1 TO WS-CNT-BAD                                          06870001
           MOVE WS-DY-EXP-COUNT(WS-DY-IDX, WS-FX) TO WS-EXP-EDIT        06880001
           MOVE WS-DY-ACT-COUNT(WS-DY-IDX, WS-FX) TO WS-ACT-EDIT        06890001
           DISPLAY WS-DY-DAY(WS-DY-IDX), ' ', WS-FILE-NAME(WS-FX), ' ', 06900001
              WS-EXP-EDIT, '  ', WS-ACT-EDIT, ' ', WS-SCORE-TEXT,       06910001
              WS-KEY-TEXT                                               06920001
           EXIT.                                                        06930001
      ******************************************************************06940001
       PROC-PRINT-SUMMARY.                                              06950001
           DISPLAY 'OPENING BALANCE TAKEN:      ', WS-BASE-DATE         06960001
           DISPLAY 'QZCTLTOT POSTINGS READ:     ', WS-CNT-CTL           06970001
           DISPLAY 'QUIZLOGK RECORDS READ:      ', WS-CNT-QLK           06980001
           DISPLAY 'QUIZDTL RECORDS READ:       ', WS-CNT-DTL           06990001
           IF WS-ARCH-CHECKED                                           07000001
              DISPLAY 'QUIZARCH RECORDS READ:      ', WS-CNT-ARCH       07010001
           END-IF                                                       07020001
           DISPLAY 'QZADJLOG RECORDS ALLOWED:   ', WS-CNT-ADJ           07030001
           DISPLAY 'QZADJLOG BEFORE BASELINE:   ', WS-CNT-ADJ-OLD       07040001
           DISPLAY 'ATTEMPT DAYS CHECKED:       ', WS-DAY-COUNT         07050001
           DISPLAY 'DAY/FILE DISAGREEMENTS:     ', WS-CNT-BAD           07060001
           DISPLAY 'REGRADE/TRAIL DISAGREEMENTS:', WS-CNT-TRAIL-BAD     07070001
           DISPLAY WS-HLINE                                             07080001
           EXIT.                                                        07090001
       END PROGRAM QZCTLVFY.                                            07100001
