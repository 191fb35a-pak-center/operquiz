       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZCTLMOD.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          RUNNING CONTROL TOTALS FOR THE ATTEMPT HISTORY. EVERY  00110001
      *          PROGRAM THAT WRITES, REWRITES OR DELETES A QUIZLOGK    00120001
      *          OR QUIZDTL RECORD (OR MOVES ONE TO QUIZARCH) CALLS     00130001
      *          THIS MODULE ONCE PER RECORD TO POST IT, AND ONCE AT    00140001
      *          THE END TO FLUSH. THE POSTINGS ARE HELD PER FILE,      00150001
      *          ATTEMPT DAY AND KIND AND THE FLUSH APPENDS ONE         00160001
      *          RECORD PER GROUP TO THE QZCTLTOT CONTROL DATASET -     00170001
      *          A RECORD COUNT, A SCORE HASH AND AN ATTEMPT-KEY HASH.  00180001
      *          QZCTLVFY RECOMPUTES THE SAME HASHES FROM THE HISTORY   00190001
      *          ITSELF (CALLING THIS MODULE FOR THE ARITHMETIC, SO     00200001
      *          THE TWO SIDES CAN NEVER DRIFT APART) AND REPORTS ANY   00210001
      *          DAY THAT DOES NOT AGREE.                               00220001
      *                                                                 00230001
      *          QZCTLTOT IS APPEND-ONLY AND IS PROTECTED BY THE        00240001
      *          SECURITY TEAM - ONLY THE PRODUCTION BATCH AND QUIZ     00250001
      *          USER IDS MAY UPDATE IT. NOBODY EDITS IT BY HAND.       00260001
      *                                                                 00270001
      *    INFO                                                         00280001
      *          WS-CTL-FUNC  P = POST ONE RECORD (WS-CTL-SIGN + FOR    00290001
      *                           A RECORD ADDED, - FOR ONE TAKEN       00300001
      *                           AWAY; A REWRITE POSTS THE OLD IMAGE   00310001
      *                           - AND THE NEW IMAGE +)                00320001
      *                       F = FLUSH THE HELD POSTINGS TO QZCTLTOT   00330001
      *                       H = HASH ONE RECORD ONLY - NOTHING HELD   00340001
      *          WS-CTL-KIND  W = WRITTEN          A = ADJUSTED         00350001
      *                       M = MOVED TO ARCHIVE B = OPENING BALANCE  00360001
      *                       R = RE-KEYED - A DEPARTED OPERATOR'S ID   00361002
      *                           REPLACED BY QZANONYM (OLD IMAGE -,    00362002
      *                           NEW IMAGE +; ONLY THE KEY HASH MOVES) 00363002
      *                                                                 00370001
      *          THE SCORE HASH OF AN ATTEMPT IS SCORE * 1000000 +      00380001
      *          QUESTION COUNT * 10000 + PERCENT * 100; OF A DETAIL    00390001
      *          THE VERDICT, SUBMITTED AND CORRECT LETTERS. THE KEY    00400001
      *          HASH WEIGHTS EVERY BYTE OF THE 32-BYTE KEY TEXT BY     00410001
      *          ITS POSITION (PLUS THE PRESENTED POSITION FOR A        00420001
      *          DETAIL), SO A DELETED, ADDED OR RE-KEYED RECORD        00430001
      *          MOVES IT.                                              00440001
      *                                                                 00450001
      *          WS-CTL-RC    0 = OK                                    00460001
      *                       8 = QZCTLTOT COULD NOT BE WRITTEN - THE   00470001
      *                           HELD POSTINGS ARE LOST AND THE DAY    00480001
      *                           WILL SHOW ON THE NEXT VERIFY          00490001
      *                                                                 00500001
      ******************************************************************00510001
      *                                                                 00520001
      *    PROJECT CONTAINS:                                            00530001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00540001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00550001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00560001
      *                            ORQMOD02.CBL   QUIZ PART             00570001
      *                            QZCTLMOD.CBL   HISTORY CONTROL       00580001
      *                                           TOTALS                00590001
      *          UTILITY PGM       QZCTLVFY.CBL   HISTORY CONTROL       00600001
      *                                           TOTALS VERIFICATION   00610001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00620001
      *                            CPBQAC02       VER2 OF Q&A           00630001
      *                                                                 00640001
      ******************************************************************00650001
      *    MODIFICATION HISTORY                                         00660001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00670001
      *    2026-10-15 PAK  NEW KIND R - RE-KEYED: QZANONYM POSTS THE OLD00671002
      *                    IMAGE - AND THE NEW IMAGE + WHEN IT REPLACES 00672002
      *                    A DEPARTED OPERATOR'S ID                     00673002
      ******************************************************************00680001
       ENVIRONMENT DIVISION.                                            00690001
       INPUT-OUTPUT SECTION.                                            00700001
       FILE-CONTROL.                                                    00710001
           SELECT CTL-FILE ASSIGN TO "QZCTLTOT"                         00720001
              ORGANIZATION IS SEQUENTIAL                                00730001
              FILE STATUS IS WS-CTL-STATUS.                             00740001
      ******************************************************************00750001
       DATA DIVISION.                                                   00760001
       FILE SECTION.                                                    00770001
      *    ONE 100-BYTE CONTROL RECORD PER FILE / ATTEMPT DAY / KIND    00780001
      *    PER RUN. THE FIGURES ARE SIGNED DELTAS - THE VERIFY JOB      00790001
      *    ADDS THEM UP.                                                00800001
       FD  CTL-FILE                                                     00810001
           RECORDING MODE F                                             00820001
           RECORD CONTAINS 100 CHARACTERS                               00830001
           LABEL RECORDS ARE STANDARD.                                  00840001
       01  CTL-RECORD.                                                  00850001
           05 CTL-FILE-NAME      PIC   X(8).                            00860001
           05 FILLER             PIC   X.                               00870001
           05 CTL-DAY            PIC   9(8).                            00880001
           05 FILLER             PIC   X.                               00890001
           05 CTL-KIND           PIC   X.                               00900001
           05 FILLER             PIC   X.                               00910001
           05 CTL-SOURCE         PIC   X(8).                            00920001
           05 FILLER             PIC   X.                               00930001
           05 CTL-RUN-DATE       PIC   9(8).                            00940001
           05 FILLER             PIC   X.                               00950001
           05 CTL-RUN-TIME       PIC   9(8).                            00960001
           05 FILLER             PIC   X.                               00970001
           05 CTL-COUNT          PIC  S9(7)  SIGN LEADING SEPARATE.     00980001
           05 FILLER             PIC   X.                               00990001
           05 CTL-SCORE-HASH     PIC  S9(15) SIGN LEADING SEPARATE.     01000001
           05 FILLER             PIC   X.                               01010001
           05 CTL-KEY-HASH       PIC  S9(15) SIGN LEADING SEPARATE.     01020001
           05 FILLER             PIC   X(11).                           01030001
      ******************************************************************01040001
       WORKING-STORAGE SECTION.                                         01050001
       01 WS-CTL-STATUS     PIC   XX    VALUE '00'.                     01060001
       01 WS-NOW            PIC   X(21).                                01070001
      * --------------------------------------------------------------- 01080001
      *    THE POSTINGS HELD SINCE THE LAST FLUSH. A FULL TABLE IS      01090001
      *    FLUSHED EARLY - THE RECORDS ARE DELTAS, SO TWO RECORDS FOR   01100001
      *    ONE DAY ADD UP THE SAME AS ONE.                              01110001
       01 WS-HELD-COUNT     PIC   9(3)  USAGE IS COMP VALUE 0.          01120001
       01 WS-HELD-TABLE.                                                01130001
        05 WS-HD-ENTRY OCCURS 200 TIMES.                                01140001
           10 WS-HD-FILE      PIC   X(8).                               01150001
           10 WS-HD-DAY       PIC   9(8).                               01160001
           10 WS-HD-KIND      PIC   X.                                  01170001
           10 WS-HD-COUNT     PIC  S9(7)  USAGE IS COMP.                01180001
           10 WS-HD-SCORE     PIC  S9(15) USAGE IS COMP.                01190001
           10 WS-HD-KEY       PIC  S9(15) USAGE IS COMP.                01200001
       01 WS-HD-IDX         PIC   9(3)  USAGE IS COMP.                  01210001
       01 WS-HD-HIT         PIC   9(3)  USAGE IS COMP VALUE 0.          01220001
       01 WS-BX             PIC   9(2)  USAGE IS COMP.                  01230001
      ******************************************************************01240001
       LINKAGE SECTION.                                                 01250001
      *    THE CALLERS CARRY THE SAME LAYOUT UNDER THE SAME NAMES.      01260001
       01 WS-CTL-AREA.                                                  01270001
        05 WS-CTL-FUNC       PIC   X.                                   01280001
           88 WS-CTL-POST            VALUE 'P'.                         01290001
           88 WS-CTL-FLUSH           VALUE 'F'.                         01300001
           88 WS-CTL-HASH            VALUE 'H'.                         01310001
        05 WS-CTL-FILE       PIC   X(8).                                01320001
        05 WS-CTL-KIND       PIC   X.                                   01330001
        05 WS-CTL-SIGN       PIC   X.                                   01340001
           88 WS-CTL-MINUS           VALUE '-'.                         01350001
        05 WS-CTL-SOURCE     PIC   X(8).                                01360001
        05 WS-CTL-DAY        PIC   9(8).                                01370001
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               01380001
        05 WS-CTL-POS        PIC   9(2).                                01390001
        05 WS-CTL-SCORE      PIC   9(3).                                01400001
        05 WS-CTL-AMOUNT     PIC   9(3).                                01410001
        05 WS-CTL-PCT        PIC   9(3)V99.                             01420001
        05 WS-CTL-SUBMITTED  PIC   X.                                   01430001
        05 WS-CTL-CORRECT    PIC   X.                                   01440001
        05 WS-CTL-VERDICT    PIC   X.                                   01450001
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               01460001
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               01470001
        05 WS-CTL-RC         PIC   9(2).                                01480001
      ******************************************************************01490001
       PROCEDURE DIVISION USING WS-CTL-AREA.                            01500001
           MOVE 0 TO WS-CTL-RC                                          01510001
           EVALUATE TRUE                                                01520001
              WHEN WS-CTL-HASH                                          01530001
                 PERFORM PROC-HASH-RECORD                               01540001
              WHEN WS-CTL-POST                                          01550001
                 PERFORM PROC-HASH-RECORD                               01560001
                 PERFORM PROC-HOLD-POSTING                              01570001
              WHEN WS-CTL-FLUSH                                         01580001
                 PERFORM PROC-FLUSH                                     01590001
           END-EVALUATE                                                 01600001
           GOBACK.                                                      01610001
      ******************************************************************01620001
      *    THE TWO HASHES OF ONE RECORD, RETURNED UNSIGNED - THE SIGN   01630001
      *    IS ONLY APPLIED WHEN THE POSTING IS HELD.                    01640001
       PROC-HASH-RECORD.                                                01650001
           IF WS-CTL-FILE = 'QUIZDTL'                                   01660001
              COMPUTE WS-CTL-SCORE-HASH =                               01670001
                 FUNCTION ORD(WS-CTL-VERDICT) * 65536                   01680001
                 + FUNCTION ORD(WS-CTL-SUBMITTED) * 256                 01690001
                 + FUNCTION ORD(WS-CTL-CORRECT)                         01700001
              COMPUTE WS-CTL-KEY-HASH = WS-CTL-POS * 40009              01710001
           ELSE                                                         01720001
              COMPUTE WS-CTL-SCORE-HASH =                               01730001
                 WS-CTL-SCORE * 1000000                                 01740001
                 + WS-CTL-AMOUNT * 10000                                01750001
                 + WS-CTL-PCT * 100                                     01760001
              MOVE 0 TO WS-CTL-KEY-HASH                                 01770001
           END-IF                                                       01780001
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 32           01790001
              COMPUTE WS-CTL-KEY-HASH = WS-CTL-KEY-HASH                 01800001
                 + FUNCTION ORD(WS-CTL-KEY-TEXT(WS-BX:1)) * WS-BX       01810001
           END-PERFORM                                                  01820001
           EXIT.                                                        01830001
      ******************************************************************01840001
       PROC-HOLD-POSTING.                                               01850001
           MOVE 0 TO WS-HD-HIT                                          01860001
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1                        01870001
              UNTIL WS-HD-IDX > WS-HELD-COUNT                           01880001
              IF WS-HD-FILE(WS-HD-IDX) = WS-CTL-FILE                    01890001
                 AND WS-HD-DAY(WS-HD-IDX) = WS-CTL-DAY                  01900001
                 AND WS-HD-KIND(WS-HD-IDX) = WS-CTL-KIND                01910001
                 MOVE WS-HD-IDX TO WS-HD-HIT                            01920001
                 MOVE WS-HELD-COUNT TO WS-HD-IDX                        01930001
              END-IF                                                    01940001
           END-PERFORM                                                  01950001
           IF WS-HD-HIT = 0                                             01960001
              IF WS-HELD-COUNT = 200                                    01970001
                 PERFORM PROC-FLUSH                                     01980001
              END-IF                                                    01990001
              ADD 1 TO WS-HELD-COUNT                                    02000001
              MOVE WS-HELD-COUNT TO WS-HD-HIT                           02010001
              MOVE WS-CTL-FILE TO WS-HD-FILE(WS-HD-HIT)                 02020001
              MOVE WS-CTL-DAY  TO WS-HD-DAY(WS-HD-HIT)                  02030001
              MOVE WS-CTL-KIND TO WS-HD-KIND(WS-HD-HIT)                 02040001
              MOVE 0 TO WS-HD-COUNT(WS-HD-HIT)                          02050001
              MOVE 0 TO WS-HD-SCORE(WS-HD-HIT)                          02060001
              MOVE 0 TO WS-HD-KEY(WS-HD-HIT)                            02070001
           END-IF                                                       02080001
           IF WS-CTL-MINUS                                              02090001
              SUBTRACT 1 FROM WS-HD-COUNT(WS-HD-HIT)                    02100001
              SUBTRACT WS-CTL-SCORE-HASH FROM WS-HD-SCORE(WS-HD-HIT)    02110001
              SUBTRACT WS-CTL-KEY-HASH FROM WS-HD-KEY(WS-HD-HIT)        02120001
           ELSE                                                         02130001
              ADD 1 TO WS-HD-COUNT(WS-HD-HIT)                           02140001
              ADD WS-CTL-SCORE-HASH TO WS-HD-SCORE(WS-HD-HIT)           02150001
              ADD WS-CTL-KEY-HASH TO WS-HD-KEY(WS-HD-HIT)               02160001
           END-IF                                                       02170001
           EXIT.                                                        02180001
      ******************************************************************02190001
      *    APPENDS THE HELD POSTINGS TO QZCTLTOT (CREATED ON FIRST USE, 02200001
      *    LIKE QZADJLOG) STAMPED WITH THE CALLER AND THE RUN TIME,     02210001
      *    THEN EMPTIES THE TABLE. A FAILURE IS REPORTED BUT NEVER      02220001
      *    STOPS THE CALLER - THE MISSING TOTALS SURFACE AT VERIFY.     02230001
       PROC-FLUSH.                                                      02240001
           IF WS-HELD-COUNT = 0                                         02250001
              EXIT PARAGRAPH                                            02260001
           END-IF                                                       02270001
           MOVE FUNCTION CURRENT-DATE TO WS-NOW                         02280001
           OPEN EXTEND CTL-FILE                                         02290001
           IF WS-CTL-STATUS = '35'                                      02300001
              OPEN OUTPUT CTL-FILE                                      02310001
           END-IF                                                       02320001
           IF WS-CTL-STATUS NOT = '00'                                  02330001
              DISPLAY 'WARNING: QZCTLTOT NOT AVAILABLE, STATUS=',       02340001
                 WS-CTL-STATUS, ' - ', WS-HELD-COUNT,                   02350001
                 ' CONTROL TOTAL(S) NOT RECORDED'                       02360001
              MOVE 8 TO WS-CTL-RC                                       02370001
              MOVE 0 TO WS-HELD-COUNT                                   02380001
              EXIT PARAGRAPH                                            02390001
           END-IF                                                       02400001
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1                        02410001
              UNTIL WS-HD-IDX > WS-HELD-COUNT                           02420001
              MOVE SPACES TO CTL-RECORD                                 02430001
              MOVE WS-HD-FILE(WS-HD-IDX)  TO CTL-FILE-NAME              02440001
              MOVE WS-HD-DAY(WS-HD-IDX)   TO CTL-DAY                    02450001
              MOVE WS-HD-KIND(WS-HD-IDX)  TO CTL-KIND                   02460001
              MOVE WS-CTL-SOURCE          TO CTL-SOURCE                 02470001
              MOVE WS-NOW(1:8)            TO CTL-RUN-DATE               02480001
              MOVE WS-NOW(9:8)            TO CTL-RUN-TIME               02490001
              MOVE WS-HD-COUNT(WS-HD-IDX) TO CTL-COUNT                  02500001
              MOVE WS-HD-SCORE(WS-HD-IDX) TO CTL-SCORE-HASH             02510001
              MOVE WS-HD-KEY(WS-HD-IDX)   TO CTL-KEY-HASH               02520001
              WRITE CTL-RECORD                                          02530001
              IF WS-CTL-STATUS NOT = '00'                               02540001
                 DISPLAY 'WARNING: QZCTLTOT WRITE FAILED, STATUS=',     02550001
                    WS-CTL-STATUS                                       02560001
                 MOVE 8 TO WS-CTL-RC                                    02570001
                 MOVE WS-HELD-COUNT TO WS-HD-IDX                        02580001
              END-IF                                                    02590001
           END-PERFORM                                                  02600001
           CLOSE CTL-FILE                                               02610001
           MOVE 0 TO WS-HELD-COUNT                                      02620001
           EXIT.                                                        02630001
       END PROGRAM QZCTLMOD.                                            02640001
