       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZLANGRC.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          RECONCILES EVERY LANGUAGE VARIANT ON QZLANGS AGAINST   00110001
      *          ITS TOPIC'S PRIMARY BANK (THE CATALOG DD). A VARIANT   00120001
      *          IS A TRANSLATION OF THE SAME EXAM - IT MUST HOLD THE   00130001
      *          SAME QUESTION IDS WITH THE SAME CORRECT LETTERS AND    00140001
      *          THE SAME LIFECYCLE STATUS, SINCE ATTEMPTS FROM EITHER  00150001
      *          LANGUAGE ARE SCORED, GATED AND CERTIFIED AS ONE TOPIC. 00160001
      *          A QUESTION RETIRED IN THE PRIMARY BANK BUT STILL LIVE  00170001
      *          IN A TRANSLATION WOULD KEEP BEING ASKED. FOR EVERY     00180001
      *          VARIANT THIS REPORT LISTS: QUESTIONS ONLY IN THE       00190001
      *          PRIMARY, QUESTIONS ONLY IN THE VARIANT, AND QUESTIONS  00200001
      *          IN BOTH (MATCHED BY QUESTION ID) WHOSE CORRECT         00210001
      *          LETTER, STATUS OR SUBJECT AREA DIFFER. THE QUESTION    00220001
      *          AND ANSWER TEXT ARE MEANT TO DIFFER AND ARE NOT        00230001
      *          COMPARED.                                              00240001
      *                                                                 00250001
      *    INFO                                                         00260001
      *          NO PARM - EVERY QZLANGS RECORD IS RECONCILED EVERY     00270001
      *          RUN. A BLANK STATUS COUNTS AS A (ACTIVE), THE SAME AS  00280001
      *          ORQMOD02 TREATS IT. ONLY BASE RECORDS ARE COMPARED -   00290001
      *          CONTINUATION RECORDS CARRY NO KEY OR STATUS.           00300001
      *                                                                 00310001
      *          RETURN-CODE 0 = EVERY VARIANT AGREES WITH ITS PRIMARY  00320001
      *                      4 = A VARIANT WAS SKIPPED - ITS TOPIC IS   00330001
      *                          NOT IN THE CATALOG OR A DD COULD NOT   00340001
      *                          BE OPENED                              00350001
      *                      8 = DRIFT FOUND - CORRECT THE VARIANT (OR  00360001
      *                          THE PRIMARY) WITH QZBANKMT AND PROMOTE 00370001
      *                          IT THROUGH QZBANKPR                    00380001
      *                                                                 00390001
      ******************************************************************00400001
      *                                                                 00410001
      *    PROJECT CONTAINS:                                            00420001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00430001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00440001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00450001
      *                            ORQMOD02.CBL   QUIZ PART             00460001
      *          UTILITY PGM       QZBANKMT.CBL   QUESTION-BANK         00470001
      *                                           MAINTENANCE           00480001
      *          UTILITY PGM       QZBANKRC.CBL   DATASET/COPYBOOK      00490001
      *                                           RECONCILIATION        00500001
      *          UTILITY PGM       QZLANGRC.CBL   LANGUAGE VARIANT      00510001
      *                                           RECONCILIATION        00520001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00530001
      *                            CPBQAC02       VER2 OF Q&A           00540001
      *                                                                 00550001
      ******************************************************************00560001
      *    MODIFICATION HISTORY                                         00570001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00580001
      ******************************************************************00590001
       ENVIRONMENT DIVISION.                                            00600001
       INPUT-OUTPUT SECTION.                                            00610001
       FILE-CONTROL.                                                    00620001
           SELECT QAF-FILE ASSIGN TO DYNAMIC WS-QAF-DDNAME              00630001
              ORGANIZATION IS SEQUENTIAL                                00640001
              FILE STATUS IS WS-QAF-STATUS.                             00650001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00660001
              ORGANIZATION IS SEQUENTIAL                                00670001
              FILE STATUS IS WS-TOP-STATUS.                             00680001
           SELECT LNG-FILE ASSIGN TO "QZLANGS"                          00690001
              ORGANIZATION IS SEQUENTIAL                                00700001
              FILE STATUS IS WS-LNG-STATUS.                             00710001
      ******************************************************************00720001
       DATA DIVISION.                                                   00730001
       FILE SECTION.                                                    00740001
       FD  QAF-FILE                                                     00750001
           RECORDING MODE F                                             00760001
           RECORD CONTAINS 165 CHARACTERS                               00770001
           LABEL RECORDS ARE STANDARD.                                  00780001
       01  QAF-RECORD.                                                  00790001
           05 QAF-Q            PIC   X(50).                             00800001
           05 QAF-A            PIC   X(40).                             00810001
           05 QAF-C            PIC   A.                                 00820001
           05 QAF-ID           PIC   X(8).                              00830001
           05 QAF-E            PIC   X(60).                             00840001
           05 QAF-S            PIC   X.                                 00850001
           05 QAF-T            PIC   X.                                 00860001
           05 QAF-AREA         PIC   X(4).                              00870001
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00880001
       FD  TOP-FILE                                                     00890001
           RECORDING MODE F                                             00900001
           RECORD CONTAINS 80 CHARACTERS                                00910001
           LABEL RECORDS ARE STANDARD.                                  00920001
       01  TOP-RECORD.                                                  00930001
           05 TOP-TOPIC          PIC   X(8).                            00940001
           05 FILLER             PIC   X.                               00950001
           05 TOP-PASS-PCT       PIC   9(3).                            00960001
           05 FILLER             PIC   X.                               00970001
           05 TOP-BORDER-PCT     PIC   9(3).                            00980001
           05 FILLER             PIC   X.                               00990001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01000001
           05 FILLER             PIC   X.                               01010001
           05 TOP-MAX-FAILS      PIC   9.                               01020001
           05 FILLER             PIC   X.                               01030001
           05 TOP-DDNAME         PIC   X(8).                            01040001
           05 FILLER             PIC   X.                               01050001
           05 TOP-MIXED          PIC   X.                               01060001
           05 FILLER             PIC   X.                               01070001
           05 TOP-FALLBACK       PIC   X(8).                            01080001
           05 FILLER             PIC   X(38).                           01090001
      *    LANGUAGE VARIANTS - SAME LAYOUT AS THE LNG-FILE FD IN        01100001
      *    ORQMOD02.                                                    01110001
       FD  LNG-FILE                                                     01120001
           RECORDING MODE F                                             01130001
           RECORD CONTAINS 80 CHARACTERS                                01140001
           LABEL RECORDS ARE STANDARD.                                  01150001
       01  LNG-RECORD.                                                  01160001
           05 LNG-TOPIC          PIC   X(8).                            01170001
           05 FILLER             PIC   X.                               01180001
           05 LNG-CODE           PIC   X(2).                            01190001
           05 FILLER             PIC   X.                               01200001
           05 LNG-DDNAME         PIC   X(8).                            01210001
           05 FILLER             PIC   X.                               01220001
           05 LNG-DESC           PIC   X(20).                           01230001
           05 FILLER             PIC   X(39).                           01240001
      ******************************************************************01250001
       WORKING-STORAGE SECTION.                                         01260001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01270001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     01280001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01290001
       01 WS-LNG-STATUS     PIC   XX    VALUE '00'.                     01300001
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE 'QAFILE'.                 01310001
       01 WS-TOPIC          PIC   X(8)  VALUE SPACES.                   01320001
       01 WS-PRIMARY-DD     PIC   X(8)  VALUE SPACES.                   01330001
       01 WS-STATUS-NORM    PIC   X     VALUE SPACE.                    01340001
      * --------------------------------------------------------------- 01350001
      *    THE QZLANGS RECORDS, IN FILE ORDER.                          01360001
       01 WS-LNG-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01370001
       01 WS-LNG-IDX        PIC   9(3)  USAGE IS COMP.                  01380001
       01 WS-LNG-TABLE.                                                 01390001
        05 WS-LNG-ENTRY OCCURS 50 TIMES.                                01400001
           10 WS-LNG-TOPIC    PIC   X(8).                               01410001
           10 WS-LNG-CODE     PIC   X(2).                               01420001
           10 WS-LNG-DDNAME   PIC   X(8).                               01430001
           10 WS-LNG-DESC     PIC   X(20).                              01440001
      * --------------------------------------------------------------- 01450001
      *    SNAPSHOTS OF THE TWO BANKS BEING COMPARED - THE BASE RECORD  01460001
      *    OF EACH QUESTION, STATUS ALREADY NORMALIZED.                 01470001
       01 WS-BANK-LIMIT     PIC   9(3)  USAGE IS COMP VALUE 50.         01480001
       01 WS-PRI-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01490001
       01 WS-PRI-OVER-SW    PIC   X     VALUE 'N'.                      01500001
          88 WS-PRI-OVER            VALUE 'Y'.                          01510001
       01 WS-PRI-TABLE.                                                 01520001
        05 WS-PRI-ENTRY OCCURS 50 TIMES.                                01530001
           10 WS-PRI-ID       PIC   X(8).                               01540001
           10 WS-PRI-Q        PIC   X(50).                              01550001
           10 WS-PRI-C        PIC   A.                                  01560001
           10 WS-PRI-S        PIC   X.                                  01570001
           10 WS-PRI-AREA     PIC   X(4).                               01580001
       01 WS-VAR-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01590001
       01 WS-VAR-OVER-SW    PIC   X     VALUE 'N'.                      01600001
          88 WS-VAR-OVER            VALUE 'Y'.                          01610001
       01 WS-VAR-TABLE.                                                 01620001
        05 WS-VAR-ENTRY OCCURS 50 TIMES.                                01630001
           10 WS-VAR-ID       PIC   X(8).                               01640001
           10 WS-VAR-Q        PIC   X(50).                              01650001
           10 WS-VAR-C        PIC   A.                                  01660001
           10 WS-VAR-S        PIC   X.                                  01670001
           10 WS-VAR-AREA     PIC   X(4).                               01680001
       01 WS-PX             PIC   9(3)  USAGE IS COMP.                  01690001
       01 WS-VX             PIC   9(3)  USAGE IS COMP.                  01700001
       01 WS-MATCH-SW       PIC   X     VALUE 'N'.                      01710001
          88 WS-MATCH               VALUE 'Y'.                          01720001
       01 WS-DRIFT-COUNT    PIC   9(5)  USAGE IS COMP VALUE 0.          01730001
       01 WS-SKIP-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.          01740001
       01 WS-VARIANT-DRIFT  PIC   9(5)  USAGE IS COMP VALUE 0.          01750001
      * --------------------------------------------------------------- 01760001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        01770001
       01 WS-CAT-DEFAULTS.                                              01780001
        05 FILLER            PIC   X(25)                                01790001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         01800001
        05 FILLER            PIC   X(25)                                01810001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         01820001
        05 FILLER            PIC   X(25)                                01830001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         01840001
        05 FILLER            PIC   X(25)                                01850001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         01860001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               01870001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                01880001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01890001
       01 WS-CAT-TABLE.                                                 01900001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                01910001
           10 WS-CAT-TOPIC    PIC   X(8).                               01920001
           10 WS-CAT-DDNAME   PIC   X(8).                               01930001
           10 WS-CAT-MIXED    PIC   X.                                  01940001
           10 WS-CAT-FALLBACK PIC   X(8).                               01950001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  01960001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   01970001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          01980001
      ******************************************************************01990001
       PROCEDURE DIVISION.                                              02000001
           DISPLAY WS-HLINE                                             02010001
           DISPLAY 'QUESTION-BANK RECONCILIATION - LANGUAGE VARIANT ',  02020001
              'VS PRIMARY BANK'                                         02030001
           DISPLAY WS-HLINE                                             02040001
           PERFORM PROC-LOAD-CATALOG                                    02050001
           PERFORM PROC-LOAD-LANGS                                      02060001
           IF WS-LNG-COUNT = 0                                          02070001
              DISPLAY 'NO LANGUAGE VARIANTS ON QZLANGS - NOTHING TO ',  02080001
                 'RECONCILE'                                            02090001
           END-IF                                                       02100001
           PERFORM PROC-RECONCILE-VARIANT                               02110001
              VARYING WS-LNG-IDX FROM 1 BY 1                            02120001
              UNTIL WS-LNG-IDX > WS-LNG-COUNT                           02130001
           DISPLAY WS-HLINE                                             02140001
           DISPLAY 'VARIANTS CHECKED:  ', WS-LNG-COUNT                  02150001
           DISPLAY 'DIFFERENCES FOUND: ', WS-DRIFT-COUNT                02160001
           DISPLAY 'VARIANTS SKIPPED:  ', WS-SKIP-COUNT                 02170001
           EVALUATE TRUE                                                02180001
              WHEN WS-DRIFT-COUNT > 0                                   02190001
                 DISPLAY 'DRIFT - OPERATORS SITTING A VARIANT ARE NOT ',02200001
                    'SITTING THE SAME EXAM'                             02210001
                 MOVE 8 TO RETURN-CODE                                  02220001
              WHEN WS-SKIP-COUNT > 0                                    02230001
                 MOVE 4 TO RETURN-CODE                                  02240001
              WHEN OTHER                                                02250001
                 DISPLAY 'VARIANTS AND PRIMARY BANKS AGREE'             02260001
                 MOVE 0 TO RETURN-CODE                                  02270001
           END-EVALUATE                                                 02280001
           DISPLAY WS-HLINE                                             02290001
           GOBACK.                                                      02300001
      ******************************************************************02310001
      *    ONE QZLANGS RECORD - FIND THE TOPIC'S PRIMARY DD IN THE      02320001
      *    CATALOG, SNAPSHOT BOTH BANKS AND COMPARE THEM.               02330001
       PROC-RECONCILE-VARIANT.                                          02340001
           MOVE WS-LNG-TOPIC(WS-LNG-IDX) TO WS-TOPIC                    02350001
           MOVE 0 TO WS-VARIANT-DRIFT                                   02360001
           DISPLAY ' '                                                  02370001
           DISPLAY 'TOPIC: ', WS-TOPIC, ' LANGUAGE: ',                  02380001
              WS-LNG-CODE(WS-LNG-IDX), ' ', WS-LNG-DESC(WS-LNG-IDX)     02390001
           MOVE WS-TOPIC TO WS-CAT-KEY                                  02400001
           PERFORM PROC-FIND-CATALOG                                    02410001
           IF WS-CAT-HIT = 0                                            02420001
              ADD 1 TO WS-SKIP-COUNT                                    02430001
              DISPLAY '   TOPIC IS NOT IN THE CATALOG - NO PRIMARY ',   02440001
                 'BANK TO COMPARE WITH'                                 02450001
              EXIT PARAGRAPH                                            02460001
           END-IF                                                       02470001
           MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-PRIMARY-DD              02480001
           DISPLAY '   VARIANT DD ', WS-LNG-DDNAME(WS-LNG-IDX),         02490001
              ' VS PRIMARY DD ', WS-PRIMARY-DD                          02500001
           IF WS-LNG-DDNAME(WS-LNG-IDX) = WS-PRIMARY-DD                 02510001
              ADD 1 TO WS-DRIFT-COUNT                                   02520001
              DISPLAY '   VARIANT NAMES THE PRIMARY BANK ITSELF - ',    02530001
                 'CORRECT THE QZLANGS RECORD'                           02540001
              EXIT PARAGRAPH                                            02550001
           END-IF                                                       02560001
           MOVE WS-PRIMARY-DD TO WS-QAF-DDNAME                          02570001
           PERFORM PROC-LOAD-PRIMARY                                    02580001
           IF WS-QAF-STATUS NOT = '00'                                  02590001
              EXIT PARAGRAPH                                            02600001
           END-IF                                                       02610001
           MOVE WS-LNG-DDNAME(WS-LNG-IDX) TO WS-QAF-DDNAME              02620001
           PERFORM PROC-LOAD-VARIANT                                    02630001
           IF WS-QAF-STATUS NOT = '00'                                  02640001
              EXIT PARAGRAPH                                            02650001
           END-IF                                                       02660001
           PERFORM PROC-COMPARE-BANKS                                   02670001
           IF WS-VARIANT-DRIFT = 0                                      02680001
              DISPLAY '   IN STEP - ', WS-PRI-COUNT, ' QUESTIONS'       02690001
           END-IF                                                       02700001
           EXIT.                                                        02710001
      ******************************************************************02720001
       PROC-LOAD-PRIMARY.                                               02730001
           MOVE 0 TO WS-PRI-COUNT                                       02740001
           MOVE 'N' TO WS-PRI-OVER-SW                                   02750001
           OPEN INPUT QAF-FILE                                          02760001
           IF WS-QAF-STATUS = '00'                                      02770001
              PERFORM PROC-READ-PRIMARY                                 02780001
                 UNTIL WS-QAF-STATUS NOT = '00'                         02790001
              CLOSE QAF-FILE                                            02800001
              MOVE '00' TO WS-QAF-STATUS                                02810001
              IF WS-PRI-OVER                                            02820001
                 DISPLAY '   WARNING: PRIMARY BANK HOLDS MORE THAN ',   02830001
                    WS-BANK-LIMIT, ' QUESTIONS - ONLY THE FIRST ',      02840001
                    WS-BANK-LIMIT, ' COMPARED'                          02850001
              END-IF                                                    02860001
           ELSE                                                         02870001
              ADD 1 TO WS-SKIP-COUNT                                    02880001
              DISPLAY '   PRIMARY DD ', WS-QAF-DDNAME,                  02890001
                 ' NOT AVAILABLE (STATUS=', WS-QAF-STATUS,              02900001
                 ') - NOTHING TO COMPARE'                               02910001
           END-IF                                                       02920001
           EXIT.                                                        02930001
      ******************************************************************02940001
      *    CONTINUATION RECORDS (QAF-T = T OR A-D) ARE PASSED OVER -    02950001
      *    THE KEY, ID AND STATUS LIVE ON THE BASE RECORD.              02960001
       PROC-READ-PRIMARY.                                               02970001
           READ QAF-FILE                                                02980001
              AT END CONTINUE                                           02990001
           END-READ                                                     03000001
           IF WS-QAF-STATUS NOT = '00'                                  03010001
              OR (QAF-T NOT = SPACE AND QAF-T NOT = 'Q')                03020001
              EXIT PARAGRAPH                                            03030001
           END-IF                                                       03040001
           IF WS-PRI-COUNT = WS-BANK-LIMIT                              03050001
              SET WS-PRI-OVER TO TRUE                                   03060001
              EXIT PARAGRAPH                                            03070001
           END-IF                                                       03080001
           PERFORM PROC-NORMALIZE-STATUS                                03090001
           ADD 1 TO WS-PRI-COUNT                                        03100001
           MOVE QAF-ID         TO WS-PRI-ID(WS-PRI-COUNT)               03110001
           MOVE QAF-Q          TO WS-PRI-Q(WS-PRI-COUNT)                03120001
           MOVE QAF-C          TO WS-PRI-C(WS-PRI-COUNT)                03130001
           MOVE WS-STATUS-NORM TO WS-PRI-S(WS-PRI-COUNT)                03140001
           MOVE QAF-AREA       TO WS-PRI-AREA(WS-PRI-COUNT)             03150001
           EXIT.                                                        03160001
      ******************************************************************03170001
       PROC-LOAD-VARIANT.                                               03180001
           MOVE 0 TO WS-VAR-COUNT                                       03190001
           MOVE 'N' TO WS-VAR-OVER-SW                                   03200001
           OPEN INPUT QAF-FILE                                          03210001
           IF WS-QAF-STATUS = '00'                                      03220001
              PERFORM PROC-READ-VARIANT                                 03230001
                 UNTIL WS-QAF-STATUS NOT = '00'                         03240001
              CLOSE QAF-FILE                                            03250001
              MOVE '00' TO WS-QAF-STATUS                                03260001
              IF WS-VAR-OVER                                            03270001
                 DISPLAY '   WARNING: VARIANT BANK HOLDS MORE THAN ',   03280001
                    WS-BANK-LIMIT, ' QUESTIONS - ONLY THE FIRST ',      03290001
                    WS-BANK-LIMIT, ' COMPARED'                          03300001
              END-IF                                                    03310001
           ELSE                                                         03320001
              ADD 1 TO WS-SKIP-COUNT                                    03330001
              DISPLAY '   VARIANT DD ', WS-QAF-DDNAME,                  03340001
                 ' NOT AVAILABLE (STATUS=', WS-QAF-STATUS,              03350001
                 ') - A QUIZ RUN WOULD BE SERVED THE PRIMARY BANK'      03360001
           END-IF                                                       03370001
           EXIT.                                                        03380001
      ******************************************************************03390001
       PROC-READ-VARIANT.                                               03400001
           READ QAF-FILE                                                03410001
              AT END CONTINUE                                           03420001
           END-READ                                                     03430001
           IF WS-QAF-STATUS NOT = '00'                                  03440001
              OR (QAF-T NOT = SPACE AND QAF-T NOT = 'Q')                03450001
              EXIT PARAGRAPH                                            03460001
           END-IF                                                       03470001
           IF WS-VAR-COUNT = WS-BANK-LIMIT                              03480001
              SET WS-VAR-OVER TO TRUE                                   03490001
              EXIT PARAGRAPH                                            03500001
           END-IF                                                       03510001
           PERFORM PROC-NORMALIZE-STATUS                                03520001
           ADD 1 TO WS-VAR-COUNT                                        03530001
           MOVE QAF-ID         TO WS-VAR-ID(WS-VAR-COUNT)               03540001
           MOVE QAF-Q          TO WS-VAR-Q(WS-VAR-COUNT)                03550001
           MOVE QAF-C          TO WS-VAR-C(WS-VAR-COUNT)                03560001
           MOVE WS-STATUS-NORM TO WS-VAR-S(WS-VAR-COUNT)                03570001
           MOVE QAF-AREA       TO WS-VAR-AREA(WS-VAR-COUNT)             03580001
           EXIT.                                                        03590001
      ******************************************************************03600001
      *    A BLANK STATUS PREDATES THE LIFECYCLE AND MEANS ACTIVE.      03610001
       PROC-NORMALIZE-STATUS.                                           03620001
           IF QAF-S = SPACE                                             03630001
              MOVE 'A' TO WS-STATUS-NORM                                03640001
           ELSE                                                         03650001
              MOVE QAF-S TO WS-STATUS-NORM                              03660001
           END-IF                                                       03670001
           EXIT.                                                        03680001
      ******************************************************************03690001
      *    MATCHES THE TWO BANKS ON QUESTION ID. EACH PRIMARY ROW IS    03700001
      *    LOOKED UP IN THE VARIANT AND ITS KEY, STATUS AND AREA        03710001
      *    COMPARED; THEN EACH VARIANT ROW IS LOOKED UP IN THE PRIMARY  03720001
      *    TO CATCH QUESTIONS ONLY THE TRANSLATION STILL CARRIES.       03730001
       PROC-COMPARE-BANKS.                                              03740001
           PERFORM PROC-CHECK-PRI-ROW                                   03750001
              VARYING WS-PX FROM 1 BY 1                                 03760001
              UNTIL WS-PX > WS-PRI-COUNT                                03770001
           PERFORM PROC-CHECK-VAR-ROW                                   03780001
              VARYING WS-VX FROM 1 BY 1                                 03790001
              UNTIL WS-VX > WS-VAR-COUNT                                03800001
           EXIT.                                                        03810001
      ******************************************************************03820001
       PROC-CHECK-PRI-ROW.                                              03830001
           MOVE 'N' TO WS-MATCH-SW                                      03840001
           PERFORM VARYING WS-VX FROM 1 BY 1                            03850001
              UNTIL WS-VX > WS-VAR-COUNT                                03860001
              IF WS-PRI-ID(WS-PX) = WS-VAR-ID(WS-VX)                    03870001
                 SET WS-MATCH TO TRUE                                   03880001
                 PERFORM PROC-COMPARE-FIELDS                            03890001
                 MOVE WS-VAR-COUNT TO WS-VX                             03900001
              END-IF                                                    03910001
           END-PERFORM                                                  03920001
           IF NOT WS-MATCH                                              03930001
              ADD 1 TO WS-DRIFT-COUNT                                   03940001
              ADD 1 TO WS-VARIANT-DRIFT                                 03950001
              DISPLAY '   ONLY IN PRIMARY:  ', WS-PRI-ID(WS-PX),        03960001
                 ' S=', WS-PRI-S(WS-PX), ' ', WS-PRI-Q(WS-PX)           03970001
           END-IF                                                       03980001
           EXIT.                                                        03990001
      ******************************************************************04000001
       PROC-COMPARE-FIELDS.                                             04010001
           IF WS-PRI-C(WS-PX) NOT = WS-VAR-C(WS-VX)                     04020001
              ADD 1 TO WS-DRIFT-COUNT                                   04030001
              ADD 1 TO WS-VARIANT-DRIFT                                 04040001
              DISPLAY '   CORRECT LETTER DIFFERS FOR ',                 04050001
                 WS-PRI-ID(WS-PX), ': PRIMARY=', WS-PRI-C(WS-PX),       04060001
                 ' VARIANT=', WS-VAR-C(WS-VX)                           04070001
           END-IF                                                       04080001
           IF WS-PRI-S(WS-PX) NOT = WS-VAR-S(WS-VX)                     04090001
              ADD 1 TO WS-DRIFT-COUNT                                   04100001
              ADD 1 TO WS-VARIANT-DRIFT                                 04110001
              DISPLAY '   STATUS DIFFERS FOR ',                         04120001
                 WS-PRI-ID(WS-PX), ': PRIMARY=', WS-PRI-S(WS-PX),       04130001
                 ' VARIANT=', WS-VAR-S(WS-VX)                           04140001
           END-IF                                                       04150001
      *    THE BLUEPRINT DRAW READS THE AREA OFF WHICHEVER BANK IS      04160001
      *    LOADED - A MISMATCH CHANGES WHAT A VARIANT SITTING HOLDS.    04170001
           IF WS-PRI-AREA(WS-PX) NOT = WS-VAR-AREA(WS-VX)               04180001
              ADD 1 TO WS-DRIFT-COUNT                                   04190001
              ADD 1 TO WS-VARIANT-DRIFT                                 04200001
              DISPLAY '   SUBJECT AREA DIFFERS FOR ',                   04210001
                 WS-PRI-ID(WS-PX), ': PRIMARY=', WS-PRI-AREA(WS-PX),    04220001
                 ' VARIANT=', WS-VAR-AREA(WS-VX)                        04230001
           END-IF                                                       04240001
           EXIT.                                                        04250001
      ******************************************************************04260001
       PROC-CHECK-VAR-ROW.                                              04270001
           MOVE 'N' TO WS-MATCH-SW                                      04280001
           PERFORM VARYING WS-PX FROM 1 BY 1                            04290001
              UNTIL WS-PX > WS-PRI-COUNT                                04300001
              IF WS-VAR-ID(WS-VX) = WS-PRI-ID(WS-PX)                    04310001
                 SET WS-MATCH TO TRUE                                   04320001
                 MOVE WS-PRI-COUNT TO WS-PX                             04330001
              END-IF                                                    04340001
           END-PERFORM                                                  04350001
           IF NOT WS-MATCH                                              04360001
              ADD 1 TO WS-DRIFT-COUNT                                   04370001
              ADD 1 TO WS-VARIANT-DRIFT                                 04380001
              DISPLAY '   ONLY IN VARIANT:  ', WS-VAR-ID(WS-VX),        04390001
                 ' S=', WS-VAR-S(WS-VX), ' ', WS-VAR-Q(WS-VX)           04400001
           END-IF                                                       04410001
           EXIT.                                                        04420001
      ******************************************************************04430001
      *    EVERY QZLANGS RECORD, IN FILE ORDER. NO DD MEANS NO          04440001
      *    VARIANTS AND NOTHING TO DO.                                  04450001
       PROC-LOAD-LANGS.                                                 04460001
           MOVE 0 TO WS-LNG-COUNT                                       04470001
           OPEN INPUT LNG-FILE                                          04480001
           IF WS-LNG-STATUS = '00'                                      04490001
              PERFORM PROC-LOAD-LANG-REC                                04500001
                 UNTIL WS-LNG-STATUS NOT = '00'                         04510001
              CLOSE LNG-FILE                                            04520001
           END-IF                                                       04530001
           MOVE '00' TO WS-LNG-STATUS                                   04540001
           EXIT.                                                        04550001
      ******************************************************************04560001
       PROC-LOAD-LANG-REC.                                              04570001
           READ LNG-FILE                                                04580001
           IF WS-LNG-STATUS NOT = '00'                                  04590001
              OR LNG-TOPIC = SPACES                                     04600001
              OR LNG-CODE = SPACES                                      04610001
              OR LNG-DDNAME = SPACES                                    04620001
              EXIT PARAGRAPH                                            04630001
           END-IF                                                       04640001
           IF WS-LNG-COUNT = 50                                         04650001
              DISPLAY 'WARNING: QZLANGS HOLDS MORE THAN 50 VARIANTS - ',04660001
                 LNG-TOPIC, ' ', LNG-CODE, ' IGNORED'                   04670001
              EXIT PARAGRAPH                                            04680001
           END-IF                                                       04690001
           ADD 1 TO WS-LNG-COUNT                                        04700001
           MOVE LNG-TOPIC  TO WS-LNG-TOPIC(WS-LNG-COUNT)                04710001
           MOVE LNG-CODE   TO WS-LNG-CODE(WS-LNG-COUNT)                 04720001
           MOVE LNG-DDNAME TO WS-LNG-DDNAME(WS-LNG-COUNT)               04730001
           MOVE LNG-DESC   TO WS-LNG-DESC(WS-LNG-COUNT)                 04740001
           EXIT.                                                        04750001
      ******************************************************************04760001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   04770001
       PROC-LOAD-CATALOG.                                               04780001
           MOVE 4 TO WS-CAT-COUNT                                       04790001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       04800001
              UNTIL WS-CAT-IDX > 4                                      04810001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  04820001
           END-PERFORM                                                  04830001
           OPEN INPUT TOP-FILE                                          04840001
           IF WS-TOP-STATUS = '00'                                      04850001
              PERFORM PROC-LOAD-CATALOG-REC                             04860001
                 UNTIL WS-TOP-STATUS NOT = '00'                         04870001
              CLOSE TOP-FILE                                            04880001
           END-IF                                                       04890001
           MOVE '00' TO WS-TOP-STATUS                                   04900001
           EXIT.                                                        04910001
      ******************************************************************04920001
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  04930001
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    04940001
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          04950001
       PROC-LOAD-CATALOG-REC.                                           04960001
           READ TOP-FILE                                                04970001
           IF WS-TOP-STATUS NOT = '00'                                  04980001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              04990001
              EXIT PARAGRAPH                                            05000001
           END-IF                                                       05010001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 05020001
           PERFORM PROC-FIND-CATALOG                                    05030001
           IF WS-CAT-HIT = 0                                            05040001
              IF WS-CAT-COUNT = 20                                      05050001
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   05060001
                    ' IGNORED'                                          05070001
                 EXIT PARAGRAPH                                         05080001
              END-IF                                                    05090001
              ADD 1 TO WS-CAT-COUNT                                     05100001
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           05110001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                05120001
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  05130001
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  05140001
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         05150001
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      05160001
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                05170001
           END-IF                                                       05180001
           IF TOP-DDNAME NOT = SPACES                                   05190001
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              05200001
           END-IF                                                       05210001
           IF TOP-MIXED NOT = SPACE                                     05220001
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                05230001
           END-IF                                                       05240001
           IF TOP-FALLBACK NOT = SPACES                                 05250001
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          05260001
           END-IF                                                       05270001
           EXIT.                                                        05280001
      ******************************************************************05290001
       PROC-FIND-CATALOG.                                               05300001
           MOVE 0 TO WS-CAT-HIT                                         05310001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       05320001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           05330001
              OR WS-CAT-HIT > 0                                         05340001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  05350001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          05360001
              END-IF                                                    05370001
           END-PERFORM                                                  05380001
           EXIT.                                                        05390001
       END PROGRAM QZLANGRC.                                            05400001
