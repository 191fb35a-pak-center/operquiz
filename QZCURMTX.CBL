       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZCURMTX.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          CURRICULUM MATRIX. TRAINING'S CURRICULUM CHAINS THE    00110001
      *          TOPICS (OPER BEFORE JCL, JCL BEFORE CICS) AND THE      00120001
      *          GATE IN OPERQUIZ NOW ENFORCES THE PREREQUISITES EACH   00130001
      *          QZTOPICS RECORD NAMES IN TOP-PREREQ. THIS REPORT       00140001
      *          SHOWS WHERE EVERY ROSTERED OPERATOR STANDS: ONE ROW    00150001
      *          PER OPERATOR, ONE COLUMN PER CATALOG TOPIC, EACH CELL  00160001
      *            PASSED   - A PASS STILL INSIDE THE TOPIC'S           00170001
      *                       FRESHNESS WINDOW                          00180001
      *            EXPIRED  - PASSED ONCE, BUT THE WINDOW HAS RUN OUT   00190001
      *            ELIGIBLE - NO PASS YET, EVERY PREREQUISITE IS HELD   00200001
      *                       CURRENT - THE GATE WILL ADMIT THEM        00210001
      *            BLOCKED  - NO PASS YET AND A PREREQUISITE IS         00220001
      *                       MISSING OR EXPIRED - THE GATE WILL        00230001
      *                       REFUSE THEM WITHOUT A QZOVRD GRANT        00240001
      *          PASS LINE AND WINDOW ARE EACH TOPIC'S OWN QZTOPICS     00250001
      *          PROFILE, ELSE 80 AND THE QZPOLICY/BUILT-IN DEFAULT -   00260001
      *          THE SAME RULES QZRCFCST FORECASTS EXPIRY BY.           00270001
      *                                                                 00280001
      *    INFO                                                         00290001
      *          OPTIONAL JCL PARM IS A ROS-SHIFT NAME - E.G.           00300001
      *          PARM='NIGHTS' - TO LIST ONLY THAT SHIFT'S OPERATORS.   00310001
      *          WITH NO PARM THE WHOLE ROSTER IS LISTED. TOPICS ARE    00320001
      *          PRINTED TEN COLUMNS TO A PANEL; A BIGGER CATALOG       00330001
      *          REPEATS THE OPERATOR ROWS IN A SECOND PANEL.           00340001
      *                                                                 00350001
      *          RETURN-CODE 0 = MATRIX PRINTED, NOTHING EXPIRED        00360001
      *                      4 = MATRIX PRINTED, SOME PASSES EXPIRED    00370001
      *                     12 = QUIZLOGK OR ROSTER NOT AVAILABLE       00380001
      *                                                                 00390001
      ******************************************************************00400001
      *                                                                 00410001
      *    PROJECT CONTAINS:                                            00420001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00430001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00440001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00450001
      *                            ORQMOD02.CBL   QUIZ PART             00460001
      *          REPORT PGM        QZCOMRPT.CBL   TRAINING COMPLIANCE   00470001
      *                                           REPORT OFF QUIZLOGK   00480001
      *          REPORT PGM        QZRCFCST.CBL   RECERTIFICATION       00490001
      *                                           FORECAST AND SLIPS    00500001
      *          REPORT PGM        QZCURMTX.CBL   CURRICULUM MATRIX     00510001
      *                                           OFF ROSTER/QUIZLOGK   00520001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00530001
      *                            CPBQAC02       VER2 OF Q&A           00540001
      *                                                                 00550001
      ******************************************************************00560001
      *    MODIFICATION HISTORY                                         00570001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00580001
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00581002
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00582002
      *                    BYTES) - LAYOUT ONLY                         00583002
      ******************************************************************00590001
       ENVIRONMENT DIVISION.                                            00600001
       INPUT-OUTPUT SECTION.                                            00610001
       FILE-CONTROL.                                                    00620001
           SELECT QLK-FILE ASSIGN TO "QUIZLOGK"                         00630001
              ORGANIZATION IS INDEXED                                   00640001
              ACCESS MODE IS SEQUENTIAL                                 00650001
              RECORD KEY IS QLK-KEY                                     00660001
              FILE STATUS IS WS-QLOG-STATUS.                            00670001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00680001
              ORGANIZATION IS SEQUENTIAL                                00690001
              FILE STATUS IS WS-ROS-STATUS.                             00700001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00710001
              ORGANIZATION IS SEQUENTIAL                                00720001
              FILE STATUS IS WS-TOP-STATUS.                             00730001
           SELECT POL-FILE ASSIGN TO "QZPOLICY"                         00740001
              ORGANIZATION IS SEQUENTIAL                                00750001
              FILE STATUS IS WS-POL-STATUS.                             00760001
      ******************************************************************00770001
       DATA DIVISION.                                                   00780001
       FILE SECTION.                                                    00790001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ.                       00800001
       FD  QLK-FILE                                                     00810001
           RECORD CONTAINS 84 CHARACTERS.                               00820001
       01  QLK-RECORD.                                                  00830001
           05 QLK-KEY.                                                  00840001
              10 QLK-OPER-ID     PIC   X(8).                            00850001
              10 QLK-TOPIC       PIC   X(8).                            00860001
              10 QLK-START-DATE  PIC   9(8).                            00870001
              10 QLK-START-TIME  PIC   9(8).                            00880001
           05 QLK-STOP-DATE      PIC   9(8).                            00890001
           05 QLK-STOP-TIME      PIC   9(8).                            00900001
           05 QLK-SCORE          PIC   9(3).                            00910001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00920001
           05 QLK-PCT            PIC   9(3)V99.                         00930001
           05 QLK-LETTERS        PIC   X(20).                           00940001
           05 QLK-RELEASE        PIC   9(5).                            00950001
      *    THE OPERATOR ROSTER THE SHIFT LEADS MAINTAIN - SAME          00960001
      *    58-BYTE LAYOUT QZCOMRPT READS.                               00961002
       FD  ROSTER-FILE                                                  00980001
           RECORDING MODE F                                             00990001
           RECORD CONTAINS 58 CHARACTERS                                00991002
           LABEL RECORDS ARE STANDARD.                                  01010001
       01  ROS-RECORD.                                                  01020001
           05 ROS-OPER-ID        PIC   X(8).                            01030001
           05 ROS-NAME           PIC   X(20).                           01040001
           05 ROS-SHIFT          PIC   X(8).                            01050001
           05 ROS-SUPERVISOR     PIC   X(20).                           01060001
           05 ROS-LANG           PIC   X(2).                            01061002
      *    TOPIC CATALOG AND PROFILES - SAME LAYOUT AS THE TOP-FILE FD  01070001
      *    IN OPERQUIZ. THE PASS PERCENT, FRESHNESS DAYS AND            01080001
      *    PREREQUISITES MATTER HERE.                                   01090001
       FD  TOP-FILE                                                     01100001
           RECORDING MODE F                                             01110001
           RECORD CONTAINS 80 CHARACTERS                                01120001
           LABEL RECORDS ARE STANDARD.                                  01130001
       01  TOP-RECORD.                                                  01140001
           05 TOP-TOPIC          PIC   X(8).                            01150001
           05 FILLER             PIC   X.                               01160001
           05 TOP-PASS-PCT       PIC   9(3).                            01170001
           05 FILLER             PIC   X.                               01180001
           05 TOP-BORDER-PCT     PIC   9(3).                            01190001
           05 FILLER             PIC   X.                               01200001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01210001
           05 FILLER             PIC   X.                               01220001
           05 TOP-MAX-FAILS      PIC   9.                               01230001
           05 FILLER             PIC   X.                               01240001
           05 TOP-DDNAME         PIC   X(8).                            01250001
           05 FILLER             PIC   X.                               01260001
           05 TOP-MIXED          PIC   X.                               01270001
           05 FILLER             PIC   X.                               01280001
           05 TOP-FALLBACK       PIC   X(8).                            01290001
           05 TOP-PREREQ-GROUP   OCCURS 3 TIMES.                        01300001
              10 FILLER          PIC   X.                               01310001
              10 TOP-PREREQ      PIC   X(8).                            01320001
           05 FILLER             PIC   X(11).                           01330001
      *    THE SHOP-WIDE RETAKE DEFAULTS - SAME RECORD OPERQUIZ         01340001
      *    READS. ONLY THE FRESHNESS WINDOW MATTERS HERE.               01350001
       FD  POL-FILE                                                     01360001
           RECORDING MODE F                                             01370001
           RECORD CONTAINS 80 CHARACTERS                                01380001
           LABEL RECORDS ARE STANDARD.                                  01390001
       01  POL-RECORD.                                                  01400001
           05 POL-FRESH-DAYS     PIC   9(3).                            01410001
           05 FILLER             PIC   X.                               01420001
           05 POL-MAX-FAILS      PIC   9.                               01430001
           05 FILLER             PIC   X.                               01440001
           05 POL-OVERRIDE       PIC   X.                               01450001
           05 FILLER             PIC   X(73).                           01460001
      ******************************************************************01470001
       WORKING-STORAGE SECTION.                                         01480001
       01 WS-HLINE          PIC   X(130) VALUE ALL '*'.                 01490001
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     01500001
          88 WS-QLOG-EOF            VALUE '10'.                         01510001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     01520001
          88 WS-ROS-EOF             VALUE '10'.                         01530001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01540001
       01 WS-POL-STATUS     PIC   XX    VALUE '00'.                     01550001
       01 WS-DFLT-FRESH     PIC   9(3)  VALUE 90.                       01560001
       01 WS-TODAY-NUM      PIC   9(8).                                 01570001
       01 WS-TODAY-INT      PIC  S9(9)  USAGE IS COMP.                  01580001
       01 WS-DAYS           PIC  S9(9)  USAGE IS COMP.                  01590001
       01 WS-SHIFT-FILTER   PIC   X(8)  VALUE SPACES.                   01600001
       01 WS-EXPIRED-COUNT  PIC   9(7)  USAGE IS COMP VALUE 0.          01610001
      * --------------------------------------------------------------- 01620001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        01630001
       01 WS-CAT-DEFAULTS.                                              01640001
        05 FILLER            PIC   X(25)                                01650001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         01660001
        05 FILLER            PIC   X(25)                                01670001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         01680001
        05 FILLER            PIC   X(25)                                01690001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         01700001
        05 FILLER            PIC   X(25)                                01710001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         01720001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               01730001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                01740001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01750001
       01 WS-CAT-TABLE.                                                 01760001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                01770001
           10 WS-CAT-TOPIC    PIC   X(8).                               01780001
           10 WS-CAT-DDNAME   PIC   X(8).                               01790001
           10 WS-CAT-MIXED    PIC   X.                                  01800001
           10 WS-CAT-FALLBACK PIC   X(8).                               01810001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  01820001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   01830001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          01840001
      *    EACH CATALOG TOPIC'S RULES, SAME SUBSCRIPT AS THE CATALOG -  01850001
      *    80 AND THE DEFAULT WINDOW UNTIL A QZTOPICS PROFILE SAYS      01860001
      *    OTHERWISE.                                                   01870001
       01 WS-RULE-TABLE.                                                01880001
        05 WS-RL-ENTRY OCCURS 20 TIMES.                                 01890001
           10 WS-RL-PASS      PIC   9(3).                               01900001
           10 WS-RL-FRESH     PIC   9(3).                               01910001
           10 WS-RL-PREREQ    PIC   X(8) OCCURS 3 TIMES.                01920001
       01 WS-PQ-IDX         PIC   9     USAGE IS COMP.                  01930001
      * --------------------------------------------------------------- 01940001
      *    THE ROSTER, LOADED UP FRONT, WITH THE LATEST PASS DATE PER   01950001
      *    CATALOG TOPIC AND THE CELL STATE WORKED OUT FROM IT.         01960001
       01 WS-ROS-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01970001
       01 WS-ROSTER-TABLE.                                              01980001
        05 WS-RS-ENTRY OCCURS 500 TIMES.                                01990001
           10 WS-RS-ID        PIC   X(8).                               02000001
           10 WS-RS-NAME      PIC   X(20).                              02010001
           10 WS-RS-TOPIC OCCURS 20 TIMES.                              02020001
              15 WS-RS-LAST-PASS PIC 9(8).                              02030001
              15 WS-RS-STATE     PIC X.                                 02040001
                 88 WS-RS-PASSED       VALUE 'P'.                       02050001
                 88 WS-RS-EXPIRED      VALUE 'X'.                       02060001
                 88 WS-RS-ELIGIBLE     VALUE 'E'.                       02070001
                 88 WS-RS-BLOCKED      VALUE 'B'.                       02080001
       01 WS-RS-IDX         PIC   9(3)  USAGE IS COMP.                  02090001
      *    QUIZLOGK IS IN OPERATOR ORDER - THE LAST LOOKUP IS KEPT SO   02100001
      *    THE ROSTER IS SEARCHED ONCE PER OPERATOR, NOT PER ATTEMPT.   02110001
       01 WS-LAST-OPER      PIC   X(8)  VALUE LOW-VALUES.               02120001
       01 WS-LAST-ROS-IDX   PIC   9(3)  USAGE IS COMP VALUE 0.          02130001
       01 WS-FOUND-SW       PIC   X     VALUE 'N'.                      02140001
          88 WS-FOUND               VALUE 'Y'.                          02150001
      *    A PREREQUISITE'S CATALOG SUBSCRIPT AND WHETHER IT IS HELD.   02160001
       01 WS-PQ-HIT         PIC   9(3)  USAGE IS COMP.                  02170001
       01 WS-PQ-HELD-SW     PIC   X     VALUE 'Y'.                      02180001
          88 WS-PQ-ALL-HELD         VALUE 'Y'.                          02190001
      * --------------------------------------------------------------- 02200001
      *    PRINT WORK - TEN TOPIC COLUMNS OF NINE BYTES AFTER THE       02210001
      *    OPERATOR ID AND NAME.                                        02220001
       01 WS-PANEL-FIRST    PIC   9(3)  USAGE IS COMP.                  02230001
       01 WS-PANEL-LAST     PIC   9(3)  USAGE IS COMP.                  02240001
       01 WS-COL-POS        PIC   9(3)  USAGE IS COMP.                  02250001
       01 WS-MX-LINE        PIC   X(130).                               02260001
       01 WS-CELL-TEXT      PIC   X(8).                                 02270001
       01 WS-TALLY-TABLE.                                               02280001
        05 WS-TL-TOPIC OCCURS 20 TIMES.                                 02290001
           10 WS-TL-COUNT     PIC   9(5) USAGE IS COMP OCCURS 4 TIMES.  02300001
       01 WS-TL-IDX         PIC   9     USAGE IS COMP.                  02310001
       01 WS-TL-EDIT        PIC   Z(7)9.                                02320001
       01 WS-STATE-NAMES.                                               02330001
        05 FILLER            PIC   X(8)  VALUE 'PASSED'.                02340001
        05 FILLER            PIC   X(8)  VALUE 'EXPIRED'.               02350001
        05 FILLER            PIC   X(8)  VALUE 'ELIGIBLE'.              02360001
        05 FILLER            PIC   X(8)  VALUE 'BLOCKED'.               02370001
       01 WS-STATE-NAME-TABLE REDEFINES WS-STATE-NAMES.                 02380001
        05 WS-STATE-NAME     PIC   X(8)  OCCURS 4 TIMES.                02390001
      ******************************************************************02400001
       LINKAGE SECTION.                                                 02410001
       01 PARM-BUFFER.                                                  02420001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02430001
        05 PARM-DATA                    PIC   X(256).                   02440001
      ******************************************************************02450001
       PROCEDURE DIVISION USING PARM-BUFFER.                            02460001
           PERFORM PROC-INITIALIZE                                      02470001
           DISPLAY WS-HLINE                                             02480001
           IF WS-SHIFT-FILTER = SPACES                                  02490001
              DISPLAY 'CURRICULUM MATRIX AS OF ', WS-TODAY-NUM          02500001
           ELSE                                                         02510001
              DISPLAY 'CURRICULUM MATRIX AS OF ', WS-TODAY-NUM,         02520001
                 ' - SHIFT ', WS-SHIFT-FILTER                           02530001
           END-IF                                                       02540001
           DISPLAY WS-HLINE                                             02550001
           PERFORM PROC-LOAD-CATALOG                                    02560001
           PERFORM PROC-LOAD-ROSTER                                     02570001
           IF WS-ROS-COUNT = 0                                          02580001
              DISPLAY 'ERROR: ROSTER NOT AVAILABLE OR EMPTY ',          02590001
                 '(STATUS=', WS-ROS-STATUS, ') - NOTHING TO REPORT'     02600001
              MOVE 12 TO RETURN-CODE                                    02610001
              GOBACK                                                    02620001
           END-IF                                                       02630001
           PERFORM PROC-SCAN-HISTORY                                    02640001
           IF WS-QLOG-STATUS NOT = '00' AND NOT WS-QLOG-EOF             02650001
              MOVE 12 TO RETURN-CODE                                    02660001
              GOBACK                                                    02670001
           END-IF                                                       02680001
      *    EVERY PASS/EXPIRED STATE FIRST - ELIGIBLE AND BLOCKED ARE    02690001
      *    DECIDED FROM THE PREREQUISITES' STATES.                      02700001
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1                        02710001
              UNTIL WS-RS-IDX > WS-ROS-COUNT                            02720001
              PERFORM PROC-SET-PASS-STATE                               02730001
                 VARYING WS-CAT-IDX FROM 1 BY 1                         02740001
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT                        02750001
              PERFORM PROC-SET-GATE-STATE                               02760001
                 VARYING WS-CAT-IDX FROM 1 BY 1                         02770001
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT                        02780001
           END-PERFORM                                                  02790001
           PERFORM PROC-PRINT-LEGEND                                    02800001
           PERFORM PROC-PRINT-PANEL                                     02810001
              VARYING WS-PANEL-FIRST FROM 1 BY 10                       02820001
              UNTIL WS-PANEL-FIRST > WS-CAT-COUNT                       02830001
           DISPLAY WS-HLINE                                             02840001
           IF WS-EXPIRED-COUNT > 0                                      02850001
              MOVE 4 TO RETURN-CODE                                     02860001
           ELSE                                                         02870001
              MOVE 0 TO RETURN-CODE                                     02880001
           END-IF                                                       02890001
           GOBACK.                                                      02900001
      ******************************************************************02910001
      *    SHIFT FILTER FROM THE PARM, TODAY AS AN INTEGER DAY NUMBER   02920001
      *    AND THE QZPOLICY DEFAULT WINDOW.                             02930001
       PROC-INITIALIZE.                                                 02940001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM              02950001
           COMPUTE WS-TODAY-INT =                                       02960001
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)                    02970001
           IF PARM-LENGTH > 0                                           02980001
              MOVE PARM-DATA(1:PARM-LENGTH) TO WS-SHIFT-FILTER          02990001
           END-IF                                                       03000001
           OPEN INPUT POL-FILE                                          03010001
           IF WS-POL-STATUS = '00'                                      03020001
              READ POL-FILE                                             03030001
              IF WS-POL-STATUS = '00'                                   03040001
                 MOVE POL-FRESH-DAYS TO WS-DFLT-FRESH                   03050001
              END-IF                                                    03060001
              CLOSE POL-FILE                                            03070001
           END-IF                                                       03080001
           INITIALIZE WS-TALLY-TABLE                                    03090001
           EXIT.                                                        03100001
      ******************************************************************03110001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02,   03120001
      *    PLUS EACH TOPIC'S PASS LINE, WINDOW AND PREREQUISITES.       03130001
       PROC-LOAD-CATALOG.                                               03140001
           MOVE 4 TO WS-CAT-COUNT                                       03150001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       03160001
              UNTIL WS-CAT-IDX > 4                                      03170001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  03180001
              PERFORM PROC-DEFAULT-RULES                                03190001
           END-PERFORM                                                  03200001
           OPEN INPUT TOP-FILE                                          03210001
           IF WS-TOP-STATUS = '00'                                      03220001
              PERFORM PROC-LOAD-CATALOG-REC                             03230001
                 UNTIL WS-TOP-STATUS NOT = '00'                         03240001
              CLOSE TOP-FILE                                            03250001
           END-IF                                                       03260001
           MOVE '00' TO WS-TOP-STATUS                                   03270001
           EXIT.                                                        03280001
      ******************************************************************03290001
       PROC-DEFAULT-RULES.                                              03300001
           MOVE 80 TO WS-RL-PASS(WS-CAT-IDX)                            03310001
           MOVE WS-DFLT-FRESH TO WS-RL-FRESH(WS-CAT-IDX)                03320001
           MOVE SPACES TO WS-RL-PREREQ(WS-CAT-IDX, 1)                   03330001
           MOVE SPACES TO WS-RL-PREREQ(WS-CAT-IDX, 2)                   03340001
           MOVE SPACES TO WS-RL-PREREQ(WS-CAT-IDX, 3)                   03350001
           EXIT.                                                        03360001
      ******************************************************************03370001
       PROC-LOAD-CATALOG-REC.                                           03380001
           READ TOP-FILE                                                03390001
           IF WS-TOP-STATUS NOT = '00'                                  03400001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              03410001
              EXIT PARAGRAPH                                            03420001
           END-IF                                                       03430001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 03440001
           PERFORM PROC-FIND-CATALOG                                    03450001
           IF WS-CAT-HIT = 0                                            03460001
              IF WS-CAT-COUNT = 20                                      03470001
                 EXIT PARAGRAPH                                         03480001
              END-IF                                                    03490001
              ADD 1 TO WS-CAT-COUNT                                     03500001
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           03510001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                03520001
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  03530001
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  03540001
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         03550001
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      03560001
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                03570001
           END-IF                                                       03580001
           IF TOP-DDNAME NOT = SPACES                                   03590001
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              03600001
           END-IF                                                       03610001
           MOVE TOP-PASS-PCT   TO WS-RL-PASS(WS-CAT-HIT)                03620001
           MOVE TOP-FRESH-DAYS TO WS-RL-FRESH(WS-CAT-HIT)               03630001
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1                        03640001
              UNTIL WS-PQ-IDX > 3                                       03650001
              IF TOP-PREREQ(WS-PQ-IDX) = TOP-TOPIC                      03660001
                 MOVE SPACES TO WS-RL-PREREQ(WS-CAT-HIT, WS-PQ-IDX)     03670001
              ELSE                                                      03680001
                 MOVE TOP-PREREQ(WS-PQ-IDX)                             03690001
                    TO WS-RL-PREREQ(WS-CAT-HIT, WS-PQ-IDX)              03700001
              END-IF                                                    03710001
           END-PERFORM                                                  03720001
           EXIT.                                                        03730001
      ******************************************************************03740001
       PROC-FIND-CATALOG.                                               03750001
           MOVE 0 TO WS-CAT-HIT                                         03760001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       03770001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           03780001
              OR WS-CAT-HIT > 0                                         03790001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  03800001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          03810001
              END-IF                                                    03820001
           END-PERFORM                                                  03830001
           EXIT.                                                        03840001
      ******************************************************************03850001
      *    ROSTERED OPERATORS ONLY - AND ONLY THE PARM'S SHIFT WHEN     03860001
      *    ONE IS GIVEN.                                                03870001
       PROC-LOAD-ROSTER.                                                03880001
           OPEN INPUT ROSTER-FILE                                       03890001
           IF WS-ROS-STATUS = '00'                                      03900001
              PERFORM PROC-READ-ROSTER                                  03910001
              PERFORM PROC-STORE-ROSTER-REC                             03920001
                 UNTIL WS-ROS-EOF                                       03930001
                 OR WS-ROS-COUNT = 500                                  03940001
              CLOSE ROSTER-FILE                                         03950001
           END-IF                                                       03960001
           EXIT.                                                        03970001
      ******************************************************************03980001
       PROC-READ-ROSTER.                                                03990001
           READ ROSTER-FILE                                             04000001
              AT END SET WS-ROS-EOF TO TRUE                             04010001
           END-READ                                                     04020001
           EXIT.                                                        04030001
      ******************************************************************04040001
       PROC-STORE-ROSTER-REC.                                           04050001
           IF WS-SHIFT-FILTER = SPACES                                  04060001
              OR ROS-SHIFT = WS-SHIFT-FILTER                            04070001
              ADD 1 TO WS-ROS-COUNT                                     04080001
              MOVE ROS-OPER-ID    TO WS-RS-ID(WS-ROS-COUNT)             04090001
              MOVE ROS-NAME       TO WS-RS-NAME(WS-ROS-COUNT)           04100001
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                    04110001
                 UNTIL WS-CAT-IDX > 20                                  04120001
                 MOVE 0 TO WS-RS-LAST-PASS(WS-ROS-COUNT, WS-CAT-IDX)    04130001
                 MOVE SPACE TO WS-RS-STATE(WS-ROS-COUNT, WS-CAT-IDX)    04140001
              END-PERFORM                                               04150001
           END-IF                                                       04160001
           PERFORM PROC-READ-ROSTER                                     04170001
           EXIT.                                                        04180001
      ******************************************************************04190001
      *    ONE PASS OVER THE KEYED HISTORY - EVERY PASSING ATTEMPT      04200001
      *    (BY ITS OWN TOPIC'S PASS LINE) BY A LISTED OPERATOR IN A     04210001
      *    CATALOG TOPIC UPDATES THAT CELL'S LATEST PASS DATE.          04220001
       PROC-SCAN-HISTORY.                                               04230001
           OPEN INPUT QLK-FILE                                          04240001
           IF WS-QLOG-STATUS NOT = '00'                                 04250001
              DISPLAY 'ERROR: QUIZLOGK NOT AVAILABLE (STATUS=',         04260001
                 WS-QLOG-STATUS, ')'                                    04270001
              EXIT PARAGRAPH                                            04280001
           END-IF                                                       04290001
           PERFORM PROC-READ-HISTORY                                    04300001
           PERFORM PROC-FOLD-ATTEMPT                                    04310001
              UNTIL WS-QLOG-EOF                                         04320001
           CLOSE QLK-FILE                                               04330001
           MOVE '00' TO WS-QLOG-STATUS                                  04340001
           SET WS-QLOG-EOF TO TRUE                                      04350001
           EXIT.                                                        04360001
      ******************************************************************04370001
       PROC-READ-HISTORY.                                               04380001
           READ QLK-FILE                                                04390001
              AT END SET WS-QLOG-EOF TO TRUE                            04400001
           END-READ                                                     04410001
           EXIT.                                                        04420001
      ******************************************************************04430001
       PROC-FOLD-ATTEMPT.                                               04440001
           IF QLK-OPER-ID NOT = WS-LAST-OPER                            04450001
              MOVE QLK-OPER-ID TO WS-LAST-OPER                          04460001
              MOVE 0 TO WS-LAST-ROS-IDX                                 04470001
              PERFORM VARYING WS-RS-IDX FROM 1 BY 1                     04480001
                 UNTIL WS-RS-IDX > WS-ROS-COUNT                         04490001
                 IF WS-RS-ID(WS-RS-IDX) = QLK-OPER-ID                   04500001
                    MOVE WS-RS-IDX TO WS-LAST-ROS-IDX                   04510001
                    MOVE WS-ROS-COUNT TO WS-RS-IDX                      04520001
                 END-IF                                                 04530001
              END-PERFORM                                               04540001
           END-IF                                                       04550001
           IF WS-LAST-ROS-IDX > 0                                       04560001
              MOVE QLK-TOPIC TO WS-CAT-KEY                              04570001
              PERFORM PROC-FIND-CATALOG                                 04580001
              IF WS-CAT-HIT > 0                                         04590001
                 AND QLK-PCT >= WS-RL-PASS(WS-CAT-HIT)                  04600001
                 AND QLK-START-DATE >                                   04610001
                    WS-RS-LAST-PASS(WS-LAST-ROS-IDX, WS-CAT-HIT)        04620001
                 MOVE QLK-START-DATE                                    04630001
                    TO WS-RS-LAST-PASS(WS-LAST-ROS-IDX, WS-CAT-HIT)     04640001
              END-IF                                                    04650001
           END-IF                                                       04660001
           PERFORM PROC-READ-HISTORY                                    04670001
           EXIT.                                                        04680001
      ******************************************************************04690001
      *    PASSED WHILE THE LATEST PASS IS INSIDE THE TOPIC'S WINDOW,   04700001
      *    EXPIRED ONCE THE EXPIRY QZRCFCST WOULD FORECAST (LAST PASS   04710001
      *    PLUS THE WINDOW) IS BEFORE TODAY. NO PASS LEAVES THE CELL    04720001
      *    FOR PROC-SET-GATE-STATE.                                     04730001
       PROC-SET-PASS-STATE.                                             04740001
           IF WS-RS-LAST-PASS(WS-RS-IDX, WS-CAT-IDX) > 0                04750001
              COMPUTE WS-DAYS =                                         04760001
                 FUNCTION INTEGER-OF-DATE(                              04770001
                    WS-RS-LAST-PASS(WS-RS-IDX, WS-CAT-IDX))             04780001
                 + WS-RL-FRESH(WS-CAT-IDX) - WS-TODAY-INT               04790001
              IF WS-DAYS < 0                                            04800001
                 SET WS-RS-EXPIRED(WS-RS-IDX, WS-CAT-IDX) TO TRUE       04810001
                 ADD 1 TO WS-EXPIRED-COUNT                              04820001
              ELSE                                                      04830001
                 SET WS-RS-PASSED(WS-RS-IDX, WS-CAT-IDX) TO TRUE        04840001
              END-IF                                                    04850001
           END-IF                                                       04860001
           EXIT.                                                        04870001
      ******************************************************************04880001
      *    A TOPIC NOT YET PASSED IS ELIGIBLE WHEN EVERY PREREQUISITE   04890001
      *    IT NAMES IS PASSED (CURRENT), BLOCKED OTHERWISE - THE SAME   04900001
      *    TEST THE GATE APPLIES. A PREREQUISITE MISSING FROM THE       04910001
      *    CATALOG CAN NEVER BE HELD, SO IT BLOCKS TOO.                 04920001
       PROC-SET-GATE-STATE.                                             04930001
           IF WS-RS-STATE(WS-RS-IDX, WS-CAT-IDX) NOT = SPACE            04940001
              EXIT PARAGRAPH                                            04950001
           END-IF                                                       04960001
           MOVE 'Y' TO WS-PQ-HELD-SW                                    04970001
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1                        04980001
              UNTIL WS-PQ-IDX > 3                                       04990001
              IF WS-RL-PREREQ(WS-CAT-IDX, WS-PQ-IDX) NOT = SPACES       05000001
                 PERFORM PROC-CHECK-ONE-PREREQ                          05010001
              END-IF                                                    05020001
           END-PERFORM                                                  05030001
           IF WS-PQ-ALL-HELD                                            05040001
              SET WS-RS-ELIGIBLE(WS-RS-IDX, WS-CAT-IDX) TO TRUE         05050001
           ELSE                                                         05060001
              SET WS-RS-BLOCKED(WS-RS-IDX, WS-CAT-IDX) TO TRUE          05070001
           END-IF                                                       05080001
           EXIT.                                                        05090001
      ******************************************************************05100001
       PROC-CHECK-ONE-PREREQ.                                           05110001
           MOVE 0 TO WS-PQ-HIT                                          05120001
           PERFORM VARYING WS-CAT-HIT FROM 1 BY 1                       05130001
              UNTIL WS-CAT-HIT > WS-CAT-COUNT                           05140001
              IF WS-CAT-TOPIC(WS-CAT-HIT) =                             05150001
                 WS-RL-PREREQ(WS-CAT-IDX, WS-PQ-IDX)                    05160001
                 MOVE WS-CAT-HIT TO WS-PQ-HIT                           05170001
                 MOVE WS-CAT-COUNT TO WS-CAT-HIT                        05180001
              END-IF                                                    05190001
           END-PERFORM                                                  05200001
           IF WS-PQ-HIT = 0                                             05210001
              MOVE 'N' TO WS-PQ-HELD-SW                                 05220001
           ELSE                                                         05230001
              IF NOT WS-RS-PASSED(WS-RS-IDX, WS-PQ-HIT)                 05240001
                 MOVE 'N' TO WS-PQ-HELD-SW                              05250001
              END-IF                                                    05260001
           END-IF                                                       05270001
           EXIT.                                                        05280001
      ******************************************************************05290001
       PROC-PRINT-LEGEND.                                               05300001
           DISPLAY 'PASSED   = CURRENT PASS   EXPIRED = PASS OUTSIDE ', 05310001
              'ITS FRESHNESS WINDOW'                                    05320001
           DISPLAY 'ELIGIBLE = NOT PASSED, PREREQUISITES HELD   ',      05330001
              'BLOCKED = NOT PASSED, A PREREQUISITE MISSING OR EXPIRED' 05340001
           DISPLAY ' '                                                  05350001
           DISPLAY 'TOPIC    PASS% WINDOW  PREREQUISITES'               05360001
           PERFORM PROC-PRINT-ONE-RULE                                  05370001
              VARYING WS-CAT-IDX FROM 1 BY 1                            05380001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           05390001
           EXIT.                                                        05400001
      ******************************************************************05410001
       PROC-PRINT-ONE-RULE.                                             05420001
           DISPLAY WS-CAT-TOPIC(WS-CAT-IDX), '  ',                      05430001
              WS-RL-PASS(WS-CAT-IDX), '  ',                             05440001
              WS-RL-FRESH(WS-CAT-IDX), '    ',                          05450001
              WS-RL-PREREQ(WS-CAT-IDX, 1), ' ',                         05460001
              WS-RL-PREREQ(WS-CAT-IDX, 2), ' ',                         05470001
              WS-RL-PREREQ(WS-CAT-IDX, 3)                               05480001
           EXIT.                                                        05490001
      ******************************************************************05500001
      *    ONE PANEL OF UP TO TEN TOPIC COLUMNS - HEADINGS, ONE ROW     05510001
      *    PER OPERATOR, THEN A COUNT OF EACH STATE PER TOPIC.          05520001
       PROC-PRINT-PANEL.                                                05530001
           COMPUTE WS-PANEL-LAST = WS-PANEL-FIRST + 9                   05540001
           IF WS-PANEL-LAST > WS-CAT-COUNT                              05550001
              MOVE WS-CAT-COUNT TO WS-PANEL-LAST                        05560001
           END-IF                                                       05570001
           DISPLAY ' '                                                  05580001
           DISPLAY WS-HLINE                                             05590001
           MOVE SPACES TO WS-MX-LINE                                    05600001
           MOVE 'OPERATOR NAME' TO WS-MX-LINE(1:13)                     05610001
           PERFORM VARYING WS-CAT-IDX FROM WS-PANEL-FIRST BY 1          05620001
              UNTIL WS-CAT-IDX > WS-PANEL-LAST                          05630001
              PERFORM PROC-SET-COL-POS                                  05640001
              MOVE WS-CAT-TOPIC(WS-CAT-IDX)                             05650001
                 TO WS-MX-LINE(WS-COL-POS:8)                            05660001
           END-PERFORM                                                  05670001
           DISPLAY WS-MX-LINE                                           05680001
           DISPLAY WS-HLINE                                             05690001
           PERFORM PROC-PRINT-ROW                                       05700001
              VARYING WS-RS-IDX FROM 1 BY 1                             05710001
              UNTIL WS-RS-IDX > WS-ROS-COUNT                            05720001
           DISPLAY WS-HLINE                                             05730001
           PERFORM PROC-PRINT-TALLY                                     05740001
              VARYING WS-TL-IDX FROM 1 BY 1                             05750001
              UNTIL WS-TL-IDX > 4                                       05760001
           EXIT.                                                        05770001
      ******************************************************************05780001
       PROC-SET-COL-POS.                                                05790001
           COMPUTE WS-COL-POS =                                         05800001
              31 + (WS-CAT-IDX - WS-PANEL-FIRST) * 9                    05810001
           EXIT.                                                        05820001
      ******************************************************************05830001
       PROC-PRINT-ROW.                                                  05840001
           MOVE SPACES TO WS-MX-LINE                                    05850001
           MOVE WS-RS-ID(WS-RS-IDX)   TO WS-MX-LINE(1:8)                05860001
           MOVE WS-RS-NAME(WS-RS-IDX) TO WS-MX-LINE(10:20)              05870001
           PERFORM VARYING WS-CAT-IDX FROM WS-PANEL-FIRST BY 1          05880001
              UNTIL WS-CAT-IDX > WS-PANEL-LAST                          05890001
              PERFORM PROC-SET-COL-POS                                  05900001
              EVALUATE TRUE                                             05910001
                 WHEN WS-RS-PASSED(WS-RS-IDX, WS-CAT-IDX)               05920001
                    MOVE 1 TO WS-TL-IDX                                 05930001
                 WHEN WS-RS-EXPIRED(WS-RS-IDX, WS-CAT-IDX)              05940001
                    MOVE 2 TO WS-TL-IDX                                 05950001
                 WHEN WS-RS-ELIGIBLE(WS-RS-IDX, WS-CAT-IDX)             05960001
                    MOVE 3 TO WS-TL-IDX                                 05970001
                 WHEN OTHER                                             05980001
                    MOVE 4 TO WS-TL-IDX                                 05990001
              END-EVALUATE                                              06000001
              ADD 1 TO WS-TL-COUNT(WS-CAT-IDX, WS-TL-IDX)               06010001
              MOVE WS-STATE-NAME(WS-TL-IDX)                             06020001
                 TO WS-MX-LINE(WS-COL-POS:8)                            06030001
           END-PERFORM                                                  06040001
           DISPLAY WS-MX-LINE                                           06050001
           EXIT.                                                        06060001
      ******************************************************************06070001
       PROC-PRINT-TALLY.                                                06080001
           MOVE SPACES TO WS-MX-LINE                                    06090001
           MOVE WS-STATE-NAME(WS-TL-IDX) TO WS-MX-LINE(10:8)            06100001
           PERFORM VARYING WS-CAT-IDX FROM WS-PANEL-FIRST BY 1          06110001
              UNTIL WS-CAT-IDX > WS-PANEL-LAST                          06120001
              PERFORM PROC-SET-COL-POS                                  06130001
              MOVE WS-TL-COUNT(WS-CAT-IDX, WS-TL-IDX) TO WS-TL-EDIT     06140001
              MOVE WS-TL-EDIT TO WS-MX-LINE(WS-COL-POS:8)               06150001
           END-PERFORM                                                  06160001
           DISPLAY WS-MX-LINE                                           06170001
           EXIT.                                                        06180001
       END PROGRAM QZCURMTX.                                            06190001
