       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZROSRCN.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          NIGHTLY RECONCILIATION OF THE HAND-KEPT ROSTER AGAINST 00110001
      *          THE HR PERSONNEL EXTRACT. WRITES A PROPOSED NEW ROSTER 00120001
      *          TO THE ROSTNEW DD FOR THE SHIFT LEADS TO REVIEW AND    00130001
      *          SWAP IN, AND PRINTS A CHANGE REPORT:                   00140001
      *            - ADDS          ON HR, ACTIVE, NOT ON THE ROSTER     00150001
      *            - TERMINATIONS  ON THE ROSTER, BUT TERMINATED ON HR  00160001
      *                            OR NO LONGER ON THE EXTRACT AT ALL   00170001
      *            - SHIFT MOVES   ROS-SHIFT DIFFERS FROM HR            00180001
      *            - SUPERVISOR MOVES  ROS-SUPERVISOR DIFFERS FROM HR   00190001
      *          FOR EVERY LEAVER IT ALSO LOOKS FOR WORK STILL OPEN IN  00200001
      *          THEIR NAME - A LIVE QZOVRD GRANT, A SAVED QUIZRST      00210001
      *          CONSOLE CHECKPOINT, OR A QUIZSUB SUBMISSION WAITING TO 00220001
      *          BE SCORED AGAINST A QUIZORD FORM - SO IT CAN BE CLOSED 00230001
      *          OFF BEFORE THE ROSTER ENTRY GOES.                      00240001
      *                                                                 00250001
      *    INFO                                                         00260001
      *          NO PARM. THE HR EXTRACT IS THE HRXTRACT DD, ONE 80-BYTE00270001
      *          RECORD PER EMPLOYEE (LAYOUT BELOW). AN EXTRACT THAT IS 00280001
      *          MISSING OR EMPTY STOPS THE RUN BEFORE ROSTNEW IS       00290001
      *          WRITTEN - AN EMPTY EXTRACT WOULD OTHERWISE PROPOSE     00300001
      *          TERMINATING EVERYBODY.                                 00310001
      *          NAMES ON THE ROSTER ARE KEPT AS THE SHIFT LEADS TYPED  00320001
      *          THEM; AN ADD TAKES ITS NAME FROM HR.                   00330001
      *                                                                 00340001
      *          RETURN-CODE 0 = ROSTER AND HR AGREE                    00350001
      *                      4 = CHANGES PROPOSED                       00360001
      *                      8 = CHANGES PROPOSED AND A LEAVER STILL    00370001
      *                          HAS OPEN GRANTS OR QUIZ WORK           00380001
      *                     12 = HR EXTRACT MISSING OR EMPTY, THE       00381005
      *                          ROSTER OR HR EXTRACT HOLDS MORE THAN   00382005
      *                          999 ENTRIES, OR ROSTNEW COULD NOT BE   00383005
      *                          WRITTEN                                00384005
      *                                                                 00410001
      ******************************************************************00420001
      *                                                                 00430001
      *    PROJECT CONTAINS:                                            00440001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00450001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00460001
      *          REPORT PGM        QZCOMRPT.CBL   TRAINING COMPLIANCE   00470001
      *                                           REPORT OFF QUIZLOG    00480001
      *          UTILITY PGM       QZOVRMT.CBL    OVERRIDE GRANT        00490001
      *                                           MAINTENANCE           00500001
      *          UTILITY PGM       QZROSRCN.CBL   ROSTER VS HR          00510001
      *                                           RECONCILIATION        00520001
      *                                                                 00530001
      ******************************************************************00540001
      *    MODIFICATION HISTORY                                         00550001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00560001
      *    2026-10-15 PAK  QUIZRST ROWS GREW THE BANK RELEASE (RECORD   00561002
      *                    NOW 8324 BYTES) - LAYOUT ONLY                00562002
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00563003
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00564003
      *                    BYTES). THE PROPOSED ROSTER KEEPS EACH       00565003
      *                    STAYER'S LANGUAGE; JOINERS START BLANK       00566003
      *                    (THE PRIMARY LANGUAGE)                       00567003
      *    2026-10-15 PAK  EVERY ROSTNEW WRITE IS STATUS-CHECKED; A     00568004
      *                    FAILED ONE ENDS RC 12                        00569004
      *    2026-10-15 PAK  A ROSTER OR HR EXTRACT PAST THE 999-ENTRY    00569205
      *                    TABLES NOW STOPS THE RUN RC 12 BEFORE THE    00569405
      *                    CHANGE REPORT AND ROSTNEW - A TRUNCATED      00569605
      *                    TABLE PROPOSED FALSE TERMINATIONS            00569805
      ******************************************************************00570001
       ENVIRONMENT DIVISION.                                            00580001
       INPUT-OUTPUT SECTION.                                            00590001
       FILE-CONTROL.                                                    00600001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00610001
              ORGANIZATION IS SEQUENTIAL                                00620001
              FILE STATUS IS WS-ROS-STATUS.                             00630001
           SELECT HR-FILE ASSIGN TO "HRXTRACT"                          00640001
              ORGANIZATION IS SEQUENTIAL                                00650001
              FILE STATUS IS WS-HR-STATUS.                              00660001
           SELECT NEW-FILE ASSIGN TO "ROSTNEW"                          00670001
              ORGANIZATION IS SEQUENTIAL                                00680001
              FILE STATUS IS WS-NEW-STATUS.                             00690001
           SELECT OVR-FILE ASSIGN TO "QZOVRD"                           00700001
              ORGANIZATION IS SEQUENTIAL                                00710001
              FILE STATUS IS WS-OVR-STATUS.                             00720001
           SELECT RST-FILE ASSIGN TO "QUIZRST"                          00730001
              ORGANIZATION IS SEQUENTIAL                                00740001
              FILE STATUS IS WS-RST-STATUS.                             00750001
           SELECT SUB-FILE ASSIGN TO "QUIZSUB"                          00760001
              ORGANIZATION IS SEQUENTIAL                                00770001
              FILE STATUS IS WS-SUB-STATUS.                             00780001
      ******************************************************************00790001
       DATA DIVISION.                                                   00800001
       FILE SECTION.                                                    00810001
      *    THE OPERATOR ROSTER THE SHIFT LEADS MAINTAIN - SAME 58-BYTE  00811003
      *    LAYOUT QZCOMRPT READS.                                       00830001
       FD  ROSTER-FILE                                                  00840001
           RECORDING MODE F                                             00850001
           RECORD CONTAINS 58 CHARACTERS                                00851003
           LABEL RECORDS ARE STANDARD.                                  00870001
       01  ROS-RECORD.                                                  00880001
           05 ROS-OPER-ID        PIC   X(8).                            00890001
           05 ROS-NAME           PIC   X(20).                           00900001
           05 ROS-SHIFT          PIC   X(8).                            00910001
           05 ROS-SUPERVISOR     PIC   X(20).                           00920001
           05 ROS-LANG           PIC   X(2).                            00921003
      *    THE HR PERSONNEL EXTRACT - ONE 80-BYTE RECORD PER EMPLOYEE   00930001
      *    IN THE OPERATIONS COST CENTRES. HR-STATUS T IS A LEAVER      00940001
      *    (HR-TERM-DATE SET); ANYTHING ELSE IS STILL EMPLOYED.         00950001
       FD  HR-FILE                                                      00960001
           RECORDING MODE F                                             00970001
           RECORD CONTAINS 80 CHARACTERS                                00980001
           LABEL RECORDS ARE STANDARD.                                  00990001
       01  HR-RECORD.                                                   01000001
           05 HR-OPER-ID         PIC   X(8).                            01010001
           05 FILLER             PIC   X.                               01020001
           05 HR-NAME            PIC   X(20).                           01030001
           05 FILLER             PIC   X.                               01040001
           05 HR-SHIFT           PIC   X(8).                            01050001
           05 FILLER             PIC   X.                               01060001
           05 HR-SUPERVISOR      PIC   X(20).                           01070001
           05 FILLER             PIC   X.                               01080001
           05 HR-STATUS          PIC   X.                               01090001
              88 HR-TERMINATED          VALUE 'T'.                      01100001
           05 FILLER             PIC   X.                               01110001
           05 HR-TERM-DATE       PIC   9(8).                            01120001
           05 FILLER             PIC   X(10).                           01130001
      *    THE PROPOSED ROSTER - SAME LAYOUT AS ROS-RECORD.             01140001
       FD  NEW-FILE                                                     01150001
           RECORDING MODE F                                             01160001
           RECORD CONTAINS 58 CHARACTERS                                01161003
           LABEL RECORDS ARE STANDARD.                                  01180001
       01  NEW-RECORD.                                                  01190001
           05 NEW-OPER-ID        PIC   X(8).                            01200001
           05 NEW-NAME           PIC   X(20).                           01210001
           05 NEW-SHIFT          PIC   X(8).                            01220001
           05 NEW-SUPERVISOR     PIC   X(20).                           01230001
           05 NEW-LANG           PIC   X(2).                            01231003
      *    SAME LAYOUT AS OVR-RECORD IN OPERQUIZ.                       01240001
       FD  OVR-FILE                                                     01250001
           RECORDING MODE F                                             01260001
           RECORD CONTAINS 80 CHARACTERS                                01270001
           LABEL RECORDS ARE STANDARD.                                  01280001
       01  OVR-RECORD.                                                  01290001
           05 OVR-OPER-ID        PIC   X(8).                            01300001
           05 FILLER             PIC   X.                               01310001
           05 OVR-TOPIC          PIC   X(8).                            01320001
           05 FILLER             PIC   X.                               01330001
           05 OVR-EXPIRY-DATE    PIC   9(8).                            01340001
           05 FILLER             PIC   X.                               01350001
           05 OVR-SUPERVISOR     PIC   X(20).                           01360001
           05 FILLER             PIC   X.                               01370001
           05 OVR-REASON         PIC   X(30).                           01380001
           05 FILLER             PIC   X(2).                            01390001
      *    SAME LAYOUT AS RST-RECORD IN ORQMOD02 - ONLY THE OWNER AND   01400001
      *    TOPIC OF THE SAVED CONSOLE ATTEMPT MATTER HERE.              01410001
       FD  RST-FILE                                                     01420001
           RECORDING MODE F                                             01430001
           RECORD CONTAINS 8324 CHARACTERS                              01431002
           LABEL RECORDS ARE STANDARD.                                  01450001
       01  RST-RECORD.                                                  01460001
           05 RST-OPER-ID        PIC   X(8).                            01470001
           05 RST-TOPIC          PIC   X(8).                            01480001
           05 FILLER             PIC   X(8308).                         01481002
      *    SAME LAYOUT AS SUB-RECORD IN QZCLSCHK.                       01500001
       FD  SUB-FILE                                                     01510001
           RECORDING MODE F                                             01520001
           RECORD CONTAINS 39 CHARACTERS                                01530001
           LABEL RECORDS ARE STANDARD.                                  01540001
       01  SUB-RECORD.                                                  01550001
           05 SUB-OPER-ID        PIC   X(8).                            01560001
           05 SUB-TOPIC          PIC   X(8).                            01570001
           05 SUB-LETTERS        PIC   X(20).                           01580001
           05 SUB-FORM-ID        PIC   X(3).                            01590001
      ******************************************************************01600001
       WORKING-STORAGE SECTION.                                         01610001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01620001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     01630001
       01 WS-HR-STATUS      PIC   XX    VALUE '00'.                     01640001
       01 WS-NEW-STATUS     PIC   XX    VALUE '00'.                     01650001
       01 WS-NEW-FAILED-SW  PIC   X     VALUE 'N'.                      01651004
          88 WS-NEW-FAILED           VALUE 'Y'.                         01652004
       01 WS-TABLE-FULL-SW  PIC   X     VALUE 'N'.                      01653005
          88 WS-TABLE-FULL           VALUE 'Y'.                         01654005
       01 WS-OVR-STATUS     PIC   XX    VALUE '00'.                     01660001
       01 WS-RST-STATUS     PIC   XX    VALUE '00'.                     01670001
       01 WS-SUB-STATUS     PIC   XX    VALUE '00'.                     01680001
       01 WS-RUN-DATE       PIC   9(8).                                 01690001
      * --------------------------------------------------------------- 01700001
      *    THE ROSTER AS IT STANDS. WS-R-FATE SAYS WHAT HAPPENS TO      01710001
      *    EACH ENTRY: K KEEP, T TERMINATED ON HR, G GONE FROM HR.      01720001
       01 WS-R-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          01730001
       01 WS-ROS-TABLE.                                                 01740001
        05 WS-R-ENTRY OCCURS 999 TIMES.                                 01750001
           10 WS-R-ID         PIC   X(8).                               01760001
           10 WS-R-NAME       PIC   X(20).                              01770001
           10 WS-R-SHIFT      PIC   X(8).                               01780001
           10 WS-R-SUPERVISOR PIC   X(20).                              01790001
           10 WS-R-LANG       PIC   X(2).                               01791003
           10 WS-R-FATE       PIC   X.                                  01800001
           10 WS-R-TERM-DATE  PIC   9(8).                               01810001
       01 WS-RX             PIC   9(4)  USAGE IS COMP.                  01820001
      * --------------------------------------------------------------- 01830001
      *    THE HR EXTRACT. WS-H-ON-ROSTER MARKS THE ONES MATCHED TO A   01840001
      *    ROSTER ENTRY - AN ACTIVE EMPLOYEE LEFT UNMARKED IS AN ADD.   01850001
       01 WS-H-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          01860001
       01 WS-HR-TABLE.                                                  01870001
        05 WS-H-ENTRY OCCURS 999 TIMES.                                 01880001
           10 WS-H-ID         PIC   X(8).                               01890001
           10 WS-H-NAME       PIC   X(20).                              01900001
           10 WS-H-SHIFT      PIC   X(8).                               01910001
           10 WS-H-SUPERVISOR PIC   X(20).                              01920001
           10 WS-H-STATUS     PIC   X.                                  01930001
           10 WS-H-TERM-DATE  PIC   9(8).                               01940001
           10 WS-H-ON-ROSTER  PIC   X.                                  01950001
       01 WS-HX             PIC   9(4)  USAGE IS COMP.                  01960001
       01 WS-HIT            PIC   9(4)  USAGE IS COMP.                  01970001
      * --------------------------------------------------------------- 01980001
       01 WS-TOTALS.                                                    01990001
        05 WS-ADD-COUNT      PIC   9(5)  USAGE IS COMP VALUE 0.         02000001
        05 WS-TERM-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.         02010001
        05 WS-SHIFT-COUNT    PIC   9(5)  USAGE IS COMP VALUE 0.         02020001
        05 WS-SUPV-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.         02030001
        05 WS-OPEN-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.         02040001
        05 WS-NEW-COUNT      PIC   9(5)  USAGE IS COMP VALUE 0.         02050001
       01 WS-LEAVER-ID      PIC   X(8).                                 02060001
       01 WS-LEAVER-SW      PIC   X     VALUE 'N'.                      02070001
          88 WS-IS-LEAVER            VALUE 'Y'.                         02080001
      ******************************************************************02090001
       PROCEDURE DIVISION.                                              02100001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               02110001
           DISPLAY WS-HLINE                                             02120001
           DISPLAY 'ROSTER VS HR EXTRACT RECONCILIATION - RUN DATE ',   02130001
              WS-RUN-DATE                                               02140001
           DISPLAY WS-HLINE                                             02150001
           PERFORM PROC-LOAD-HR                                         02160001
           IF WS-H-COUNT = 0                                            02170001
              DISPLAY 'ERROR: HR EXTRACT MISSING OR EMPTY (STATUS=',    02180001
                 WS-HR-STATUS, ') - NO ROSTER PROPOSED'                 02190001
              MOVE 12 TO RETURN-CODE                                    02200001
              GOBACK                                                    02210001
           END-IF                                                       02220001
           PERFORM PROC-LOAD-ROSTER                                     02230001
           IF WS-TABLE-FULL                                             02231005
              DISPLAY 'ERROR: TABLES FULL - NO CHANGES REPORTED AND ',  02232005
                 'NO ROSTER PROPOSED'                                   02233005
              MOVE 12 TO RETURN-CODE                                    02234005
              GOBACK                                                    02235005
           END-IF                                                       02236005
           DISPLAY ' '                                                  02240001
           DISPLAY 'TERMINATIONS AND MOVES'                             02250001
           PERFORM PROC-MATCH-ROSTER                                    02260001
              VARYING WS-RX FROM 1 BY 1                                 02270001
              UNTIL WS-RX > WS-R-COUNT                                  02280001
           DISPLAY ' '                                                  02290001
           DISPLAY 'ADDS'                                               02300001
           PERFORM PROC-LIST-ADD                                        02310001
              VARYING WS-HX FROM 1 BY 1                                 02320001
              UNTIL WS-HX > WS-H-COUNT                                  02330001
           DISPLAY ' '                                                  02340001
           DISPLAY 'OPEN WORK FOR LEAVERS'                              02350001
           PERFORM PROC-SCAN-GRANTS                                     02360001
           PERFORM PROC-SCAN-CHECKPOINTS                                02370001
           PERFORM PROC-SCAN-SUBMISSIONS                                02380001
           IF WS-OPEN-COUNT = 0                                         02390001
              DISPLAY '  (NONE)'                                        02400001
           END-IF                                                       02410001
           PERFORM PROC-WRITE-ROSTER                                    02420001
           PERFORM PROC-PRINT-TOTALS                                    02430001
           GOBACK.                                                      02440001
      ******************************************************************02450001
       PROC-LOAD-HR.                                                    02460001
           OPEN INPUT HR-FILE                                           02470001
           IF WS-HR-STATUS = '00'                                       02480001
              PERFORM PROC-LOAD-ONE-HR                                  02490001
                 UNTIL WS-HR-STATUS NOT = '00'                          02500001
              CLOSE HR-FILE                                             02510001
           END-IF                                                       02520001
           EXIT.                                                        02530001
      ******************************************************************02540001
       PROC-LOAD-ONE-HR.                                                02550001
           READ HR-FILE                                                 02560001
           IF WS-HR-STATUS = '00'                                       02570001
              IF WS-H-COUNT = 999                                       02580001
                 DISPLAY 'ERROR: HR EXTRACT HOLDS MORE THAN 999 ',      02581005
                    'EMPLOYEES'                                         02582005
                 SET WS-TABLE-FULL TO TRUE                              02583005
                 MOVE '10' TO WS-HR-STATUS                              02610001
              ELSE                                                      02620001
                 ADD 1 TO WS-H-COUNT                                    02630001
                 MOVE HR-OPER-ID    TO WS-H-ID(WS-H-COUNT)              02640001
                 MOVE HR-NAME       TO WS-H-NAME(WS-H-COUNT)            02650001
                 MOVE HR-SHIFT      TO WS-H-SHIFT(WS-H-COUNT)           02660001
                 MOVE HR-SUPERVISOR TO WS-H-SUPERVISOR(WS-H-COUNT)      02670001
                 MOVE HR-STATUS     TO WS-H-STATUS(WS-H-COUNT)          02680001
                 MOVE HR-TERM-DATE  TO WS-H-TERM-DATE(WS-H-COUNT)       02690001
                 MOVE 'N'           TO WS-H-ON-ROSTER(WS-H-COUNT)       02700001
              END-IF                                                    02710001
           END-IF                                                       02720001
           EXIT.                                                        02730001
      ******************************************************************02740001
      *    NO ROSTER DD YET IS AN EMPTY ROSTER - EVERY ACTIVE HR        02750001
      *    EMPLOYEE THEN COMES OUT AS AN ADD.                           02760001
       PROC-LOAD-ROSTER.                                                02770001
           OPEN INPUT ROSTER-FILE                                       02780001
           IF WS-ROS-STATUS = '00'                                      02790001
              PERFORM PROC-LOAD-ONE-ROSTER                              02800001
                 UNTIL WS-ROS-STATUS NOT = '00'                         02810001
              CLOSE ROSTER-FILE                                         02820001
           ELSE                                                         02830001
              DISPLAY 'NOTE: ROSTER NOT AVAILABLE (STATUS=',            02840001
                 WS-ROS-STATUS, ') - STARTING FROM AN EMPTY ROSTER'     02850001
           END-IF                                                       02860001
           EXIT.                                                        02870001
      ******************************************************************02880001
       PROC-LOAD-ONE-ROSTER.                                            02890001
           READ ROSTER-FILE                                             02900001
           IF WS-ROS-STATUS = '00'                                      02910001
              IF WS-R-COUNT = 999                                       02920001
                 DISPLAY 'ERROR: ROSTER HOLDS MORE THAN 999 ',          02921005
                    'OPERATORS'                                         02922005
                 SET WS-TABLE-FULL TO TRUE                              02923005
                 MOVE '10' TO WS-ROS-STATUS                             02950001
              ELSE                                                      02960001
                 ADD 1 TO WS-R-COUNT                                    02970001
                 MOVE ROS-OPER-ID    TO WS-R-ID(WS-R-COUNT)             02980001
                 MOVE ROS-NAME       TO WS-R-NAME(WS-R-COUNT)           02990001
                 MOVE ROS-SHIFT      TO WS-R-SHIFT(WS-R-COUNT)          03000001
                 MOVE ROS-SUPERVISOR TO WS-R-SUPERVISOR(WS-R-COUNT)     03010001
                 MOVE ROS-LANG       TO WS-R-LANG(WS-R-COUNT)           03011003
                 MOVE 'K'            TO WS-R-FATE(WS-R-COUNT)           03020001
                 MOVE 0              TO WS-R-TERM-DATE(WS-R-COUNT)      03030001
              END-IF                                                    03040001
           END-IF                                                       03050001
           EXIT.                                                        03060001
      ******************************************************************03070001
      *    ONE ROSTER ENTRY AGAINST HR. A MATCHED, STILL-EMPLOYED       03080001
      *    OPERATOR TAKES HR'S SHIFT AND SUPERVISOR ON THE PROPOSED     03090001
      *    ROSTER, AND EACH DIFFERENCE IS REPORTED AS A MOVE.           03100001
       PROC-MATCH-ROSTER.                                               03110001
           MOVE 0 TO WS-HIT                                             03120001
           PERFORM VARYING WS-HX FROM 1 BY 1                            03130001
              UNTIL WS-HX > WS-H-COUNT OR WS-HIT > 0                    03140001
              IF WS-H-ID(WS-HX) = WS-R-ID(WS-RX)                        03150001
                 MOVE WS-HX TO WS-HIT                                   03160001
              END-IF                                                    03170001
           END-PERFORM                                                  03180001
           IF WS-HIT = 0                                                03190001
              MOVE 'G' TO WS-R-FATE(WS-RX)                              03200001
              ADD 1 TO WS-TERM-COUNT                                    03210001
              DISPLAY '  TERMINATION    ', WS-R-ID(WS-RX), ' ',         03220001
                 WS-R-NAME(WS-RX), ' NO LONGER ON THE HR EXTRACT'       03230001
              EXIT PARAGRAPH                                            03240001
           END-IF                                                       03250001
           MOVE 'Y' TO WS-H-ON-ROSTER(WS-HIT)                           03260001
           IF WS-H-STATUS(WS-HIT) = 'T'                                 03270001
              MOVE 'T' TO WS-R-FATE(WS-RX)                              03280001
              MOVE WS-H-TERM-DATE(WS-HIT) TO WS-R-TERM-DATE(WS-RX)      03290001
              ADD 1 TO WS-TERM-COUNT                                    03300001
              DISPLAY '  TERMINATION    ', WS-R-ID(WS-RX), ' ',         03310001
                 WS-R-NAME(WS-RX), ' LEFT ', WS-H-TERM-DATE(WS-HIT)     03320001
              EXIT PARAGRAPH                                            03330001
           END-IF                                                       03340001
           IF WS-H-SHIFT(WS-HIT) NOT = WS-R-SHIFT(WS-RX)                03350001
              ADD 1 TO WS-SHIFT-COUNT                                   03360001
              DISPLAY '  SHIFT MOVE     ', WS-R-ID(WS-RX), ' ',         03370001
                 WS-R-NAME(WS-RX), ' ', WS-R-SHIFT(WS-RX), ' -> ',      03380001
                 WS-H-SHIFT(WS-HIT)                                     03390001
              MOVE WS-H-SHIFT(WS-HIT) TO WS-R-SHIFT(WS-RX)              03400001
           END-IF                                                       03410001
           IF WS-H-SUPERVISOR(WS-HIT) NOT = WS-R-SUPERVISOR(WS-RX)      03420001
              ADD 1 TO WS-SUPV-COUNT                                    03430001
              DISPLAY '  SUPERVISOR MOVE ', WS-R-ID(WS-RX), ' ',        03440001
                 WS-R-SUPERVISOR(WS-RX), ' -> ',                        03450001
                 WS-H-SUPERVISOR(WS-HIT)                                03460001
              MOVE WS-H-SUPERVISOR(WS-HIT) TO WS-R-SUPERVISOR(WS-RX)    03470001
           END-IF                                                       03480001
           EXIT.                                                        03490001
      ******************************************************************03500001
       PROC-LIST-ADD.                                                   03510001
           IF WS-H-ON-ROSTER(WS-HX) = 'N'                               03520001
              AND WS-H-STATUS(WS-HX) NOT = 'T'                          03530001
              ADD 1 TO WS-ADD-COUNT                                     03540001
              DISPLAY '  ADD            ', WS-H-ID(WS-HX), ' ',         03550001
                 WS-H-NAME(WS-HX), ' ', WS-H-SHIFT(WS-HX), ' ',         03560001
                 WS-H-SUPERVISOR(WS-HX)                                 03570001
           END-IF                                                       03580001
           EXIT.                                                        03590001
      ******************************************************************03600001
      *    A GRANT THAT HAS NOT EXPIRED IS STILL ONE THE GATE WOULD     03610001
      *    HONOUR - QZOVRMT CAN REVOKE IT.                              03620001
       PROC-SCAN-GRANTS.                                                03630001
           OPEN INPUT OVR-FILE                                          03640001
           IF WS-OVR-STATUS = '00'                                      03650001
              PERFORM PROC-SCAN-ONE-GRANT                               03660001
                 UNTIL WS-OVR-STATUS NOT = '00'                         03670001
              CLOSE OVR-FILE                                            03680001
           END-IF                                                       03690001
           EXIT.                                                        03700001
      ******************************************************************03710001
       PROC-SCAN-ONE-GRANT.                                             03720001
           READ OVR-FILE                                                03730001
           IF WS-OVR-STATUS = '00'                                      03740001
              AND OVR-EXPIRY-DATE NOT < WS-RUN-DATE                     03750001
              MOVE OVR-OPER-ID TO WS-LEAVER-ID                          03760001
              PERFORM PROC-CHECK-LEAVER                                 03770001
              IF WS-IS-LEAVER                                           03780001
                 ADD 1 TO WS-OPEN-COUNT                                 03790001
                 DISPLAY '  LIVE GRANT     ', OVR-OPER-ID, ' ',         03800001
                    OVR-TOPIC, ' UNTIL ', OVR-EXPIRY-DATE, ' BY ',      03810001
                    OVR-SUPERVISOR                                      03820001
              END-IF                                                    03830001
           END-IF                                                       03840001
           EXIT.                                                        03850001
      ******************************************************************03860001
       PROC-SCAN-CHECKPOINTS.                                           03870001
           OPEN INPUT RST-FILE                                          03880001
           IF WS-RST-STATUS = '00'                                      03890001
              PERFORM PROC-SCAN-ONE-CHECKPOINT                          03900001
                 UNTIL WS-RST-STATUS NOT = '00'                         03910001
              CLOSE RST-FILE                                            03920001
           END-IF                                                       03930001
           EXIT.                                                        03940001
      ******************************************************************03950001
       PROC-SCAN-ONE-CHECKPOINT.                                        03960001
           READ RST-FILE                                                03970001
           IF WS-RST-STATUS = '00'                                      03980001
              AND RST-OPER-ID NOT = SPACES                              03990001
              MOVE RST-OPER-ID TO WS-LEAVER-ID                          04000001
              PERFORM PROC-CHECK-LEAVER                                 04010001
              IF WS-IS-LEAVER                                           04020001
                 ADD 1 TO WS-OPEN-COUNT                                 04030001
                 DISPLAY '  QUIZRST        ', RST-OPER-ID, ' ',         04040001
                    RST-TOPIC, ' SAVED CONSOLE ATTEMPT'                 04050001
              END-IF                                                    04060001
           END-IF                                                       04070001
           EXIT.                                                        04080001
      ******************************************************************04090001
       PROC-SCAN-SUBMISSIONS.                                           04100001
           OPEN INPUT SUB-FILE                                          04110001
           IF WS-SUB-STATUS = '00'                                      04120001
              PERFORM PROC-SCAN-ONE-SUBMISSION                          04130001
                 UNTIL WS-SUB-STATUS NOT = '00'                         04140001
              CLOSE SUB-FILE                                            04150001
           END-IF                                                       04160001
           EXIT.                                                        04170001
      ******************************************************************04180001
       PROC-SCAN-ONE-SUBMISSION.                                        04190001
           READ SUB-FILE                                                04200001
           IF WS-SUB-STATUS = '00'                                      04210001
              MOVE SUB-OPER-ID TO WS-LEAVER-ID                          04220001
              PERFORM PROC-CHECK-LEAVER                                 04230001
              IF WS-IS-LEAVER                                           04240001
                 ADD 1 TO WS-OPEN-COUNT                                 04250001
                 DISPLAY '  QUIZSUB        ', SUB-OPER-ID, ' ',         04260001
                    SUB-TOPIC, ' FORM ', SUB-FORM-ID,                   04270001
                    ' SHEET AWAITING QUIZORD SCORING'                   04280001
              END-IF                                                    04290001
           END-IF                                                       04300001
           EXIT.                                                        04310001
      ******************************************************************04320001
      *    A LEAVER IS A ROSTER ENTRY THIS RUN IS TERMINATING, OR AN    04330001
      *    HR RECORD MARKED TERMINATED FOR SOMEONE ALREADY OFF THE      04340001
      *    ROSTER.                                                      04350001
       PROC-CHECK-LEAVER.                                               04360001
           MOVE 'N' TO WS-LEAVER-SW                                     04370001
           PERFORM VARYING WS-RX FROM 1 BY 1                            04380001
              UNTIL WS-RX > WS-R-COUNT OR WS-IS-LEAVER                  04390001
              IF WS-R-ID(WS-RX) = WS-LEAVER-ID                          04400001
                 AND WS-R-FATE(WS-RX) NOT = 'K'                         04410001
                 SET WS-IS-LEAVER TO TRUE                               04420001
              END-IF                                                    04430001
           END-PERFORM                                                  04440001
           PERFORM VARYING WS-HX FROM 1 BY 1                            04450001
              UNTIL WS-HX > WS-H-COUNT OR WS-IS-LEAVER                  04460001
              IF WS-H-ID(WS-HX) = WS-LEAVER-ID                          04470001
                 AND WS-H-STATUS(WS-HX) = 'T'                           04480001
                 SET WS-IS-LEAVER TO TRUE                               04490001
              END-IF                                                    04500001
           END-PERFORM                                                  04510001
           EXIT.                                                        04520001
      ******************************************************************04530001
      *    THE PROPOSED ROSTER - KEPT ENTRIES IN THEIR ORIGINAL ORDER,  04540001
      *    THEN THE ADDS IN HR ORDER.                                   04550001
       PROC-WRITE-ROSTER.                                               04560001
           OPEN OUTPUT NEW-FILE                                         04570001
           IF WS-NEW-STATUS NOT = '00'                                  04580001
              DISPLAY 'ERROR: ROSTNEW COULD NOT BE OPENED (STATUS=',    04590001
                 WS-NEW-STATUS, ')'                                     04600001
              MOVE 12 TO RETURN-CODE                                    04610001
              EXIT PARAGRAPH                                            04620001
           END-IF                                                       04630001
           PERFORM PROC-WRITE-KEPT                                      04640001
              VARYING WS-RX FROM 1 BY 1                                 04650001
              UNTIL WS-RX > WS-R-COUNT                                  04660001
           PERFORM PROC-WRITE-ADD                                       04670001
              VARYING WS-HX FROM 1 BY 1                                 04680001
              UNTIL WS-HX > WS-H-COUNT                                  04690001
           CLOSE NEW-FILE                                               04700001
           EVALUATE TRUE                                                04710001
              WHEN WS-NEW-FAILED                                        04711004
                 DISPLAY 'ERROR: ROSTNEW IS INCOMPLETE - DO NOT USE IT' 04712004
                 MOVE 12 TO RETURN-CODE                                 04713004
              WHEN WS-NEW-STATUS NOT = '00'                             04720001
                 DISPLAY 'ERROR: ROSTNEW WRITE FAILED (STATUS=',        04730001
                    WS-NEW-STATUS, ')'                                  04740001
                 MOVE 12 TO RETURN-CODE                                 04750001
              WHEN WS-OPEN-COUNT > 0                                    04760001
                 MOVE 8 TO RETURN-CODE                                  04770001
              WHEN WS-ADD-COUNT + WS-TERM-COUNT + WS-SHIFT-COUNT        04780001
                   + WS-SUPV-COUNT > 0                                  04790001
                 MOVE 4 TO RETURN-CODE                                  04800001
              WHEN OTHER                                                04810001
                 MOVE 0 TO RETURN-CODE                                  04820001
           END-EVALUATE                                                 04830001
           EXIT.                                                        04840001
      ******************************************************************04850001
       PROC-WRITE-KEPT.                                                 04860001
           IF WS-R-FATE(WS-RX) = 'K'                                    04870001
              MOVE WS-R-ID(WS-RX)         TO NEW-OPER-ID                04880001
              MOVE WS-R-NAME(WS-RX)       TO NEW-NAME                   04890001
              MOVE WS-R-SHIFT(WS-RX)      TO NEW-SHIFT                  04900001
              MOVE WS-R-SUPERVISOR(WS-RX) TO NEW-SUPERVISOR             04910001
              MOVE WS-R-LANG(WS-RX)       TO NEW-LANG                   04911003
              WRITE NEW-RECORD                                          04920001
              PERFORM PROC-CHECK-NEW-WRITE                              04921004
           END-IF                                                       04940001
           EXIT.                                                        04950001
      ******************************************************************04960001
       PROC-WRITE-ADD.                                                  04970001
           IF WS-H-ON-ROSTER(WS-HX) = 'N'                               04980001
              AND WS-H-STATUS(WS-HX) NOT = 'T'                          04990001
              MOVE WS-H-ID(WS-HX)         TO NEW-OPER-ID                05000001
              MOVE WS-H-NAME(WS-HX)       TO NEW-NAME                   05010001
              MOVE WS-H-SHIFT(WS-HX)      TO NEW-SHIFT                  05020001
              MOVE WS-H-SUPERVISOR(WS-HX) TO NEW-SUPERVISOR             05030001
              MOVE SPACES                 TO NEW-LANG                   05031003
              WRITE NEW-RECORD                                          05040001
              PERFORM PROC-CHECK-NEW-WRITE                              05041004
           END-IF                                                       05042004
           EXIT.                                                        05043004
      ******************************************************************05044004
       PROC-CHECK-NEW-WRITE.                                            05045004
           IF WS-NEW-STATUS = '00'                                      05046004
              ADD 1 TO WS-NEW-COUNT                                     05050001
           ELSE                                                         05051004
              DISPLAY 'ERROR: ROSTNEW WRITE FAILED FOR ', NEW-OPER-ID,  05052004
                 ' (STATUS=', WS-NEW-STATUS, ')'                        05053004
              SET WS-NEW-FAILED TO TRUE                                 05054004
           END-IF                                                       05060001
           EXIT.                                                        05070001
      ******************************************************************05080001
       PROC-PRINT-TOTALS.                                               05090001
           DISPLAY ' '                                                  05100001
           DISPLAY WS-HLINE                                             05110001
           DISPLAY 'ROSTER ENTRIES READ:   ', WS-R-COUNT                05120001
           DISPLAY 'HR RECORDS READ:       ', WS-H-COUNT                05130001
           DISPLAY 'ADDS:                  ', WS-ADD-COUNT              05140001
           DISPLAY 'TERMINATIONS:          ', WS-TERM-COUNT             05150001
           DISPLAY 'SHIFT MOVES:           ', WS-SHIFT-COUNT            05160001
           DISPLAY 'SUPERVISOR MOVES:      ', WS-SUPV-COUNT             05170001
           DISPLAY 'LEAVER OPEN WORK:      ', WS-OPEN-COUNT             05180001
           DISPLAY 'PROPOSED ROSTER SIZE:  ', WS-NEW-COUNT              05190001
           DISPLAY WS-HLINE                                             05200001
           EXIT.                                                        05210001
       END PROGRAM QZROSRCN.                                            05220001
