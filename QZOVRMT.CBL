       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZOVRMT.                                             00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          CONSOLE-MODE MAINTENANCE OF THE QZOVRD OVERRIDE GRANTS 00110001
      *          FOR SHIFT SUPERVISORS, IN THE STYLE OF QZBANKMT -      00120001
      *          LIST, ISSUE, EXTEND AND REVOKE GRANTS THROUGH PROMPTS  00130001
      *          AND WRITE THE UPDATED GRANT LIST BACK TO QZOVRD.       00140001
      *          EVERY GRANT IS CHECKED THE WAY THE OPERQUIZ GATE WILL  00150001
      *          USE IT: THE OPERATOR MUST BE ON THE ROSTER, THE TOPIC  00160001
      *          MUST BE IN THE QZTOPICS CATALOG (OR MIXED), THE REASON 00170001
      *          MAY NOT BE BLANK AND THE GRANT MAY NOT RUN LONGER THAN 00180001
      *          THE SHOP'S MAXIMUM - SO A TYPO'D ID OR A TEN-YEAR      00190001
      *          EXPIRY CAN NO LONGER SLIP INTO THE DATASET.            00200001
      *                                                                 00210001
      *    INFO                                                         00220001
      *          OPTIONAL JCL PARM IS THE LONGEST GRANT IN DAYS - E.G.  00230001
      *          PARM='14'. NO PARM MEANS 30 DAYS; NO PARM CAN RAISE    00240001
      *          IT PAST 90.                                            00250001
      *          THE SUPERVISOR ID IS PROMPTED AT START-UP AND STAMPED  00260001
      *          ON EVERY GRANT ISSUED IN THE SESSION. A REVOKED GRANT  00270001
      *          IS NOT DELETED - ITS EXPIRY IS SET TO YESTERDAY, SO THE00280001
      *          GATE STOPS HONOURING IT AND QZOVRRP CAN STILL MATCH    00290001
      *          THE USES MADE OF IT BEFORE IT WAS REVOKED.             00300001
      *          CHANGES ARE MADE IN STORAGE AND ONLY WRITTEN BACK BY   00310001
      *          THE (S)AVE COMMAND; (Q)UIT WITH UNSAVED CHANGES ASKS   00320001
      *          FOR CONFIRMATION.                                      00330001
      *                                                                 00340001
      *          RETURN-CODE 0 = SESSION ENDED NORMALLY                 00350001
      *                     12 = QZOVRD COULD NOT BE READ               00360001
      *                                                                 00370001
      ******************************************************************00380001
      *                                                                 00390001
      *    PROJECT CONTAINS:                                            00400001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00410001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00420001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00430001
      *                            ORQMOD02.CBL   QUIZ PART             00440001
      *          UTILITY PGM       QZBANKMT.CBL   QUESTION-BANK         00450001
      *                                           MAINTENANCE           00460001
      *          UTILITY PGM       QZOVRMT.CBL    OVERRIDE GRANT        00470001
      *                                           MAINTENANCE           00480001
      *          REPORT PGM        QZOVRRP.CBL    OVERRIDE GRANT        00490001
      *                                           REPORT                00500001
      *                                                                 00510001
      ******************************************************************00520001
      *    MODIFICATION HISTORY                                         00530001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00540001
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00541002
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00542002
      *                    BYTES) - LAYOUT ONLY                         00543002
      *    2026-10-15 PAK  A QZTOPICS TOPIC PAST THE 20-ENTRY CATALOG   00544003
      *                    IS WARNED ABOUT INSTEAD OF DROPPED SILENTLY  00545003
      *    2026-10-15 PAK  THE UNSAVED-CHANGES FLAG IS CLEARED ONLY WHEN00546004
      *                    EVERY WRITE AND THE CLOSE SUCCEEDED          00547004
      ******************************************************************00550001
       ENVIRONMENT DIVISION.                                            00560001
       INPUT-OUTPUT SECTION.                                            00570001
       FILE-CONTROL.                                                    00580001
           SELECT OVR-FILE ASSIGN TO "QZOVRD"                           00590001
              ORGANIZATION IS SEQUENTIAL                                00600001
              FILE STATUS IS WS-OVR-STATUS.                             00610001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00620001
              ORGANIZATION IS SEQUENTIAL                                00630001
              FILE STATUS IS WS-ROS-STATUS.                             00640001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00650001
              ORGANIZATION IS SEQUENTIAL                                00660001
              FILE STATUS IS WS-TOP-STATUS.                             00670001
      ******************************************************************00680001
       DATA DIVISION.                                                   00690001
       FILE SECTION.                                                    00700001
      *    SAME LAYOUT AS OVR-RECORD IN OPERQUIZ - ONE 80-BYTE RECORD   00710001
      *    PER GRANT.                                                   00720001
       FD  OVR-FILE                                                     00730001
           RECORDING MODE F                                             00740001
           RECORD CONTAINS 80 CHARACTERS                                00750001
           LABEL RECORDS ARE STANDARD.                                  00760001
       01  OVR-RECORD.                                                  00770001
           05 OVR-OPER-ID        PIC   X(8).                            00780001
           05 FILLER             PIC   X.                               00790001
           05 OVR-TOPIC          PIC   X(8).                            00800001
           05 FILLER             PIC   X.                               00810001
           05 OVR-EXPIRY-DATE    PIC   9(8).                            00820001
           05 FILLER             PIC   X.                               00830001
           05 OVR-SUPERVISOR     PIC   X(20).                           00840001
           05 FILLER             PIC   X.                               00850001
           05 OVR-REASON         PIC   X(30).                           00860001
           05 FILLER             PIC   X(2).                            00870001
      *    SAME 58-BYTE LAYOUT QZCOMRPT READS. ONLY THE ID MATTERS HERE.00871002
       FD  ROSTER-FILE                                                  00890001
           RECORDING MODE F                                             00900001
           RECORD CONTAINS 58 CHARACTERS                                00901002
           LABEL RECORDS ARE STANDARD.                                  00920001
       01  ROS-RECORD.                                                  00930001
           05 ROS-OPER-ID        PIC   X(8).                            00940001
           05 ROS-NAME           PIC   X(20).                           00950001
           05 ROS-SHIFT          PIC   X(8).                            00960001
           05 ROS-SUPERVISOR     PIC   X(20).                           00970001
           05 ROS-LANG           PIC   X(2).                            00971002
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00980001
      *    ONLY THE TOPIC NAME IS USED HERE.                            00990001
       FD  TOP-FILE                                                     01000001
           RECORDING MODE F                                             01010001
           RECORD CONTAINS 80 CHARACTERS                                01020001
           LABEL RECORDS ARE STANDARD.                                  01030001
       01  TOP-RECORD.                                                  01040001
           05 TOP-TOPIC          PIC   X(8).                            01050001
           05 FILLER             PIC   X.                               01060001
           05 TOP-PASS-PCT       PIC   9(3).                            01070001
           05 FILLER             PIC   X.                               01080001
           05 TOP-BORDER-PCT     PIC   9(3).                            01090001
           05 FILLER             PIC   X.                               01100001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01110001
           05 FILLER             PIC   X.                               01120001
           05 TOP-MAX-FAILS      PIC   9.                               01130001
           05 FILLER             PIC   X.                               01140001
           05 TOP-DDNAME         PIC   X(8).                            01150001
           05 FILLER             PIC   X.                               01160001
           05 TOP-MIXED          PIC   X.                               01170001
           05 FILLER             PIC   X.                               01180001
           05 TOP-FALLBACK       PIC   X(8).                            01190001
           05 FILLER             PIC   X(38).                           01200001
      ******************************************************************01210001
       WORKING-STORAGE SECTION.                                         01220001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01230001
       01 WS-OVR-STATUS     PIC   XX    VALUE '00'.                     01240001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     01250001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01260001
      *    WHO IS ISSUING - PROMPTED AT START-UP AND STAMPED ON EVERY   01270001
      *    GRANT ISSUED THIS SESSION, THE SAME NAME THE GATE COPIES     01280001
      *    TO QZOVRAUD WHEN THE GRANT IS USED.                          01290001
       01 WS-SUPERVISOR     PIC   X(20) VALUE SPACES.                   01300001
       01 WS-RUN-DATE       PIC   9(8).                                 01310001
       01 WS-RUN-INT        PIC   9(8)  USAGE IS COMP.                  01320001
       01 WS-YESTERDAY      PIC   9(8).                                 01330001
      *    LONGEST GRANT ALLOWED, IN DAYS FROM TODAY. THE PARM MAY      01340001
      *    LOWER OR RAISE IT, BUT NEVER PAST WS-MAX-CEILING.            01350001
       01 WS-MAX-DAYS       PIC   9(3)  VALUE 30.                       01360001
       01 WS-MAX-CEILING    PIC   9(3)  VALUE 90.                       01370001
      * --------------------------------------------------------------- 01380001
      *    THE GRANTS AS LOADED FROM QZOVRD, PLUS ANY ISSUED THIS       01390001
      *    SESSION. A GRANT KEEPS ITS ORIGINAL SUPERVISOR AND REASON    01400001
      *    WHEN EXTENDED OR REVOKED - THOSE ARE WHAT QZOVRRP MATCHES    01410001
      *    THE QZOVRAUD USE TRAIL ON.                                   01420001
       01 WS-GRANT-LIMIT    PIC   9(3)  USAGE IS COMP VALUE 200.        01430001
       01 WS-G-COUNT        PIC   9(3)  VALUE 0.                        01440001
       01 WS-GRANT-TABLE.                                               01450001
        05 WS-GRANT OCCURS 1 TO 200 TIMES                               01460001
                        DEPENDING ON WS-G-COUNT                         01470001
                        INDEXED BY G.                                   01480001
           10 WS-G-OPER       PIC   X(8).                               01490001
           10 WS-G-TOPIC      PIC   X(8).                               01500001
           10 WS-G-EXPIRY     PIC   9(8).                               01510001
           10 WS-G-SUPERVISOR PIC   X(20).                              01520001
           10 WS-G-REASON     PIC   X(30).                              01530001
      * --------------------------------------------------------------- 01540001
      *    ROSTERED OPERATOR IDS. WITH NO ROSTER DD THE IDS CANNOT BE   01550001
      *    CHECKED - THE SAME TOLERANCE PROC-LOOKUP-ROSTER IN OPERQUIZ  01560001
      *    SHOWS, WITH THE SAME WARNING.                                01570001
       01 WS-ROS-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          01580001
       01 WS-ROS-TABLE.                                                 01590001
        05 WS-ROS-ID OCCURS 999 TIMES PIC X(8).                         01600001
       01 WS-ROS-IDX        PIC   9(4)  USAGE IS COMP.                  01610001
       01 WS-ROSTER-USED-SW PIC   X     VALUE 'N'.                      01620001
          88 WS-ROSTER-USED          VALUE 'Y'.                         01630001
      * --------------------------------------------------------------- 01640001
       01 WS-MENU-CHOICE    PIC   X     VALUE SPACE.                    01650001
          88 WS-CHOICE-LIST          VALUE 'L'.                         01660001
          88 WS-CHOICE-ISSUE         VALUE 'I'.                         01670001
          88 WS-CHOICE-EXTEND        VALUE 'E'.                         01680001
          88 WS-CHOICE-REVOKE        VALUE 'R'.                         01690001
          88 WS-CHOICE-SAVE          VALUE 'S'.                         01700001
          88 WS-CHOICE-QUIT          VALUE 'Q'.                         01710001
       01 WS-DONE-SW        PIC   X     VALUE 'N'.                      01720001
          88 WS-DONE                 VALUE 'Y'.                         01730001
       01 WS-CHANGED-SW     PIC   X     VALUE 'N'.                      01740001
          88 WS-CHANGED              VALUE 'Y'.                         01750001
       01 WS-SAVE-FAILED-SW PIC   X     VALUE 'N'.                      01751004
          88 WS-SAVE-FAILED          VALUE 'Y'.                         01752004
       01 WS-CONFIRM        PIC   X     VALUE SPACE.                    01760001
      *    PROMPT/VALIDATION WORK FIELDS - ONE SET REUSED BY ISSUE AND  01770001
      *    EXTEND. A BLANK REPLY TO AN ISSUE PROMPT ABANDONS THE GRANT. 01780001
       01 WS-EDIT-WORK.                                                 01790001
        05 WS-IN-OPER         PIC   X(8).                               01800001
        05 WS-IN-TOPIC        PIC   X(8).                               01810001
        05 WS-IN-REASON       PIC   X(30).                              01820001
        05 WS-IN-NUM          PIC   X(3).                               01830001
        05 WS-IN-DAYS         PIC   9(3).                               01840001
        05 WS-IN-EXPIRY       PIC   9(8).                               01850001
        05 WS-LIST-NUM        PIC   9(3).                               01860001
        05 WS-EDIT-NUM        PIC   9(3).                               01870001
        05 WS-LIVE-NUM        PIC   9(3).                               01880001
        05 WS-G-STATE         PIC   X(7).                               01890001
        05 WS-FIELD-OK-SW     PIC   X.                                  01900001
           88 WS-FIELD-OK             VALUE 'Y'.                        01910001
        05 WS-CANCEL-SW       PIC   X.                                  01920001
           88 WS-CANCELLED            VALUE 'Y'.                        01930001
        05 WS-FOUND-SW        PIC   X.                                  01940001
           88 WS-FOUND                VALUE 'Y'.                        01950001
        05 WS-SCAN-IDX        PIC   9(3)  USAGE IS COMP.                01960001
      * --------------------------------------------------------------- 01970001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        01980001
       01 WS-CAT-DEFAULTS.                                              01990001
        05 FILLER            PIC   X(25)                                02000001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         02010001
        05 FILLER            PIC   X(25)                                02020001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         02030001
        05 FILLER            PIC   X(25)                                02040001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         02050001
        05 FILLER            PIC   X(25)                                02060001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         02070001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               02080001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                02090001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02100001
       01 WS-CAT-TABLE.                                                 02110001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                02120001
           10 WS-CAT-TOPIC    PIC   X(8).                               02130001
           10 WS-CAT-DDNAME   PIC   X(8).                               02140001
           10 WS-CAT-MIXED    PIC   X.                                  02150001
           10 WS-CAT-FALLBACK PIC   X(8).                               02160001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  02170001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   02180001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02190001
      ******************************************************************02200001
       LINKAGE SECTION.                                                 02210001
       01 PARM-BUFFER.                                                  02220001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02230001
        05 PARM-DATA                    PIC   X(256).                   02240001
      ******************************************************************02250001
       PROCEDURE DIVISION USING PARM-BUFFER.                            02260001
           DISPLAY WS-HLINE                                             02270001
           DISPLAY 'OVERRIDE GRANT MAINTENANCE'                         02280001
           DISPLAY WS-HLINE                                             02290001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               02300001
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)   02310001
           COMPUTE WS-YESTERDAY =                                       02320001
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 1)                  02330001
           PERFORM PROC-PARSE-PARM                                      02340001
           PERFORM PROC-LOAD-CATALOG                                    02350001
           PERFORM PROC-LOAD-ROSTER                                     02360001
           PERFORM PROC-LOAD-GRANTS                                     02370001
           IF WS-DONE                                                   02380001
              GOBACK                                                    02390001
           END-IF                                                       02400001
           PERFORM PROC-GET-SUPERVISOR                                  02410001
           PERFORM PROC-MENU                                            02420001
              UNTIL WS-DONE                                             02430001
           DISPLAY WS-HLINE                                             02440001
           DISPLAY 'BYE, BYE :)'                                        02450001
           GOBACK.                                                      02460001
      ******************************************************************02470001
      *    THE PARM LOWERS (OR RAISES, UP TO THE CEILING) THE LONGEST   02480001
      *    GRANT A SUPERVISOR MAY ISSUE FROM THIS CONSOLE.              02490001
       PROC-PARSE-PARM.                                                 02500001
           IF PARM-LENGTH > 0                                           02510001
              IF FUNCTION TEST-NUMVAL(PARM-DATA(1:PARM-LENGTH)) = 0     02520001
                 COMPUTE WS-MAX-DAYS =                                  02530001
                    FUNCTION NUMVAL(PARM-DATA(1:PARM-LENGTH))           02540001
              ELSE                                                      02550001
                 DISPLAY 'WARNING: PARM IS NOT A NUMBER OF DAYS - ',    02560001
                    'MAXIMUM GRANT LEFT AT ', WS-MAX-DAYS               02570001
              END-IF                                                    02580001
           END-IF                                                       02590001
           IF WS-MAX-DAYS > WS-MAX-CEILING                              02600001
              DISPLAY 'WARNING: MAXIMUM GRANT CUT BACK TO ',            02610001
                 WS-MAX-CEILING, ' DAYS'                                02620001
              MOVE WS-MAX-CEILING TO WS-MAX-DAYS                        02630001
           END-IF                                                       02640001
           IF WS-MAX-DAYS = 0                                           02650001
              MOVE 1 TO WS-MAX-DAYS                                     02660001
           END-IF                                                       02670001
           DISPLAY 'LONGEST GRANT ALLOWED: ', WS-MAX-DAYS, ' DAYS'      02680001
           EXIT.                                                        02690001
      ******************************************************************02700001
       PROC-LOAD-ROSTER.                                                02710001
           MOVE 0 TO WS-ROS-COUNT                                       02720001
           OPEN INPUT ROSTER-FILE                                       02730001
           IF WS-ROS-STATUS = '00'                                      02740001
              SET WS-ROSTER-USED TO TRUE                                02750001
              PERFORM PROC-LOAD-ONE-ROSTER                              02760001
                 UNTIL WS-ROS-STATUS NOT = '00'                         02770001
              CLOSE ROSTER-FILE                                         02780001
              MOVE '00' TO WS-ROS-STATUS                                02790001
           ELSE                                                         02800001
              DISPLAY 'WARNING: ROSTER NOT AVAILABLE (STATUS=',         02810001
                 WS-ROS-STATUS, ') - OPERATOR IDS NOT VALIDATED'        02820001
           END-IF                                                       02830001
           EXIT.                                                        02840001
      ******************************************************************02850001
       PROC-LOAD-ONE-ROSTER.                                            02860001
           READ ROSTER-FILE                                             02870001
           IF WS-ROS-STATUS = '00'                                      02880001
              AND WS-ROS-COUNT < 999                                    02890001
              ADD 1 TO WS-ROS-COUNT                                     02900001
              MOVE ROS-OPER-ID TO WS-ROS-ID(WS-ROS-COUNT)               02910001
           END-IF                                                       02920001
           EXIT.                                                        02930001
      ******************************************************************02940001
       PROC-LOAD-GRANTS.                                                02950001
           MOVE 0 TO WS-G-COUNT                                         02960001
           OPEN INPUT OVR-FILE                                          02970001
           EVALUATE WS-OVR-STATUS                                       02980001
              WHEN '00'                                                 02990001
                 PERFORM PROC-LOAD-ONE-GRANT                            03000001
                    UNTIL WS-OVR-STATUS NOT = '00'                      03010001
                 CLOSE OVR-FILE                                         03020001
                 MOVE '00' TO WS-OVR-STATUS                             03030001
                 DISPLAY WS-G-COUNT, ' GRANTS LOADED'                   03040001
              WHEN '35'                                                 03050001
                 DISPLAY 'QZOVRD IS EMPTY OR NOT CATALOGED YET - ',     03060001
                    'STARTING A NEW GRANT LIST'                         03070001
              WHEN OTHER                                                03080001
                 DISPLAY 'ERROR: QZOVRD COULD NOT BE OPENED (STATUS=',  03090001
                    WS-OVR-STATUS, ')'                                  03100001
                 MOVE 12 TO RETURN-CODE                                 03110001
                 SET WS-DONE TO TRUE                                    03120001
           END-EVALUATE                                                 03130001
           EXIT.                                                        03140001
      ******************************************************************03150001
      *    A GRANT LIST LONGER THAN THE TABLE IS NOT HALF-LOADED AND    03160001
      *    THEN WRITTEN BACK TRUNCATED - THE SESSION ENDS INSTEAD.      03170001
       PROC-LOAD-ONE-GRANT.                                             03180001
           READ OVR-FILE                                                03190001
           IF WS-OVR-STATUS = '00'                                      03200001
              IF WS-G-COUNT = WS-GRANT-LIMIT                            03210001
                 DISPLAY 'ERROR: QZOVRD HOLDS MORE THAN ',              03220001
                    WS-GRANT-LIMIT, ' GRANTS - PURGE OLD ONES FIRST'    03230001
                 MOVE 12 TO RETURN-CODE                                 03240001
                 SET WS-DONE TO TRUE                                    03250001
                 MOVE '10' TO WS-OVR-STATUS                             03260001
              ELSE                                                      03270001
                 ADD 1 TO WS-G-COUNT                                    03280001
                 MOVE OVR-OPER-ID     TO WS-G-OPER(WS-G-COUNT)          03290001
                 MOVE OVR-TOPIC       TO WS-G-TOPIC(WS-G-COUNT)         03300001
                 MOVE OVR-EXPIRY-DATE TO WS-G-EXPIRY(WS-G-COUNT)        03310001
                 MOVE OVR-SUPERVISOR  TO WS-G-SUPERVISOR(WS-G-COUNT)    03320001
                 MOVE OVR-REASON      TO WS-G-REASON(WS-G-COUNT)        03330001
              END-IF                                                    03340001
           END-IF                                                       03350001
           EXIT.                                                        03360001
      ******************************************************************03370001
       PROC-GET-SUPERVISOR.                                             03380001
           MOVE 'N' TO WS-FIELD-OK-SW                                   03390001
           PERFORM UNTIL WS-FIELD-OK                                    03400001
              DISPLAY 'ENTER YOUR SUPERVISOR NAME OR ID (STAMPED ON ',  03410001
                 'EVERY GRANT YOU ISSUE)'                               03420001
              ACCEPT WS-SUPERVISOR                                      03430001
              MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR) TO WS-SUPERVISOR  03440001
              IF WS-SUPERVISOR = SPACES                                 03450001
                 DISPLAY 'A GRANT MUST NAME WHO AUTHORIZED IT'          03460001
              ELSE                                                      03470001
                 SET WS-FIELD-OK TO TRUE                                03480001
              END-IF                                                    03490001
           END-PERFORM                                                  03500001
           EXIT.                                                        03510001
      ******************************************************************03520001
       PROC-MENU.                                                       03530001
           DISPLAY WS-HLINE                                             03540001
           DISPLAY 'L=LIST I=ISSUE E=EXTEND R=REVOKE S=SAVE Q=QUIT'     03550001
           ACCEPT WS-MENU-CHOICE                                        03560001
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)                     03570001
              TO WS-MENU-CHOICE                                         03580001
           EVALUATE TRUE                                                03590001
              WHEN WS-CHOICE-LIST    PERFORM PROC-LIST                  03600001
              WHEN WS-CHOICE-ISSUE   PERFORM PROC-ISSUE                 03610001
              WHEN WS-CHOICE-EXTEND  PERFORM PROC-EXTEND                03620001
              WHEN WS-CHOICE-REVOKE  PERFORM PROC-REVOKE                03630001
              WHEN WS-CHOICE-SAVE    PERFORM PROC-SAVE                  03640001
              WHEN WS-CHOICE-QUIT    PERFORM PROC-QUIT                  03650001
              WHEN OTHER                                                03660001
                 DISPLAY 'INVALID CHOICE - PLEASE ENTER L, I, E, ',     03670001
                    'R, S OR Q'                                         03680001
           END-EVALUATE                                                 03690001
           EXIT.                                                        03700001
      ******************************************************************03710001
       PROC-LIST.                                                       03720001
           IF WS-G-COUNT = 0                                            03730001
              DISPLAY 'NO GRANTS ON FILE'                               03740001
           ELSE                                                         03750001
              PERFORM PROC-LIST-ONE                                     03760001
                 VARYING G FROM 1 BY 1                                  03770001
                 UNTIL G > WS-G-COUNT                                   03780001
           END-IF                                                       03790001
           EXIT.                                                        03800001
      ******************************************************************03810001
       PROC-LIST-ONE.                                                   03820001
           SET WS-LIST-NUM TO G                                         03830001
           IF WS-G-EXPIRY(G) < WS-RUN-DATE                              03840001
              MOVE 'EXPIRED' TO WS-G-STATE                              03850001
           ELSE                                                         03860001
              MOVE 'LIVE' TO WS-G-STATE                                 03870001
           END-IF                                                       03880001
           DISPLAY 'GRANT-', WS-LIST-NUM, ' ', WS-G-OPER(G), ' ',       03890001
              WS-G-TOPIC(G), ' UNTIL ', WS-G-EXPIRY(G), ' ',            03900001
              WS-G-STATE, ' BY ', WS-G-SUPERVISOR(G)                    03910001
           DISPLAY '           ', WS-G-REASON(G)                        03920001
           EXIT.                                                        03930001
      ******************************************************************03940001
      *    A NEW GRANT - ROSTERED OPERATOR, CATALOG TOPIC, A LENGTH     03950001
      *    WITHIN THE MAXIMUM AND A REASON. AN OPERATOR WHO ALREADY     03960001
      *    HOLDS A LIVE GRANT FOR THE TOPIC IS SENT TO (E)XTEND, SO     03970001
      *    THE GATE NEVER HAS TWO GRANTS TO CHOOSE BETWEEN.             03980001
       PROC-ISSUE.                                                      03990001
           IF WS-G-COUNT = WS-GRANT-LIMIT                               04000001
              DISPLAY 'GRANT LIST IS FULL (', WS-GRANT-LIMIT,           04010001
                 ' GRANTS)'                                             04020001
              EXIT PARAGRAPH                                            04030001
           END-IF                                                       04040001
           MOVE 'N' TO WS-CANCEL-SW                                     04050001
           PERFORM PROC-GET-OPER                                        04060001
           IF NOT WS-CANCELLED                                          04070001
              PERFORM PROC-GET-TOPIC                                    04080001
           END-IF                                                       04090001
           IF NOT WS-CANCELLED                                          04100001
              PERFORM PROC-FIND-LIVE-GRANT                              04110001
              IF WS-FOUND                                               04120001
                 DISPLAY WS-IN-OPER, ' ALREADY HOLDS LIVE GRANT-',      04130001
                    WS-LIVE-NUM, ' FOR ', WS-IN-TOPIC,                  04140001
                    ' - USE E TO EXTEND IT'                             04150001
                 SET WS-CANCELLED TO TRUE                               04160001
              END-IF                                                    04170001
           END-IF                                                       04180001
           IF NOT WS-CANCELLED                                          04190001
              PERFORM PROC-GET-DAYS                                     04200001
           END-IF                                                       04210001
           IF NOT WS-CANCELLED                                          04220001
              PERFORM PROC-GET-REASON                                   04230001
           END-IF                                                       04240001
           IF WS-CANCELLED                                              04250001
              DISPLAY 'NO GRANT ISSUED'                                 04260001
              EXIT PARAGRAPH                                            04270001
           END-IF                                                       04280001
           ADD 1 TO WS-G-COUNT                                          04290001
           MOVE WS-IN-OPER    TO WS-G-OPER(WS-G-COUNT)                  04300001
           MOVE WS-IN-TOPIC   TO WS-G-TOPIC(WS-G-COUNT)                 04310001
           MOVE WS-IN-EXPIRY  TO WS-G-EXPIRY(WS-G-COUNT)                04320001
           MOVE WS-SUPERVISOR TO WS-G-SUPERVISOR(WS-G-COUNT)            04330001
           MOVE WS-IN-REASON  TO WS-G-REASON(WS-G-COUNT)                04340001
           SET WS-CHANGED TO TRUE                                       04350001
           DISPLAY 'GRANT-', WS-G-COUNT, ' ISSUED - ', WS-IN-OPER,      04360001
              ' / ', WS-IN-TOPIC, ' UNTIL ', WS-IN-EXPIRY               04370001
           EXIT.                                                        04380001
      ******************************************************************04390001
      *    EXTENSION RUNS FROM TODAY, NOT FROM THE OLD EXPIRY, SO       04400001
      *    REPEATED EXTENSIONS CANNOT STACK PAST THE MAXIMUM. THE       04410001
      *    OPERATOR MUST STILL BE ON THE ROSTER.                        04420001
       PROC-EXTEND.                                                     04430001
           PERFORM PROC-GET-GRANT-NUM                                   04440001
           IF WS-EDIT-NUM = 0                                           04450001
              EXIT PARAGRAPH                                            04460001
           END-IF                                                       04470001
           SET G TO WS-EDIT-NUM                                         04480001
           PERFORM PROC-LIST-ONE                                        04490001
           MOVE WS-G-OPER(G) TO WS-IN-OPER                              04500001
           PERFORM PROC-CHECK-ROSTER                                    04510001
           IF NOT WS-FIELD-OK                                           04520001
              DISPLAY WS-IN-OPER, ' IS NO LONGER ON THE ROSTER - ',     04530001
                 'GRANT NOT EXTENDED'                                   04540001
              EXIT PARAGRAPH                                            04550001
           END-IF                                                       04560001
           MOVE 'N' TO WS-CANCEL-SW                                     04570001
           PERFORM PROC-GET-DAYS                                        04580001
           IF WS-CANCELLED                                              04590001
              DISPLAY 'GRANT NOT EXTENDED'                              04600001
              EXIT PARAGRAPH                                            04610001
           END-IF                                                       04620001
           IF WS-IN-EXPIRY NOT > WS-G-EXPIRY(WS-EDIT-NUM)               04630001
              DISPLAY 'NEW EXPIRY ', WS-IN-EXPIRY, ' IS NOT LATER ',    04640001
                 'THAN THE CURRENT ONE - GRANT NOT EXTENDED'            04650001
              EXIT PARAGRAPH                                            04660001
           END-IF                                                       04670001
           MOVE WS-IN-EXPIRY TO WS-G-EXPIRY(WS-EDIT-NUM)                04680001
           SET WS-CHANGED TO TRUE                                       04690001
           DISPLAY 'GRANT-', WS-EDIT-NUM, ' NOW RUNS UNTIL ',           04700001
              WS-IN-EXPIRY                                              04710001
           EXIT.                                                        04720001
      ******************************************************************04730001
       PROC-REVOKE.                                                     04740001
           PERFORM PROC-GET-GRANT-NUM                                   04750001
           IF WS-EDIT-NUM = 0                                           04760001
              EXIT PARAGRAPH                                            04770001
           END-IF                                                       04780001
           SET G TO WS-EDIT-NUM                                         04790001
           PERFORM PROC-LIST-ONE                                        04800001
           IF WS-G-EXPIRY(WS-EDIT-NUM) < WS-RUN-DATE                    04810001
              DISPLAY 'GRANT-', WS-EDIT-NUM, ' HAS ALREADY EXPIRED'     04820001
              EXIT PARAGRAPH                                            04830001
           END-IF                                                       04840001
           DISPLAY 'PRESS Y TO REVOKE THIS GRANT, ANY OTHER KEY TO ',   04850001
              'KEEP IT'                                                 04860001
           ACCEPT WS-CONFIRM                                            04870001
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM           04880001
           IF WS-CONFIRM = 'Y'                                          04890001
              MOVE WS-YESTERDAY TO WS-G-EXPIRY(WS-EDIT-NUM)             04900001
              SET WS-CHANGED TO TRUE                                    04910001
              DISPLAY 'GRANT-', WS-EDIT-NUM, ' REVOKED'                 04920001
           ELSE                                                         04930001
              DISPLAY 'GRANT-', WS-EDIT-NUM, ' KEPT'                    04940001
           END-IF                                                       04950001
           EXIT.                                                        04960001
      ******************************************************************04970001
       PROC-SAVE.                                                       04980001
           OPEN OUTPUT OVR-FILE                                         04990001
           IF WS-OVR-STATUS NOT = '00'                                  05000001
              DISPLAY 'ERROR: QZOVRD COULD NOT BE OPENED FOR OUTPUT ',  05010001
                 '(STATUS=', WS-OVR-STATUS, ')'                         05020001
           ELSE                                                         05030001
              MOVE 'N' TO WS-SAVE-FAILED-SW                             05031004
              PERFORM PROC-WRITE-ONE-GRANT                              05040001
                 VARYING G FROM 1 BY 1                                  05050001
                 UNTIL G > WS-G-COUNT                                   05060001
              CLOSE OVR-FILE                                            05070001
              IF WS-OVR-STATUS NOT = '00'                               05071004
                 DISPLAY 'ERROR: QZOVRD COULD NOT BE CLOSED (STATUS=',  05072004
                    WS-OVR-STATUS, ')'                                  05073004
                 SET WS-SAVE-FAILED TO TRUE                             05074004
              END-IF                                                    05075004
              IF WS-SAVE-FAILED                                         05076004
                 DISPLAY 'QZOVRD NOT SAVED - SAVE AGAIN BEFORE LEAVING' 05077004
              ELSE                                                      05078004
                 MOVE 'N' TO WS-CHANGED-SW                              05079004
                 DISPLAY WS-G-COUNT, ' GRANTS WRITTEN TO QZOVRD'        05080004
              END-IF                                                    05081004
           END-IF                                                       05100001
           EXIT.                                                        05110001
      ******************************************************************05120001
       PROC-WRITE-ONE-GRANT.                                            05130001
           MOVE SPACES              TO OVR-RECORD                       05140001
           MOVE WS-G-OPER(G)        TO OVR-OPER-ID                      05150001
           MOVE WS-G-TOPIC(G)       TO OVR-TOPIC                        05160001
           MOVE WS-G-EXPIRY(G)      TO OVR-EXPIRY-DATE                  05170001
           MOVE WS-G-SUPERVISOR(G)  TO OVR-SUPERVISOR                   05180001
           MOVE WS-G-REASON(G)      TO OVR-REASON                       05190001
           WRITE OVR-RECORD                                             05200001
           IF WS-OVR-STATUS NOT = '00'                                  05210001
              DISPLAY 'ERROR: QZOVRD WRITE FAILED (STATUS=',            05220001
                 WS-OVR-STATUS, ')'                                     05230001
              SET WS-SAVE-FAILED TO TRUE                                05231004
           END-IF                                                       05240001
           EXIT.                                                        05250001
      ******************************************************************05260001
       PROC-QUIT.                                                       05270001
           IF WS-CHANGED                                                05280001
              DISPLAY 'UNSAVED CHANGES - PRESS Y TO QUIT ANYWAY, ',     05290001
                 'ANY OTHER KEY TO STAY'                                05300001
              ACCEPT WS-CONFIRM                                         05310001
              MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM        05320001
              IF WS-CONFIRM = 'Y'                                       05330001
                 SET WS-DONE TO TRUE                                    05340001
              END-IF                                                    05350001
           ELSE                                                         05360001
              SET WS-DONE TO TRUE                                       05370001
           END-IF                                                       05380001
           EXIT.                                                        05390001
      ******************************************************************05400001
      *    PROMPTED FIELD COLLECTORS - EACH RE-PROMPTS UNTIL THE VALUE  05410001
      *    PASSES ITS CHECK; A BLANK REPLY SETS WS-CANCELLED.           05420001
       PROC-GET-OPER.                                                   05430001
           MOVE 'N' TO WS-FIELD-OK-SW                                   05440001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    05450001
              DISPLAY 'ENTER OPERATOR ID (BLANK TO CANCEL)'             05460001
              ACCEPT WS-IN-OPER                                         05470001
              MOVE FUNCTION UPPER-CASE(WS-IN-OPER) TO WS-IN-OPER        05480001
              IF WS-IN-OPER = SPACES                                    05490001
                 SET WS-CANCELLED TO TRUE                               05500001
              ELSE                                                      05510001
                 PERFORM PROC-CHECK-ROSTER                              05520001
                 IF NOT WS-FIELD-OK                                     05530001
                    DISPLAY WS-IN-OPER, ' IS NOT ON THE ROSTER'         05540001
                 END-IF                                                 05550001
              END-IF                                                    05560001
           END-PERFORM                                                  05570001
           EXIT.                                                        05580001
      ******************************************************************05590001
       PROC-CHECK-ROSTER.                                               05600001
           MOVE 'N' TO WS-FIELD-OK-SW                                   05610001
           IF NOT WS-ROSTER-USED                                        05620001
              SET WS-FIELD-OK TO TRUE                                   05630001
              EXIT PARAGRAPH                                            05640001
           END-IF                                                       05650001
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1                       05660001
              UNTIL WS-ROS-IDX > WS-ROS-COUNT                           05670001
              OR WS-FIELD-OK                                            05680001
              IF WS-ROS-ID(WS-ROS-IDX) = WS-IN-OPER                     05690001
                 SET WS-FIELD-OK TO TRUE                                05700001
              END-IF                                                    05710001
           END-PERFORM                                                  05720001
           EXIT.                                                        05730001
      ******************************************************************05740001
      *    ANY TOPIC THE CATALOG KNOWS, OR THE MIXED KEYWORD - THE      05750001
      *    SAME TOPIC NAMES THE OPERQUIZ GATE MATCHES GRANTS ON.        05760001
       PROC-GET-TOPIC.                                                  05770001
           MOVE 'N' TO WS-FIELD-OK-SW                                   05780001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    05790001
              DISPLAY 'ENTER TOPIC (BLANK TO CANCEL)'                   05800001
              ACCEPT WS-IN-TOPIC                                        05810001
              MOVE FUNCTION UPPER-CASE(WS-IN-TOPIC) TO WS-IN-TOPIC      05820001
              MOVE WS-IN-TOPIC TO WS-CAT-KEY                            05830001
              PERFORM PROC-FIND-CATALOG                                 05840001
              EVALUATE TRUE                                             05850001
                 WHEN WS-IN-TOPIC = SPACES                              05860001
                    SET WS-CANCELLED TO TRUE                            05870001
                 WHEN WS-IN-TOPIC = 'MIXED'                             05880001
                    SET WS-FIELD-OK TO TRUE                             05890001
                 WHEN WS-CAT-HIT > 0                                    05900001
                    SET WS-FIELD-OK TO TRUE                             05910001
                 WHEN OTHER                                             05920001
                    DISPLAY WS-IN-TOPIC, ' IS NOT IN THE TOPIC ',       05930001
                       'CATALOG'                                        05940001
              END-EVALUATE                                              05950001
           END-PERFORM                                                  05960001
           EXIT.                                                        05970001
      ******************************************************************05980001
       PROC-FIND-LIVE-GRANT.                                            05990001
           MOVE 'N' TO WS-FOUND-SW                                      06000001
           MOVE 0 TO WS-LIVE-NUM                                        06010001
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                      06020001
              UNTIL WS-SCAN-IDX > WS-G-COUNT                            06030001
              OR WS-FOUND                                               06040001
              IF WS-G-OPER(WS-SCAN-IDX) = WS-IN-OPER                    06050001
                 AND WS-G-TOPIC(WS-SCAN-IDX) = WS-IN-TOPIC              06060001
                 AND WS-G-EXPIRY(WS-SCAN-IDX) NOT < WS-RUN-DATE         06070001
                 SET WS-FOUND TO TRUE                                   06080001
                 MOVE WS-SCAN-IDX TO WS-LIVE-NUM                        06090001
              END-IF                                                    06100001
           END-PERFORM                                                  06110001
           EXIT.                                                        06120001
      ******************************************************************06130001
      *    THE GRANT LENGTH IN DAYS FROM TODAY, 1 UP TO THE MAXIMUM -   06140001
      *    A GRANT OF 1 DAY EXPIRES AT THE END OF TOMORROW.             06150001
       PROC-GET-DAYS.                                                   06160001
           MOVE 'N' TO WS-FIELD-OK-SW                                   06170001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    06180001
              DISPLAY 'ENTER GRANT LENGTH IN DAYS (1-', WS-MAX-DAYS,    06190001
                 ', BLANK TO CANCEL)'                                   06200001
              ACCEPT WS-IN-NUM                                          06210001
              IF WS-IN-NUM = SPACES                                     06220001
                 SET WS-CANCELLED TO TRUE                               06230001
              ELSE                                                      06240001
                 MOVE 0 TO WS-IN-DAYS                                   06250001
                 IF FUNCTION TEST-NUMVAL(WS-IN-NUM) = 0                 06260001
                    COMPUTE WS-IN-DAYS = FUNCTION NUMVAL(WS-IN-NUM)     06270001
                 END-IF                                                 06280001
                 IF WS-IN-DAYS < 1 OR WS-IN-DAYS > WS-MAX-DAYS          06290001
                    DISPLAY 'GRANT LENGTH MUST BE 1 TO ', WS-MAX-DAYS,  06300001
                       ' DAYS'                                          06310001
                 ELSE                                                   06320001
                    SET WS-FIELD-OK TO TRUE                             06330001
                    COMPUTE WS-IN-EXPIRY = FUNCTION DATE-OF-INTEGER(    06340001
                       WS-RUN-INT + WS-IN-DAYS)                         06350001
                 END-IF                                                 06360001
              END-IF                                                    06370001
           END-PERFORM                                                  06380001
           EXIT.                                                        06390001
      ******************************************************************06400001
       PROC-GET-REASON.                                                 06410001
           MOVE 'N' TO WS-FIELD-OK-SW                                   06420001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    06430001
              DISPLAY 'ENTER REASON (30 CHARS, BLANK TO CANCEL)'        06440001
              ACCEPT WS-IN-REASON                                       06450001
              MOVE FUNCTION UPPER-CASE(WS-IN-REASON) TO WS-IN-REASON    06460001
              IF WS-IN-REASON = SPACES                                  06470001
                 SET WS-CANCELLED TO TRUE                               06480001
              ELSE                                                      06490001
                 SET WS-FIELD-OK TO TRUE                                06500001
              END-IF                                                    06510001
           END-PERFORM                                                  06520001
           EXIT.                                                        06530001
      ******************************************************************06540001
       PROC-GET-GRANT-NUM.                                              06550001
           MOVE 0 TO WS-EDIT-NUM                                        06560001
           IF WS-G-COUNT = 0                                            06570001
              DISPLAY 'NO GRANTS ON FILE'                               06580001
           ELSE                                                         06590001
              DISPLAY 'ENTER GRANT NUMBER (1-', WS-G-COUNT, ')'         06600001
              ACCEPT WS-IN-NUM                                          06610001
              IF FUNCTION TEST-NUMVAL(WS-IN-NUM) = 0                    06620001
                 COMPUTE WS-EDIT-NUM = FUNCTION NUMVAL(WS-IN-NUM)       06630001
              END-IF                                                    06640001
              IF WS-EDIT-NUM < 1 OR WS-EDIT-NUM > WS-G-COUNT            06650001
                 DISPLAY 'NO SUCH GRANT'                                06660001
                 MOVE 0 TO WS-EDIT-NUM                                  06670001
              END-IF                                                    06680001
           END-IF                                                       06690001
           EXIT.                                                        06700001
      ******************************************************************06710001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   06720001
       PROC-LOAD-CATALOG.                                               06730001
           MOVE 4 TO WS-CAT-COUNT                                       06740001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       06750001
              UNTIL WS-CAT-IDX > 4                                      06760001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  06770001
           END-PERFORM                                                  06780001
           OPEN INPUT TOP-FILE                                          06790001
           IF WS-TOP-STATUS = '00'                                      06800001
              PERFORM PROC-LOAD-CATALOG-REC                             06810001
                 UNTIL WS-TOP-STATUS NOT = '00'                         06820001
              CLOSE TOP-FILE                                            06830001
           END-IF                                                       06840001
           MOVE '00' TO WS-TOP-STATUS                                   06850001
           EXIT.                                                        06860001
      ******************************************************************06870001
       PROC-LOAD-CATALOG-REC.                                           06880001
           READ TOP-FILE                                                06890001
           IF WS-TOP-STATUS NOT = '00'                                  06900001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              06910001
              EXIT PARAGRAPH                                            06920001
           END-IF                                                       06930001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 06940001
           PERFORM PROC-FIND-CATALOG                                    06950001
           IF WS-CAT-HIT = 0 AND WS-CAT-COUNT = 20                      06951003
              DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,      06952003
                 ' IGNORED'                                             06953003
              EXIT PARAGRAPH                                            06954003
           END-IF                                                       06955003
           IF WS-CAT-HIT = 0                                            06956003
              ADD 1 TO WS-CAT-COUNT                                     06970001
              MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-COUNT)                 06980001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-COUNT)              06990001
           END-IF                                                       07000001
           EXIT.                                                        07010001
      ******************************************************************07020001
       PROC-FIND-CATALOG.                                               07030001
           MOVE 0 TO WS-CAT-HIT                                         07040001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       07050001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           07060001
              OR WS-CAT-HIT > 0                                         07070001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  07080001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          07090001
              END-IF                                                    07100001
           END-PERFORM                                                  07110001
           EXIT.                                                        07120001
       END PROGRAM QZOVRMT.                                             07130001
