       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZSECRCN.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          RECONCILES CERTIFICATION AGAINST AUTHORITY. HOLDING A  00110001
      *          SECURITY GROUP (E.G. THE CICS OPERATIONS GROUP) IS     00120001
      *          SUPPOSED TO DEPEND ON A CURRENT PASS OF THE TOPIC THE  00130001
      *          GROUP REQUIRES, BUT NOTHING TIED QUIZLOGK TO THE       00140001
      *          SECURITY ADMINISTRATORS' GROUP LISTS - AUTHORITY       00150001
      *          OUTLIVED THE PASS. THIS DAILY JOB READS THE SECURITY   00160001
      *          TEAM'S USER-TO-GROUP CONNECTION EXTRACT (SECXTRCT) AND 00170001
      *          THE GROUP-TO-TOPIC TABLE (QZSECGRP), WORKS OUT EVERY   00180001
      *          OPERATOR'S CURRENT PASSES FROM QUIZLOGK - LATEST PASS  00190001
      *          BY THE TOPIC'S OWN PASS LINE, STILL INSIDE ITS         00200001
      *          QZTOPICS FRESHNESS WINDOW (ELSE 80 AND THE QZPOLICY OR 00210001
      *          BUILT-IN DEFAULT), THE SAME RULE THE GATE AND QZRCFCST 00220001
      *          APPLY - AND PRINTS:                                    00230001
      *            (A) EVERY CONNECTED USER WITH NO CURRENT PASS IN THE 00240001
      *                TOPIC THEIR GROUP REQUIRES - A REVOKE REQUEST    00250001
      *            (B) EVERY OPERATOR CERTIFIED IN THE LAST FEW DAYS    00260001
      *                WHO IS STILL NOT CONNECTED TO A GROUP THE TOPIC  00270001
      *                QUALIFIES THEM FOR - A CONNECT REQUEST           00280001
      *          AND WRITES BOTH KINDS OF REQUEST TO SECREQ FOR THE     00290001
      *          SECURITY TEAM TO ACTION.                               00300001
      *                                                                 00310001
      *    INFO                                                         00320001
      *          OPTIONAL JCL PARM IS HOW RECENT A PASS MUST BE, IN     00330001
      *          DAYS, TO RAISE A CONNECT REQUEST - E.G. PARM='7'.      00340001
      *          WITH NO PARM IT DEFAULTS TO 7. THE SECURITY USER ID    00350001
      *          IS TAKEN TO BE THE OPERATOR ID QUIZLOGK CARRIES.       00360001
      *          WHEN THE ROSTER DD IS PRESENT, CONNECT REQUESTS ARE    00370001
      *          ONLY RAISED FOR ROSTERED OPERATORS - A CERTIFIED       00380001
      *          CONTRACTOR IS LISTED BUT NOT PUT FORWARD. GROUPS IN    00390001
      *          THE EXTRACT WITH NO QZSECGRP RECORD ARE NOT OURS AND   00400001
      *          ARE PASSED OVER.                                       00410001
      *                                                                 00420001
      *          RETURN-CODE 0 = AUTHORITY AND CERTIFICATION AGREE      00430001
      *                      4 = GAPS FOUND - REQUESTS WRITTEN          00440001
      *                      8 = SECREQ COULD NOT BE OPENED OR A        00440603
      *                          SECREQ WRITE FAILED - THE REQUEST      00441203
      *                          FILE IS INCOMPLETE, DO NOT HAND IT ON  00442002
      *                     12 = QUIZLOGK, SECXTRCT OR QZSECGRP NOT     00450001
      *                          AVAILABLE, OR THE CONNECTION, ROSTER   00451003
      *                          OR PASS TABLE FILLED - NO REQUESTS     00452003
      *                                                                 00470001
      ******************************************************************00480001
      *                                                                 00490001
      *    PROJECT CONTAINS:                                            00500001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00510001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00520001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00530001
      *                            ORQMOD02.CBL   QUIZ PART             00540001
      *          REPORT PGM        QZCOMRPT.CBL   TRAINING COMPLIANCE   00550001
      *                                           REPORT OFF QUIZLOGK   00560001
      *          REPORT PGM        QZRCFCST.CBL   RECERTIFICATION       00570001
      *                                           FORECAST AND SLIPS    00580001
      *          UTILITY PGM       QZSECRCN.CBL   SECURITY GROUP VS     00590001
      *                                           CERTIFICATION         00600001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00610001
      *                            CPBQAC02       VER2 OF Q&A           00620001
      *                                                                 00630001
      ******************************************************************00640001
      *    MODIFICATION HISTORY                                         00650001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00660001
      *    2026-10-15 PAK  SECREQ WRITES ARE STATUS-CHECKED - A FAILED  00661002
      *                    WRITE IS REPORTED AND ENDS THE RUN RC 8      00662002
      *    2026-10-15 PAK  A SECREQ THAT CANNOT BE OPENED ENDS RC 8. A  00663003
      *                    FULL CONNECTION, ROSTER OR PASS TABLE NOW    00664003
      *                    STOPS THE RUN RC 12 BEFORE ANY REQUEST IS    00665003
      *                    RAISED - A DROPPED ENTRY RAISED FALSE        00666003
      *                    REVOKES AND HID REAL ONES                    00667003
      ******************************************************************00670001
       ENVIRONMENT DIVISION.                                            00680001
       INPUT-OUTPUT SECTION.                                            00690001
       FILE-CONTROL.                                                    00700001
           SELECT QLK-FILE ASSIGN TO "QUIZLOGK"                         00710001
              ORGANIZATION IS INDEXED                                   00720001
              ACCESS MODE IS SEQUENTIAL                                 00730001
              RECORD KEY IS QLK-KEY                                     00740001
              FILE STATUS IS WS-QLOG-STATUS.                            00750001
           SELECT SEC-FILE ASSIGN TO "SECXTRCT"                         00760001
              ORGANIZATION IS SEQUENTIAL                                00770001
              FILE STATUS IS WS-SEC-STATUS.                             00780001
           SELECT GRP-FILE ASSIGN TO "QZSECGRP"                         00790001
              ORGANIZATION IS SEQUENTIAL                                00800001
              FILE STATUS IS WS-GRP-STATUS.                             00810001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00820001
              ORGANIZATION IS SEQUENTIAL                                00830001
              FILE STATUS IS WS-ROS-STATUS.                             00840001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00850001
              ORGANIZATION IS SEQUENTIAL                                00860001
              FILE STATUS IS WS-TOP-STATUS.                             00870001
           SELECT POL-FILE ASSIGN TO "QZPOLICY"                         00880001
              ORGANIZATION IS SEQUENTIAL                                00890001
              FILE STATUS IS WS-POL-STATUS.                             00900001
           SELECT REQ-FILE ASSIGN TO "SECREQ"                           00910001
              ORGANIZATION IS SEQUENTIAL                                00920001
              FILE STATUS IS WS-REQ-STATUS.                             00930001
      ******************************************************************00940001
       DATA DIVISION.                                                   00950001
       FILE SECTION.                                                    00960001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ.                       00970001
       FD  QLK-FILE                                                     00980001
           RECORD CONTAINS 84 CHARACTERS.                               00990001
       01  QLK-RECORD.                                                  01000001
           05 QLK-KEY.                                                  01010001
              10 QLK-OPER-ID     PIC   X(8).                            01020001
              10 QLK-TOPIC       PIC   X(8).                            01030001
              10 QLK-START-DATE  PIC   9(8).                            01040001
              10 QLK-START-TIME  PIC   9(8).                            01050001
           05 QLK-STOP-DATE      PIC   9(8).                            01060001
           05 QLK-STOP-TIME      PIC   9(8).                            01070001
           05 QLK-SCORE          PIC   9(3).                            01080001
           05 QLK-Q-AMOUNT       PIC   9(3).                            01090001
           05 QLK-PCT            PIC   9(3)V99.                         01100001
           05 QLK-LETTERS        PIC   X(20).                           01110001
           05 QLK-RELEASE        PIC   9(5).                            01120001
      *    THE SECURITY TEAM'S EXTRACT - ONE 80-BYTE RECORD PER USER    01130001
      *    CONNECTED TO A GROUP. ONLY THE USER AND GROUP MATTER HERE.   01140001
       FD  SEC-FILE                                                     01150001
           RECORDING MODE F                                             01160001
           RECORD CONTAINS 80 CHARACTERS                                01170001
           LABEL RECORDS ARE STANDARD.                                  01180001
       01  SEC-RECORD.                                                  01190001
           05 SEC-USER-ID        PIC   X(8).                            01200001
           05 FILLER             PIC   X.                               01210001
           05 SEC-GROUP          PIC   X(8).                            01220001
           05 FILLER             PIC   X.                               01230001
           05 SEC-CONNECT-DATE   PIC   X(8).                            01240001
           05 FILLER             PIC   X(54).                           01250001
      *    WHICH TOPIC EACH SECURITY GROUP REQUIRES - ONE RECORD PER    01260001
      *    GROUP, MAINTAINED BY TRAINING WITH THE SECURITY TEAM.        01270001
       FD  GRP-FILE                                                     01280001
           RECORDING MODE F                                             01290001
           RECORD CONTAINS 80 CHARACTERS                                01300001
           LABEL RECORDS ARE STANDARD.                                  01310001
       01  GRP-RECORD.                                                  01320001
           05 GRP-GROUP          PIC   X(8).                            01330001
           05 FILLER             PIC   X.                               01340001
           05 GRP-TOPIC          PIC   X(8).                            01350001
           05 FILLER             PIC   X.                               01360001
           05 GRP-DESC           PIC   X(30).                           01370001
           05 FILLER             PIC   X(32).                           01380001
      *    THE OPERATOR ROSTER - SAME 58-BYTE LAYOUT QZCOMRPT READS.    01390001
       FD  ROSTER-FILE                                                  01400001
           RECORDING MODE F                                             01410001
           RECORD CONTAINS 58 CHARACTERS                                01420001
           LABEL RECORDS ARE STANDARD.                                  01430001
       01  ROS-RECORD.                                                  01440001
           05 ROS-OPER-ID        PIC   X(8).                            01450001
           05 ROS-NAME           PIC   X(20).                           01460001
           05 ROS-SHIFT          PIC   X(8).                            01470001
           05 ROS-SUPERVISOR     PIC   X(20).                           01480001
           05 ROS-LANG           PIC   X(2).                            01490001
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS - THE PASS      01500001
      *    PERCENT AND FRESHNESS DAYS MATTER HERE.                      01510001
       FD  TOP-FILE                                                     01520001
           RECORDING MODE F                                             01530001
           RECORD CONTAINS 80 CHARACTERS                                01540001
           LABEL RECORDS ARE STANDARD.                                  01550001
       01  TOP-RECORD.                                                  01560001
           05 TOP-TOPIC          PIC   X(8).                            01570001
           05 FILLER             PIC   X.                               01580001
           05 TOP-PASS-PCT       PIC   9(3).                            01590001
           05 FILLER             PIC   X.                               01600001
           05 TOP-BORDER-PCT     PIC   9(3).                            01610001
           05 FILLER             PIC   X.                               01620001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01630001
           05 FILLER             PIC   X.                               01640001
           05 TOP-MAX-FAILS      PIC   9.                               01650001
           05 FILLER             PIC   X(58).                           01660001
      *    THE SHOP-WIDE RETAKE DEFAULTS - SAME RECORD OPERQUIZ         01670001
      *    READS. ONLY THE FRESHNESS WINDOW MATTERS HERE.               01680001
       FD  POL-FILE                                                     01690001
           RECORDING MODE F                                             01700001
           RECORD CONTAINS 80 CHARACTERS                                01710001
           LABEL RECORDS ARE STANDARD.                                  01720001
       01  POL-RECORD.                                                  01730001
           05 POL-FRESH-DAYS     PIC   9(3).                            01740001
           05 FILLER             PIC   X.                               01750001
           05 POL-MAX-FAILS      PIC   9.                               01760001
           05 FILLER             PIC   X.                               01770001
           05 POL-OVERRIDE       PIC   X.                               01780001
           05 FILLER             PIC   X(73).                           01790001
      *    ONE REQUEST PER USER AND GROUP FOR THE SECURITY TEAM.        01800001
      *    REQ-ACTION IS REVOKE OR CONNECT; REQ-LAST-PASS AND           01810001
      *    REQ-EXPIRY ARE THE EVIDENCE (ZERO WHEN THE USER NEVER        01820001
      *    PASSED THE TOPIC).                                           01830001
       FD  REQ-FILE                                                     01840001
           RECORDING MODE F                                             01850001
           RECORD CONTAINS 80 CHARACTERS                                01860001
           LABEL RECORDS ARE STANDARD.                                  01870001
       01  REQ-RECORD.                                                  01880001
           05 REQ-ACTION         PIC   X(8).                            01890001
           05 FILLER             PIC   X.                               01900001
           05 REQ-USER-ID        PIC   X(8).                            01910001
           05 FILLER             PIC   X.                               01920001
           05 REQ-GROUP          PIC   X(8).                            01930001
           05 FILLER             PIC   X.                               01940001
           05 REQ-TOPIC          PIC   X(8).                            01950001
           05 FILLER             PIC   X.                               01960001
           05 REQ-LAST-PASS      PIC   9(8).                            01970001
           05 FILLER             PIC   X.                               01980001
           05 REQ-EXPIRY         PIC   9(8).                            01990001
           05 FILLER             PIC   X.                               02000001
           05 REQ-RUN-DATE       PIC   9(8).                            02010001
           05 FILLER             PIC   X(19).                           02020001
      ******************************************************************02030001
       WORKING-STORAGE SECTION.                                         02040001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  02050001
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     02060001
          88 WS-QLOG-EOF            VALUE '10'.                         02070001
       01 WS-SEC-STATUS     PIC   XX    VALUE '00'.                     02080001
       01 WS-GRP-STATUS     PIC   XX    VALUE '00'.                     02090001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     02100001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     02110001
       01 WS-POL-STATUS     PIC   XX    VALUE '00'.                     02120001
       01 WS-REQ-STATUS     PIC   XX    VALUE '00'.                     02130001
       01 WS-REQ-OPEN-SW    PIC   X     VALUE 'N'.                      02140001
          88 WS-REQ-OPEN            VALUE 'Y'.                          02150001
       01 WS-REQ-ERROR-SW   PIC   X     VALUE 'N'.                      02151002
          88 WS-REQ-ERROR           VALUE 'Y'.                          02152002
       01 WS-TABLE-FULL-SW  PIC   X     VALUE 'N'.                      02153003
          88 WS-TABLE-FULL          VALUE 'Y'.                          02154003
       01 WS-RECENT-DAYS    PIC   9(3)  USAGE IS COMP VALUE 7.          02160001
       01 WS-DFLT-FRESH     PIC   9(3)  VALUE 90.                       02170001
       01 WS-TODAY-NUM      PIC   9(8).                                 02180001
       01 WS-TODAY-INT      PIC  S9(9)  USAGE IS COMP.                  02190001
       01 WS-EXP-INT        PIC  S9(9)  USAGE IS COMP.                  02200001
       01 WS-RULE-TOPIC     PIC   X(8).                                 02210001
       01 WS-PASS-PCT       PIC   9(3).                                 02220001
       01 WS-FRESH-DAYS     PIC   9(3).                                 02230001
       01 WS-REVOKE-COUNT   PIC   9(5)  USAGE IS COMP VALUE 0.          02240001
       01 WS-CONNECT-COUNT  PIC   9(5)  USAGE IS COMP VALUE 0.          02250001
       01 WS-HELD-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.          02260001
       01 WS-UNMAPPED-COUNT PIC   9(5)  USAGE IS COMP VALUE 0.          02270001
       01 WS-WRITE-COUNT    PIC   9(5)  USAGE IS COMP VALUE 0.          02280001
      * --------------------------------------------------------------- 02290001
      *    THE QZTOPICS PROFILES, LOADED UP FRONT.                      02300001
       01 WS-TPROF-COUNT    PIC   9(3)  USAGE IS COMP VALUE 0.          02310001
       01 WS-TPROF-TABLE.                                               02320001
        05 WS-TP-ENTRY OCCURS 20 TIMES.                                 02330001
           10 WS-TP-TOPIC     PIC   X(8).                               02340001
           10 WS-TP-PASS      PIC   9(3).                               02350001
           10 WS-TP-FRESH     PIC   9(3).                               02360001
       01 WS-TP-IDX         PIC   9(3)  USAGE IS COMP.                  02370001
      * --------------------------------------------------------------- 02380001
      *    THE GROUP-TO-TOPIC TABLE. A SECOND RECORD FOR THE SAME       02390001
      *    GROUP REPLACES THE FIRST.                                    02400001
       01 WS-GRP-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02410001
       01 WS-GRP-TABLE.                                                 02420001
        05 WS-GR-ENTRY OCCURS 50 TIMES.                                 02430001
           10 WS-GR-GROUP     PIC   X(8).                               02440001
           10 WS-GR-TOPIC     PIC   X(8).                               02450001
           10 WS-GR-DESC      PIC   X(30).                              02460001
       01 WS-GR-IDX         PIC   9(3)  USAGE IS COMP.                  02470001
       01 WS-GR-HIT         PIC   9(3)  USAGE IS COMP VALUE 0.          02480001
       01 WS-GR-KEY         PIC   X(8)  VALUE SPACES.                   02490001
      * --------------------------------------------------------------- 02500001
      *    THE CONNECTIONS TO MAPPED GROUPS ONLY - A GROUP THAT NEEDS   02510001
      *    NO CERTIFICATION IS NONE OF THIS JOB'S BUSINESS.             02520001
       01 WS-CON-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          02530001
       01 WS-CON-TABLE.                                                 02540001
        05 WS-CN-ENTRY OCCURS 2000 TIMES.                               02550001
           10 WS-CN-USER      PIC   X(8).                               02560001
           10 WS-CN-GROUP     PIC   X(8).                               02570001
           10 WS-CN-GR-IDX    PIC   9(3)  USAGE IS COMP.                02580001
       01 WS-CN-IDX         PIC   9(4)  USAGE IS COMP.                  02590001
      * --------------------------------------------------------------- 02600001
      *    THE ROSTERED IDS - ONLY CONSULTED WHEN THE DD IS PRESENT.    02610001
       01 WS-ROS-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02620001
       01 WS-ROS-LOADED-SW  PIC   X     VALUE 'N'.                      02630001
          88 WS-ROS-LOADED          VALUE 'Y'.                          02640001
       01 WS-ROSTER-TABLE.                                              02650001
        05 WS-RS-ENTRY OCCURS 500 TIMES.                                02660001
           10 WS-RS-ID        PIC   X(8).                               02670001
           10 WS-RS-NAME      PIC   X(20).                              02680001
       01 WS-RS-IDX         PIC   9(3)  USAGE IS COMP.                  02690001
       01 WS-RS-HIT         PIC   9(3)  USAGE IS COMP VALUE 0.          02700001
      * --------------------------------------------------------------- 02710001
      *    ONE ENTRY PER OPERATOR/TOPIC PAIR WITH AT LEAST ONE PASSING  02720001
      *    ATTEMPT, SAME AS QZRCFCST - ONLY THE LATEST PASS MATTERS.    02730001
      *    WS-PR-CURRENT IS SET WHEN THE PASS IS STILL INSIDE THE       02740001
      *    TOPIC'S FRESHNESS WINDOW TODAY.                              02750001
       01 WS-PAIR-COUNT     PIC   9(4)  USAGE IS COMP VALUE 0.          02760001
       01 WS-PAIR-TABLE.                                                02770001
        05 WS-PR-ENTRY OCCURS 1000 TIMES.                               02780001
           10 WS-PR-OPER      PIC   X(8).                               02790001
           10 WS-PR-TOPIC     PIC   X(8).                               02800001
           10 WS-PR-LAST-PASS PIC   9(8).                               02810001
           10 WS-PR-EXPIRY    PIC   9(8).                               02820001
           10 WS-PR-AGE       PIC  S9(5) USAGE IS COMP.                 02830001
           10 WS-PR-CURRENT-SW PIC  X.                                  02840001
              88 WS-PR-CURRENT       VALUE 'Y'.                         02850001
       01 WS-PR-IDX         PIC   9(4)  USAGE IS COMP.                  02860001
       01 WS-PR-HIT         PIC   9(4)  USAGE IS COMP VALUE 0.          02870001
       01 WS-PAIR-FOUND-SW  PIC   X     VALUE 'N'.                      02880001
          88 WS-PAIR-FOUND          VALUE 'Y'.                          02890001
       01 WS-KEY-OPER       PIC   X(8).                                 02900001
       01 WS-KEY-TOPIC      PIC   X(8).                                 02910001
       01 WS-FOUND-SW       PIC   X     VALUE 'N'.                      02920001
          88 WS-FOUND               VALUE 'Y'.                          02930001
       01 WS-LAST-EDIT      PIC   X(8).                                 02940001
       01 WS-NAME-TEXT      PIC   X(20).                                02950001
      ******************************************************************02960001
       LINKAGE SECTION.                                                 02970001
       01 PARM-BUFFER.                                                  02980001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02990001
        05 PARM-DATA                    PIC   X(256).                   03000001
      ******************************************************************03010001
       PROCEDURE DIVISION USING PARM-BUFFER.                            03020001
           PERFORM PROC-INITIALIZE                                      03030001
           DISPLAY WS-HLINE                                             03040001
           DISPLAY 'SECURITY GROUP VS CERTIFICATION - RUN ',            03050001
              WS-TODAY-NUM, ', RECENT = LAST ', WS-RECENT-DAYS, ' DAYS' 03060001
           DISPLAY WS-HLINE                                             03070001
           PERFORM PROC-LOAD-GROUPS                                     03080001
           IF WS-GRP-COUNT = 0                                          03090001
              DISPLAY 'ERROR: QZSECGRP NOT AVAILABLE OR EMPTY ',        03100001
                 '(STATUS=', WS-GRP-STATUS, ') - NO GROUP REQUIRES ',   03110001
                 'A TOPIC'                                              03120001
              MOVE 12 TO RETURN-CODE                                    03130001
              GOBACK                                                    03140001
           END-IF                                                       03150001
           PERFORM PROC-LOAD-CONNECTIONS                                03160001
           IF WS-SEC-STATUS NOT = '00'                                  03170001
              MOVE 12 TO RETURN-CODE                                    03180001
              GOBACK                                                    03190001
           END-IF                                                       03200001
           PERFORM PROC-LOAD-ROSTER                                     03210001
           PERFORM PROC-SCAN-HISTORY                                    03220001
           IF WS-QLOG-STATUS NOT = '00' AND NOT WS-QLOG-EOF             03230001
              MOVE 12 TO RETURN-CODE                                    03240001
              GOBACK                                                    03250001
           END-IF                                                       03260001
           IF WS-TABLE-FULL                                             03261003
              DISPLAY 'ERROR: TABLES FULL - NO REQUESTS RAISED AND ',   03262003
                 'NO SECREQ WRITTEN'                                    03263003
              MOVE 12 TO RETURN-CODE                                    03264003
              GOBACK                                                    03265003
           END-IF                                                       03266003
           PERFORM PROC-COMPUTE-CURRENCY                                03270001
              VARYING WS-PR-IDX FROM 1 BY 1                             03280001
              UNTIL WS-PR-IDX > WS-PAIR-COUNT                           03290001
           OPEN OUTPUT REQ-FILE                                         03300001
           IF WS-REQ-STATUS = '00'                                      03310001
              SET WS-REQ-OPEN TO TRUE                                   03320001
           ELSE                                                         03330001
              DISPLAY 'ERROR: SECREQ COULD NOT BE OPENED (STATUS=',     03331003
                 WS-REQ-STATUS, ') - REPORT ONLY, NO REQUEST FILE'      03350001
              SET WS-REQ-ERROR TO TRUE                                  03351003
           END-IF                                                       03360001
           PERFORM PROC-PRINT-REVOKES                                   03370001
           PERFORM PROC-PRINT-CONNECTS                                  03380001
           IF WS-REQ-OPEN                                               03390001
              CLOSE REQ-FILE                                            03400001
           END-IF                                                       03410001
           PERFORM PROC-PRINT-TOTALS                                    03420001
           EVALUATE TRUE                                                03421002
              WHEN WS-REQ-ERROR                                         03422002
                 DISPLAY 'SECREQ IS INCOMPLETE - DO NOT HAND IT TO ',   03423002
                    'THE SECURITY TEAM'                                 03424002
                 MOVE 8 TO RETURN-CODE                                  03425002
              WHEN WS-REVOKE-COUNT > 0 OR WS-CONNECT-COUNT > 0          03426002
                 MOVE 4 TO RETURN-CODE                                  03427002
              WHEN OTHER                                                03428002
                 MOVE 0 TO RETURN-CODE                                  03429002
           END-EVALUATE                                                 03430002
           GOBACK.                                                      03480001
      ******************************************************************03490001
      *    RECENT-PASS WINDOW FROM THE PARM (SAME CONVENTION AS         03500001
      *    QZRCFCST'S HORIZON), TODAY AS AN INTEGER DAY NUMBER, THE     03510001
      *    QZPOLICY DEFAULT WINDOW AND THE QZTOPICS PROFILES.           03520001
       PROC-INITIALIZE.                                                 03530001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM              03540001
           COMPUTE WS-TODAY-INT =                                       03550001
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)                    03560001
           IF PARM-LENGTH > 0                                           03570001
              COMPUTE WS-RECENT-DAYS =                                  03580001
                 FUNCTION NUMVAL(PARM-DATA(1:PARM-LENGTH))              03590001
           END-IF                                                       03600001
           OPEN INPUT POL-FILE                                          03610001
           IF WS-POL-STATUS = '00'                                      03620001
              READ POL-FILE                                             03630001
              IF WS-POL-STATUS = '00'                                   03640001
                 MOVE POL-FRESH-DAYS TO WS-DFLT-FRESH                   03650001
              END-IF                                                    03660001
              CLOSE POL-FILE                                            03670001
           END-IF                                                       03680001
           OPEN INPUT TOP-FILE                                          03690001
           IF WS-TOP-STATUS = '00'                                      03700001
              PERFORM PROC-LOAD-ONE-PROFILE                             03710001
                 UNTIL WS-TOP-STATUS NOT = '00'                         03720001
                 OR WS-TPROF-COUNT = 20                                 03730001
              CLOSE TOP-FILE                                            03740001
           END-IF                                                       03750001
           EXIT.                                                        03760001
      ******************************************************************03770001
       PROC-LOAD-ONE-PROFILE.                                           03780001
           READ TOP-FILE                                                03790001
           IF WS-TOP-STATUS = '00'                                      03800001
              AND TOP-TOPIC NOT = SPACES                                03810001
              ADD 1 TO WS-TPROF-COUNT                                   03820001
              MOVE TOP-TOPIC      TO WS-TP-TOPIC(WS-TPROF-COUNT)        03830001
              MOVE TOP-PASS-PCT   TO WS-TP-PASS(WS-TPROF-COUNT)         03840001
              MOVE TOP-FRESH-DAYS TO WS-TP-FRESH(WS-TPROF-COUNT)        03850001
           END-IF                                                       03860001
           EXIT.                                                        03870001
      ******************************************************************03880001
      *    SETS WS-PASS-PCT AND WS-FRESH-DAYS FOR THE TOPIC IN          03890001
      *    WS-RULE-TOPIC - SAME RULES AS PROC-SET-TOPIC-RULES IN        03900001
      *    QZRCFCST, SO THIS JOB, THE FORECAST AND THE GATE AGREE.      03910001
       PROC-SET-TOPIC-RULES.                                            03920001
           MOVE 80 TO WS-PASS-PCT                                       03930001
           MOVE WS-DFLT-FRESH TO WS-FRESH-DAYS                          03940001
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1                        03950001
              UNTIL WS-TP-IDX > WS-TPROF-COUNT                          03960001
              IF WS-TP-TOPIC(WS-TP-IDX) = WS-RULE-TOPIC                 03970001
                 MOVE WS-TP-PASS(WS-TP-IDX)  TO WS-PASS-PCT             03980001
                 MOVE WS-TP-FRESH(WS-TP-IDX) TO WS-FRESH-DAYS           03990001
                 MOVE WS-TPROF-COUNT TO WS-TP-IDX                       04000001
              END-IF                                                    04010001
           END-PERFORM                                                  04020001
           EXIT.                                                        04030001
      ******************************************************************04040001
       PROC-LOAD-GROUPS.                                                04050001
           OPEN INPUT GRP-FILE                                          04060001
           IF WS-GRP-STATUS = '00'                                      04070001
              PERFORM PROC-LOAD-GROUP-REC                               04080001
                 UNTIL WS-GRP-STATUS NOT = '00'                         04090001
              CLOSE GRP-FILE                                            04100001
           END-IF                                                       04110001
           EXIT.                                                        04120001
      ******************************************************************04130001
       PROC-LOAD-GROUP-REC.                                             04140001
           READ GRP-FILE                                                04150001
           IF WS-GRP-STATUS NOT = '00'                                  04160001
              OR GRP-GROUP = SPACES                                     04170001
              OR GRP-TOPIC = SPACES                                     04180001
              EXIT PARAGRAPH                                            04190001
           END-IF                                                       04200001
           MOVE GRP-GROUP TO WS-GR-KEY                                  04210001
           PERFORM PROC-FIND-GROUP                                      04220001
           IF WS-GR-HIT = 0                                             04230001
              IF WS-GRP-COUNT = 50                                      04240001
                 DISPLAY 'WARNING: QZSECGRP HOLDS MORE THAN 50 ',       04250001
                    'GROUPS - ', GRP-GROUP, ' IGNORED'                  04260001
                 EXIT PARAGRAPH                                         04270001
              END-IF                                                    04280001
              ADD 1 TO WS-GRP-COUNT                                     04290001
              MOVE WS-GRP-COUNT TO WS-GR-HIT                            04300001
              MOVE GRP-GROUP TO WS-GR-GROUP(WS-GR-HIT)                  04310001
           END-IF                                                       04320001
           MOVE GRP-TOPIC TO WS-GR-TOPIC(WS-GR-HIT)                     04330001
           MOVE GRP-DESC  TO WS-GR-DESC(WS-GR-HIT)                      04340001
           EXIT.                                                        04350001
      ******************************************************************04360001
       PROC-FIND-GROUP.                                                 04370001
           MOVE 0 TO WS-GR-HIT                                          04380001
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1                        04390001
              UNTIL WS-GR-IDX > WS-GRP-COUNT                            04400001
              OR WS-GR-HIT > 0                                          04410001
              IF WS-GR-GROUP(WS-GR-IDX) = WS-GR-KEY                     04420001
                 MOVE WS-GR-IDX TO WS-GR-HIT                            04430001
              END-IF                                                    04440001
           END-PERFORM                                                  04450001
           EXIT.                                                        04460001
      ******************************************************************04470001
       PROC-LOAD-CONNECTIONS.                                           04480001
           OPEN INPUT SEC-FILE                                          04490001
           IF WS-SEC-STATUS NOT = '00'                                  04500001
              DISPLAY 'ERROR: SECXTRCT NOT AVAILABLE (STATUS=',         04510001
                 WS-SEC-STATUS, ')'                                     04520001
              EXIT PARAGRAPH                                            04530001
           END-IF                                                       04540001
           PERFORM PROC-LOAD-CONNECTION-REC                             04550001
              UNTIL WS-SEC-STATUS NOT = '00'                            04560001
           CLOSE SEC-FILE                                               04570001
           MOVE '00' TO WS-SEC-STATUS                                   04580001
           EXIT.                                                        04590001
      ******************************************************************04600001
       PROC-LOAD-CONNECTION-REC.                                        04610001
           READ SEC-FILE                                                04620001
           IF WS-SEC-STATUS NOT = '00'                                  04630001
              OR SEC-USER-ID = SPACES                                   04640001
              EXIT PARAGRAPH                                            04650001
           END-IF                                                       04660001
           MOVE SEC-GROUP TO WS-GR-KEY                                  04670001
           PERFORM PROC-FIND-GROUP                                      04680001
           IF WS-GR-HIT = 0                                             04690001
              ADD 1 TO WS-UNMAPPED-COUNT                                04700001
              EXIT PARAGRAPH                                            04710001
           END-IF                                                       04720001
           IF WS-CON-COUNT = 2000                                       04730001
              DISPLAY 'ERROR: CONNECTION TABLE FULL - ',                04731003
                 SEC-USER-ID, ' / ', SEC-GROUP, ' NOT LOADED'           04732003
              SET WS-TABLE-FULL TO TRUE                                 04733003
              EXIT PARAGRAPH                                            04760001
           END-IF                                                       04770001
           ADD 1 TO WS-CON-COUNT                                        04780001
           MOVE SEC-USER-ID TO WS-CN-USER(WS-CON-COUNT)                 04790001
           MOVE SEC-GROUP   TO WS-CN-GROUP(WS-CON-COUNT)                04800001
           MOVE WS-GR-HIT   TO WS-CN-GR-IDX(WS-CON-COUNT)               04810001
           EXIT.                                                        04820001
      ******************************************************************04830001
      *    THE ROSTER IS OPTIONAL HERE - WITHOUT IT EVERY RECENTLY      04840001
      *    CERTIFIED OPERATOR IS PUT FORWARD FOR CONNECTION.            04850001
       PROC-LOAD-ROSTER.                                                04860001
           OPEN INPUT ROSTER-FILE                                       04870001
           IF WS-ROS-STATUS = '00'                                      04880001
              SET WS-ROS-LOADED TO TRUE                                 04890001
              PERFORM PROC-LOAD-ROSTER-REC                              04900001
                 UNTIL WS-ROS-STATUS NOT = '00'                         04910001
              CLOSE ROSTER-FILE                                         04930001
           END-IF                                                       04940001
           MOVE '00' TO WS-ROS-STATUS                                   04950001
           EXIT.                                                        04960001
      ******************************************************************04970001
       PROC-LOAD-ROSTER-REC.                                            04980001
           READ ROSTER-FILE                                             04990001
           IF WS-ROS-STATUS = '00' AND WS-ROS-COUNT = 500               04991003
              DISPLAY 'ERROR: ROSTER HOLDS MORE THAN 500 OPERATORS'     04992003
              SET WS-TABLE-FULL TO TRUE                                 04993003
              MOVE '10' TO WS-ROS-STATUS                                04994003
           END-IF                                                       04995003
           IF WS-ROS-STATUS = '00'                                      05000001
              ADD 1 TO WS-ROS-COUNT                                     05010001
              MOVE ROS-OPER-ID TO WS-RS-ID(WS-ROS-COUNT)                05020001
              MOVE ROS-NAME    TO WS-RS-NAME(WS-ROS-COUNT)              05030001
           END-IF                                                       05040001
           EXIT.                                                        05050001
      ******************************************************************05060001
      *    ONE PASS OVER THE KEYED HISTORY - EVERY PASSING ATTEMPT      05070001
      *    (BY ITS OWN TOPIC'S PASS LINE) UPDATES ITS OPERATOR/TOPIC    05080001
      *    PAIR'S LATEST PASS DATE. SAME FOLD AS QZRCFCST.              05090001
       PROC-SCAN-HISTORY.                                               05100001
           OPEN INPUT QLK-FILE                                          05110001
           IF WS-QLOG-STATUS NOT = '00'                                 05120001
              DISPLAY 'ERROR: QUIZLOGK NOT AVAILABLE (STATUS=',         05130001
                 WS-QLOG-STATUS, ')'                                    05140001
              EXIT PARAGRAPH                                            05150001
           END-IF                                                       05160001
           PERFORM PROC-READ-HISTORY                                    05170001
           PERFORM PROC-FOLD-ATTEMPT                                    05180001
              UNTIL WS-QLOG-EOF                                         05190001
           CLOSE QLK-FILE                                               05200001
           MOVE '00' TO WS-QLOG-STATUS                                  05210001
           SET WS-QLOG-EOF TO TRUE                                      05220001
           EXIT.                                                        05230001
      ******************************************************************05240001
       PROC-READ-HISTORY.                                               05250001
           READ QLK-FILE                                                05260001
              AT END SET WS-QLOG-EOF TO TRUE                            05270001
           END-READ                                                     05280001
           EXIT.                                                        05290001
      ******************************************************************05300001
       PROC-FOLD-ATTEMPT.                                               05310001
           MOVE QLK-TOPIC TO WS-RULE-TOPIC                              05320001
           PERFORM PROC-SET-TOPIC-RULES                                 05330001
           IF QLK-PCT >= WS-PASS-PCT                                    05340001
              MOVE QLK-OPER-ID TO WS-KEY-OPER                           05350001
              MOVE QLK-TOPIC   TO WS-KEY-TOPIC                          05360001
              PERFORM PROC-FIND-PAIR                                    05370001
              IF WS-PR-HIT > 0                                          05380001
                 IF QLK-START-DATE > WS-PR-LAST-PASS(WS-PR-HIT)         05390001
                    MOVE QLK-START-DATE TO WS-PR-LAST-PASS(WS-PR-HIT)   05400001
                 END-IF                                                 05410001
              ELSE                                                      05420001
                 IF WS-PAIR-COUNT = 1000                                05430001
                    DISPLAY 'ERROR: PAIR TABLE FULL - ',                05431003
                       QLK-OPER-ID, ' / ', QLK-TOPIC, ' NOT LOADED'     05432003
                    SET WS-TABLE-FULL TO TRUE                           05433003
                 ELSE                                                   05460001
                    ADD 1 TO WS-PAIR-COUNT                              05470001
                    MOVE QLK-OPER-ID    TO WS-PR-OPER(WS-PAIR-COUNT)    05480001
                    MOVE QLK-TOPIC      TO WS-PR-TOPIC(WS-PAIR-COUNT)   05490001
                    MOVE QLK-START-DATE                                 05500001
                       TO WS-PR-LAST-PASS(WS-PAIR-COUNT)                05510001
                    MOVE 'N' TO WS-PR-CURRENT-SW(WS-PAIR-COUNT)         05520001
                 END-IF                                                 05530001
              END-IF                                                    05540001
           END-IF                                                       05550001
           PERFORM PROC-READ-HISTORY                                    05560001
           EXIT.                                                        05570001
      ******************************************************************05580001
      *    THE PAIR FOR WS-KEY-OPER / WS-KEY-TOPIC, OR 0.               05590001
       PROC-FIND-PAIR.                                                  05600001
           MOVE 0 TO WS-PR-HIT                                          05610001
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1                        05620001
              UNTIL WS-PR-IDX > WS-PAIR-COUNT                           05630001
              IF WS-PR-OPER(WS-PR-IDX) = WS-KEY-OPER                    05640001
                 AND WS-PR-TOPIC(WS-PR-IDX) = WS-KEY-TOPIC              05650001
                 MOVE WS-PR-IDX TO WS-PR-HIT                            05660001
                 MOVE WS-PAIR-COUNT TO WS-PR-IDX                        05670001
              END-IF                                                    05680001
           END-PERFORM                                                  05690001
           EXIT.                                                        05700001
      ******************************************************************05710001
      *    EXPIRY = LATEST PASS PLUS THE TOPIC'S FRESHNESS WINDOW. THE  05720001
      *    PASS IS CURRENT WHILE TODAY HAS NOT GONE BEYOND IT.          05730001
       PROC-COMPUTE-CURRENCY.                                           05740001
           MOVE WS-PR-TOPIC(WS-PR-IDX) TO WS-RULE-TOPIC                 05750001
           PERFORM PROC-SET-TOPIC-RULES                                 05760001
           COMPUTE WS-EXP-INT =                                         05770001
              FUNCTION INTEGER-OF-DATE(WS-PR-LAST-PASS(WS-PR-IDX))      05780001
              + WS-FRESH-DAYS                                           05790001
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-INT)                    05800001
              TO WS-PR-EXPIRY(WS-PR-IDX)                                05810001
           COMPUTE WS-PR-AGE(WS-PR-IDX) = WS-TODAY-INT -                05820001
              FUNCTION INTEGER-OF-DATE(WS-PR-LAST-PASS(WS-PR-IDX))      05830001
           IF WS-EXP-INT >= WS-TODAY-INT                                05840001
              MOVE 'Y' TO WS-PR-CURRENT-SW(WS-PR-IDX)                   05850001
           ELSE                                                         05860001
              MOVE 'N' TO WS-PR-CURRENT-SW(WS-PR-IDX)                   05870001
           END-IF                                                       05880001
           EXIT.                                                        05890001
      ******************************************************************05900001
      *    SECTION (A) - CONNECTED USERS WITHOUT A CURRENT PASS IN THE  05910001
      *    TOPIC THEIR GROUP REQUIRES.                                  05920001
       PROC-PRINT-REVOKES.                                              05930001
           DISPLAY 'CONNECTED WITHOUT A CURRENT PASS - REVOKE'          05940001
           DISPLAY WS-HLINE                                             05950001
           DISPLAY 'USER     GROUP    TOPIC    LAST-PASS EXPIRED  ',    05960001
              'NAME'                                                    05970001
           PERFORM PROC-CHECK-CONNECTION                                05980001
              VARYING WS-CN-IDX FROM 1 BY 1                             05990001
              UNTIL WS-CN-IDX > WS-CON-COUNT                            06000001
           IF WS-REVOKE-COUNT = 0                                       06010001
              DISPLAY 'NONE - EVERY CONNECTED USER HOLDS A CURRENT ',   06020001
                 'PASS'                                                 06030001
           END-IF                                                       06040001
           DISPLAY WS-HLINE                                             06050001
           EXIT.                                                        06060001
      ******************************************************************06070001
       PROC-CHECK-CONNECTION.                                           06080001
           MOVE WS-CN-GR-IDX(WS-CN-IDX) TO WS-GR-IDX                    06090001
           MOVE WS-CN-USER(WS-CN-IDX)   TO WS-KEY-OPER                  06100001
           MOVE WS-GR-TOPIC(WS-GR-IDX)  TO WS-KEY-TOPIC                 06110001
           PERFORM PROC-FIND-PAIR                                       06120001
           IF WS-PR-HIT > 0                                             06130001
              IF WS-PR-CURRENT(WS-PR-HIT)                               06140001
                 ADD 1 TO WS-HELD-COUNT                                 06150001
                 EXIT PARAGRAPH                                         06160001
              END-IF                                                    06170001
           END-IF                                                       06180001
           ADD 1 TO WS-REVOKE-COUNT                                     06190001
           PERFORM PROC-FIND-NAME                                       06200001
           IF WS-PR-HIT > 0                                             06210001
              DISPLAY WS-KEY-OPER, ' ', WS-CN-GROUP(WS-CN-IDX), ' ',    06220001
                 WS-KEY-TOPIC, ' ', WS-PR-LAST-PASS(WS-PR-HIT), '  ',   06230001
                 WS-PR-EXPIRY(WS-PR-HIT), ' ', WS-NAME-TEXT             06240001
           ELSE                                                         06250001
              MOVE 'NEVER' TO WS-LAST-EDIT                              06260001
              DISPLAY WS-KEY-OPER, ' ', WS-CN-GROUP(WS-CN-IDX), ' ',    06270001
                 WS-KEY-TOPIC, ' ', WS-LAST-EDIT, '  ',                 06280001
                 '        ', ' ', WS-NAME-TEXT                          06290001
           END-IF                                                       06300001
           MOVE SPACES TO REQ-RECORD                                    06310001
           MOVE 'REVOKE'              TO REQ-ACTION                     06320001
           MOVE WS-KEY-OPER           TO REQ-USER-ID                    06330001
           MOVE WS-CN-GROUP(WS-CN-IDX) TO REQ-GROUP                     06340001
           MOVE WS-KEY-TOPIC          TO REQ-TOPIC                      06350001
           IF WS-PR-HIT > 0                                             06360001
              MOVE WS-PR-LAST-PASS(WS-PR-HIT) TO REQ-LAST-PASS          06370001
              MOVE WS-PR-EXPIRY(WS-PR-HIT)    TO REQ-EXPIRY             06380001
           ELSE                                                         06390001
              MOVE 0 TO REQ-LAST-PASS                                   06400001
              MOVE 0 TO REQ-EXPIRY                                      06410001
           END-IF                                                       06420001
           PERFORM PROC-WRITE-REQUEST                                   06430001
           EXIT.                                                        06440001
      ******************************************************************06450001
      *    SECTION (B) - EVERY RECENT, CURRENT PASS IS CHECKED AGAINST  06460001
      *    EACH GROUP THAT REQUIRES ITS TOPIC.                          06470001
       PROC-PRINT-CONNECTS.                                             06480001
           DISPLAY ' '                                                  06490001
           DISPLAY 'RECENTLY CERTIFIED BUT NOT CONNECTED - CONNECT'     06500001
           DISPLAY WS-HLINE                                             06510001
           DISPLAY 'USER     GROUP    TOPIC    PASSED    EXPIRES   ',   06520001
              'NAME'                                                    06530001
           PERFORM PROC-CHECK-RECENT-PAIR                               06540001
              VARYING WS-PR-IDX FROM 1 BY 1                             06550001
              UNTIL WS-PR-IDX > WS-PAIR-COUNT                           06560001
           IF WS-CONNECT-COUNT = 0                                      06570001
              DISPLAY 'NONE - EVERY RECENTLY CERTIFIED OPERATOR IS ',   06580001
                 'CONNECTED'                                            06590001
           END-IF                                                       06600001
           DISPLAY WS-HLINE                                             06610001
           EXIT.                                                        06620001
      ******************************************************************06630001
       PROC-CHECK-RECENT-PAIR.                                          06640001
           IF NOT WS-PR-CURRENT(WS-PR-IDX)                              06650001
              OR WS-PR-AGE(WS-PR-IDX) > WS-RECENT-DAYS                  06660001
              EXIT PARAGRAPH                                            06670001
           END-IF                                                       06680001
           PERFORM PROC-CHECK-RECENT-GROUP                              06690001
              VARYING WS-GR-IDX FROM 1 BY 1                             06700001
              UNTIL WS-GR-IDX > WS-GRP-COUNT                            06710001
           EXIT.                                                        06720001
      ******************************************************************06730001
       PROC-CHECK-RECENT-GROUP.                                         06740001
           IF WS-GR-TOPIC(WS-GR-IDX) NOT = WS-PR-TOPIC(WS-PR-IDX)       06750001
              EXIT PARAGRAPH                                            06760001
           END-IF                                                       06770001
           MOVE 'N' TO WS-FOUND-SW                                      06780001
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1                        06790001
              UNTIL WS-CN-IDX > WS-CON-COUNT                            06800001
              IF WS-CN-USER(WS-CN-IDX) = WS-PR-OPER(WS-PR-IDX)          06810001
                 AND WS-CN-GROUP(WS-CN-IDX) = WS-GR-GROUP(WS-GR-IDX)    06820001
                 SET WS-FOUND TO TRUE                                   06830001
                 MOVE WS-CON-COUNT TO WS-CN-IDX                         06840001
              END-IF                                                    06850001
           END-PERFORM                                                  06860001
           IF WS-FOUND                                                  06870001
              EXIT PARAGRAPH                                            06880001
           END-IF                                                       06890001
           MOVE WS-PR-OPER(WS-PR-IDX) TO WS-KEY-OPER                    06900001
           PERFORM PROC-FIND-NAME                                       06910001
           IF WS-ROS-LOADED AND WS-RS-HIT = 0                           06920001
              DISPLAY WS-KEY-OPER, ' ', WS-GR-GROUP(WS-GR-IDX), ' ',    06930001
                 WS-PR-TOPIC(WS-PR-IDX), ' ',                           06940001
                 WS-PR-LAST-PASS(WS-PR-IDX), ' ',                       06950001
                 WS-PR-EXPIRY(WS-PR-IDX), '  NOT ON THE ROSTER - ',     06960001
                 'NO REQUEST'                                           06970001
              EXIT PARAGRAPH                                            06980001
           END-IF                                                       06990001
           ADD 1 TO WS-CONNECT-COUNT                                    07000001
           DISPLAY WS-KEY-OPER, ' ', WS-GR-GROUP(WS-GR-IDX), ' ',       07010001
              WS-PR-TOPIC(WS-PR-IDX), ' ', WS-PR-LAST-PASS(WS-PR-IDX),  07020001
              ' ', WS-PR-EXPIRY(WS-PR-IDX), '  ', WS-NAME-TEXT          07030001
           MOVE SPACES TO REQ-RECORD                                    07040001
           MOVE 'CONNECT'                  TO REQ-ACTION                07050001
           MOVE WS-KEY-OPER                TO REQ-USER-ID               07060001
           MOVE WS-GR-GROUP(WS-GR-IDX)     TO REQ-GROUP                 07070001
           MOVE WS-PR-TOPIC(WS-PR-IDX)     TO REQ-TOPIC                 07080001
           MOVE WS-PR-LAST-PASS(WS-PR-IDX) TO REQ-LAST-PASS             07090001
           MOVE WS-PR-EXPIRY(WS-PR-IDX)    TO REQ-EXPIRY                07100001
           PERFORM PROC-WRITE-REQUEST                                   07110001
           EXIT.                                                        07120001
      ******************************************************************07130001
      *    THE ROSTER NAME OF WS-KEY-OPER, BLANK WHEN NOT ROSTERED.     07140001
       PROC-FIND-NAME.                                                  07150001
           MOVE 0 TO WS-RS-HIT                                          07160001
           MOVE SPACES TO WS-NAME-TEXT                                  07170001
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1                        07180001
              UNTIL WS-RS-IDX > WS-ROS-COUNT                            07190001
              IF WS-RS-ID(WS-RS-IDX) = WS-KEY-OPER                      07200001
                 MOVE WS-RS-IDX TO WS-RS-HIT                            07210001
                 MOVE WS-RS-NAME(WS-RS-IDX) TO WS-NAME-TEXT             07220001
                 MOVE WS-ROS-COUNT TO WS-RS-IDX                         07230001
              END-IF                                                    07240001
           END-PERFORM                                                  07250001
           EXIT.                                                        07260001
      ******************************************************************07270001
       PROC-WRITE-REQUEST.                                              07280001
           IF NOT WS-REQ-OPEN                                           07290001
              EXIT PARAGRAPH                                            07300001
           END-IF                                                       07310001
           MOVE WS-TODAY-NUM TO REQ-RUN-DATE                            07320001
           WRITE REQ-RECORD                                             07330001
           IF WS-REQ-STATUS NOT = '00'                                  07331002
              DISPLAY 'ERROR: SECREQ WRITE FAILED (STATUS=',            07332002
                 WS-REQ-STATUS, ')'                                     07333002
              SET WS-REQ-ERROR TO TRUE                                  07334002
              EXIT PARAGRAPH                                            07335002
           END-IF                                                       07336002
           ADD 1 TO WS-WRITE-COUNT                                      07340001
           EXIT.                                                        07350001
      ******************************************************************07360001
       PROC-PRINT-TOTALS.                                               07370001
           DISPLAY ' '                                                  07380001
           DISPLAY 'GROUPS REQUIRING A TOPIC:   ', WS-GRP-COUNT         07390001
           DISPLAY 'CONNECTIONS CHECKED:        ', WS-CON-COUNT         07400001
           DISPLAY 'CONNECTIONS BACKED BY PASS: ', WS-HELD-COUNT        07410001
           DISPLAY 'UNMAPPED CONNECTIONS:       ', WS-UNMAPPED-COUNT    07420001
           DISPLAY 'REVOKE REQUESTS:            ', WS-REVOKE-COUNT      07430001
           DISPLAY 'CONNECT REQUESTS:           ', WS-CONNECT-COUNT     07440001
           DISPLAY 'SECREQ RECORDS WRITTEN:     ', WS-WRITE-COUNT       07450001
           DISPLAY WS-HLINE                                             07460001
           EXIT.                                                        07470001
       END PROGRAM QZSECRCN.                                            07480001
