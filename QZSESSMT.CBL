       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZSESSMT.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          CONSOLE-MODE CLASSROOM SESSION REGISTER FOR TRAINING,  00110001
      *          IN THE STYLE OF QZOVRMT. A SESSION IS ONE CLASSROOM    00120001
      *          SITTING - DATE, TOPIC, HOW MANY SHEET FORMS WERE       00130001
      *          PRINTED FOR IT, ROOM AND SEAT CAPACITY - KEPT ON       00140001
      *          QZSESS. THE OPERATORS BOOKED INTO IT ARE KEPT ON       00150001
      *          QZENROL, ONE RECORD PER BOOKING. TRAINING CAN          00160001
      *            - DEFINE A SESSION                                   00170001
      *            - BOOK AN OPERATOR BY HAND OR CANCEL A BOOKING       00180001
      *            - FILL THE FREE SEATS: FIRST WITH NO-SHOWS CARRIED   00190001
      *              FORWARD FROM EARLIER SESSIONS OF THE TOPIC, THEN   00200001
      *              FROM THE QZRCFCST FORECAST (QZFCAST DD), EARLIEST  00210001
      *              DEADLINE FIRST                                     00220001
      *            - LIST SESSIONS WITH SEATS LEFT, AND VIEW BOOKINGS   00230001
      *          QZCLSCHK MARKS THE BOOKINGS IT SCORES AS ATTENDED, AND 00240001
      *          QZSESSCL CLOSES THE SESSION AND TURNS THE REST INTO    00250001
      *          NO-SHOWS FOR REBOOKING.                                00260001
      *                                                                 00270001
      *    INFO                                                         00280001
      *          NO PARM. CHANGES ARE MADE IN STORAGE AND ONLY WRITTEN  00290001
      *          BACK BY THE (S)AVE COMMAND; (Q)UIT WITH UNSAVED CHANGES00300001
      *          ASKS FOR CONFIRMATION.                                 00310001
      *          BOOKING STATUS ON QZENROL:                             00320001
      *            B = BOOKED          A = ATTENDED (SCORED)            00330001
      *            N = NO-SHOW, WAITING TO BE REBOOKED                  00340001
      *            R = NO-SHOW, REBOOKED INTO ENR-REBOOK-SES            00350001
      *            X = CANCELLED BEFORE THE SESSION                     00360001
      *          BOOKING SOURCE: F = FORECAST, M = BOOKED BY HAND,      00370001
      *          C = NO-SHOW CARRIED FORWARD.                           00380001
      *                                                                 00390001
      *          RETURN-CODE 0 = SESSION ENDED NORMALLY                 00400001
      *                     12 = QZSESS OR QZENROL COULD NOT BE READ,   00410001
      *                          OR HOLDS MORE THAN THE TABLES TAKE     00420001
      *                                                                 00430001
      ******************************************************************00440001
      *                                                                 00450001
      *    PROJECT CONTAINS:                                            00460001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00470001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00480001
      *          REPORT PGM        QZRCFCST.CBL   RECERTIFICATION       00490001
      *                                           FORECAST AND SLIPS    00500001
      *          UTILITY PGM       QZCLSCHK.CBL   CLASS SCORING OFF     00510001
      *                                           QUIZSUB               00520001
      *          UTILITY PGM       QZSESSMT.CBL   CLASSROOM SESSION     00530001
      *                                           REGISTER              00540001
      *          REPORT PGM        QZSESSCL.CBL   SESSION CLOSE-OUT     00550001
      *                                                                 00560001
      ******************************************************************00570001
      *    MODIFICATION HISTORY                                         00580001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00590001
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00591002
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00592002
      *                    BYTES) - LAYOUT ONLY                         00593002
      *    2026-10-15 PAK  THE UNSAVED-CHANGES FLAG IS CLEARED ONLY WHEN00594003
      *                    EVERY WRITE AND THE CLOSE SUCCEEDED          00595003
      ******************************************************************00600001
       ENVIRONMENT DIVISION.                                            00610001
       INPUT-OUTPUT SECTION.                                            00620001
       FILE-CONTROL.                                                    00630001
           SELECT SES-FILE ASSIGN TO "QZSESS"                           00640001
              ORGANIZATION IS SEQUENTIAL                                00650001
              FILE STATUS IS WS-SES-STATUS.                             00660001
           SELECT ENR-FILE ASSIGN TO "QZENROL"                          00670001
              ORGANIZATION IS SEQUENTIAL                                00680001
              FILE STATUS IS WS-ENR-STATUS.                             00690001
           SELECT FC-FILE ASSIGN TO "QZFCAST"                           00700001
              ORGANIZATION IS SEQUENTIAL                                00710001
              FILE STATUS IS WS-FC-STATUS.                              00720001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00730001
              ORGANIZATION IS SEQUENTIAL                                00740001
              FILE STATUS IS WS-ROS-STATUS.                             00750001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00760001
              ORGANIZATION IS SEQUENTIAL                                00770001
              FILE STATUS IS WS-TOP-STATUS.                             00780001
      ******************************************************************00790001
       DATA DIVISION.                                                   00800001
       FILE SECTION.                                                    00810001
      *    ONE RECORD PER CLASSROOM SESSION. SES-FORMS IS THE NUMBER OF 00820001
      *    SHEET FORMS (F01 UPWARDS) THE BATCH SHEET RUN PRINTED FOR IT.00830001
       FD  SES-FILE                                                     00840001
           RECORDING MODE F                                             00850001
           RECORD CONTAINS 80 CHARACTERS                                00860001
           LABEL RECORDS ARE STANDARD.                                  00870001
       01  SES-RECORD.                                                  00880001
           05 SES-ID             PIC   X(8).                            00890001
           05 FILLER             PIC   X.                               00900001
           05 SES-DATE           PIC   9(8).                            00910001
           05 FILLER             PIC   X.                               00920001
           05 SES-TOPIC          PIC   X(8).                            00930001
           05 FILLER             PIC   X.                               00940001
           05 SES-FORMS          PIC   9(2).                            00950001
           05 FILLER             PIC   X.                               00960001
           05 SES-ROOM           PIC   X(12).                           00970001
           05 FILLER             PIC   X.                               00980001
           05 SES-CAPACITY       PIC   9(3).                            00990001
           05 FILLER             PIC   X.                               01000001
           05 SES-STATUS         PIC   X.                               01010001
              88 SES-OPEN               VALUE 'O'.                      01020001
              88 SES-CLOSED             VALUE 'C'.                      01030001
           05 FILLER             PIC   X.                               01040001
           05 SES-CLOSE-DATE     PIC   9(8).                            01050001
           05 FILLER             PIC   X(23).                           01060001
      *    ONE RECORD PER BOOKING. THE FORM, PERCENT AND VERDICT ARE    01070001
      *    FILLED IN BY QZCLSCHK WHEN THE OPERATOR'S SHEET IS SCORED.   01080001
       FD  ENR-FILE                                                     01090001
           RECORDING MODE F                                             01100001
           RECORD CONTAINS 80 CHARACTERS                                01110001
           LABEL RECORDS ARE STANDARD.                                  01120001
       01  ENR-RECORD.                                                  01130001
           05 ENR-SES-ID         PIC   X(8).                            01140001
           05 FILLER             PIC   X.                               01150001
           05 ENR-OPER-ID        PIC   X(8).                            01160001
           05 FILLER             PIC   X.                               01170001
           05 ENR-SOURCE         PIC   X.                               01180001
           05 FILLER             PIC   X.                               01190001
           05 ENR-STATUS         PIC   X.                               01200001
           05 FILLER             PIC   X.                               01210001
           05 ENR-BOOK-DATE      PIC   9(8).                            01220001
           05 FILLER             PIC   X.                               01230001
           05 ENR-FORM-ID        PIC   X(3).                            01240001
           05 FILLER             PIC   X.                               01250001
           05 ENR-PCT            PIC   9(3)V99.                         01260001
           05 FILLER             PIC   X.                               01270001
           05 ENR-VERDICT        PIC   X(10).                           01280001
           05 FILLER             PIC   X.                               01290001
           05 ENR-REBOOK-SES     PIC   X(8).                            01300001
           05 FILLER             PIC   X(20).                           01310001
      *    SAME LAYOUT AS FC-RECORD IN QZRCFCST.                        01320001
       FD  FC-FILE                                                      01330001
           RECORDING MODE F                                             01340001
           RECORD CONTAINS 80 CHARACTERS                                01350001
           LABEL RECORDS ARE STANDARD.                                  01360001
       01  FC-RECORD.                                                   01370001
           05 FC-OPER-ID         PIC   X(8).                            01380001
           05 FILLER             PIC   X.                               01390001
           05 FC-TOPIC           PIC   X(8).                            01400001
           05 FILLER             PIC   X.                               01410001
           05 FC-LAST-PASS       PIC   9(8).                            01420001
           05 FILLER             PIC   X.                               01430001
           05 FC-EXPIRY          PIC   9(8).                            01440001
           05 FILLER             PIC   X.                               01450001
           05 FC-EXPIRED         PIC   X.                               01460001
           05 FILLER             PIC   X.                               01470001
           05 FC-SHIFT           PIC   X(8).                            01480001
           05 FILLER             PIC   X.                               01490001
           05 FC-SUPERVISOR      PIC   X(20).                           01500001
           05 FILLER             PIC   X(13).                           01510001
      *    SAME 58-BYTE LAYOUT QZCOMRPT READS.                          01511002
       FD  ROSTER-FILE                                                  01530001
           RECORDING MODE F                                             01540001
           RECORD CONTAINS 58 CHARACTERS                                01541002
           LABEL RECORDS ARE STANDARD.                                  01560001
       01  ROS-RECORD.                                                  01570001
           05 ROS-OPER-ID        PIC   X(8).                            01580001
           05 ROS-NAME           PIC   X(20).                           01590001
           05 ROS-SHIFT          PIC   X(8).                            01600001
           05 ROS-SUPERVISOR     PIC   X(20).                           01610001
           05 ROS-LANG           PIC   X(2).                            01611002
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  01620001
      *    ONLY THE TOPIC NAME IS USED HERE.                            01630001
       FD  TOP-FILE                                                     01640001
           RECORDING MODE F                                             01650001
           RECORD CONTAINS 80 CHARACTERS                                01660001
           LABEL RECORDS ARE STANDARD.                                  01670001
       01  TOP-RECORD.                                                  01680001
           05 TOP-TOPIC          PIC   X(8).                            01690001
           05 FILLER             PIC   X.                               01700001
           05 TOP-PASS-PCT       PIC   9(3).                            01710001
           05 FILLER             PIC   X.                               01720001
           05 TOP-BORDER-PCT     PIC   9(3).                            01730001
           05 FILLER             PIC   X.                               01740001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01750001
           05 FILLER             PIC   X.                               01760001
           05 TOP-MAX-FAILS      PIC   9.                               01770001
           05 FILLER             PIC   X.                               01780001
           05 TOP-DDNAME         PIC   X(8).                            01790001
           05 FILLER             PIC   X.                               01800001
           05 TOP-MIXED          PIC   X.                               01810001
           05 FILLER             PIC   X.                               01820001
           05 TOP-FALLBACK       PIC   X(8).                            01830001
           05 FILLER             PIC   X(38).                           01840001
      ******************************************************************01850001
       WORKING-STORAGE SECTION.                                         01860001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01870001
       01 WS-SES-STATUS     PIC   XX    VALUE '00'.                     01880001
       01 WS-ENR-STATUS     PIC   XX    VALUE '00'.                     01890001
       01 WS-FC-STATUS      PIC   XX    VALUE '00'.                     01900001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     01910001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01920001
       01 WS-RUN-DATE       PIC   9(8).                                 01930001
      * --------------------------------------------------------------- 01940001
      *    THE SESSIONS AS LOADED FROM QZSESS, PLUS ANY DEFINED NOW.    01950001
       01 WS-S-LIMIT        PIC   9(4)  USAGE IS COMP VALUE 200.        01960001
       01 WS-S-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          01970001
       01 WS-SES-TABLE.                                                 01980001
        05 WS-S-ENTRY OCCURS 200 TIMES.                                 01990001
           10 WS-S-ID         PIC   X(8).                               02000001
           10 WS-S-DATE       PIC   9(8).                               02010001
           10 WS-S-TOPIC      PIC   X(8).                               02020001
           10 WS-S-FORMS      PIC   9(2).                               02030001
           10 WS-S-ROOM       PIC   X(12).                              02040001
           10 WS-S-CAPACITY   PIC   9(3).                               02050001
           10 WS-S-STATUS     PIC   X.                                  02060001
           10 WS-S-CLOSE-DATE PIC   9(8).                               02070001
       01 WS-SX             PIC   9(4)  USAGE IS COMP.                  02080001
      * --------------------------------------------------------------- 02090001
      *    THE BOOKINGS AS LOADED FROM QZENROL, PLUS ANY MADE NOW.      02100001
       01 WS-E-LIMIT        PIC   9(4)  USAGE IS COMP VALUE 3000.       02110001
       01 WS-E-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          02120001
       01 WS-ENR-TABLE.                                                 02130001
        05 WS-E-ENTRY OCCURS 3000 TIMES.                                02140001
           10 WS-E-SES-ID     PIC   X(8).                               02150001
           10 WS-E-OPER       PIC   X(8).                               02160001
           10 WS-E-SOURCE     PIC   X.                                  02170001
           10 WS-E-STATUS     PIC   X.                                  02180001
           10 WS-E-BOOK-DATE  PIC   9(8).                               02190001
           10 WS-E-FORM-ID    PIC   X(3).                               02200001
           10 WS-E-PCT        PIC   9(3)V99.                            02210001
           10 WS-E-VERDICT    PIC   X(10).                              02220001
           10 WS-E-REBOOK-SES PIC   X(8).                               02230001
       01 WS-EX             PIC   9(4)  USAGE IS COMP.                  02240001
      * --------------------------------------------------------------- 02250001
      *    THE FORECAST OF WHO IS DUE, AS QZRCFCST LEFT IT. WS-F-TAKEN  02260001
      *    MARKS THE ONES USED BY THE CURRENT FILL.                     02270001
       01 WS-F-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          02280001
       01 WS-FC-TABLE.                                                  02290001
        05 WS-F-ENTRY OCCURS 1000 TIMES.                                02300001
           10 WS-F-OPER       PIC   X(8).                               02310001
           10 WS-F-TOPIC      PIC   X(8).                               02320001
           10 WS-F-EXPIRY     PIC   9(8).                               02330001
           10 WS-F-TAKEN      PIC   X.                                  02340001
       01 WS-FX             PIC   9(4)  USAGE IS COMP.                  02350001
       01 WS-BEST-FX        PIC   9(4)  USAGE IS COMP.                  02360001
      * --------------------------------------------------------------- 02370001
      *    ROSTERED OPERATORS. WITH NO ROSTER DD THE IDS CANNOT BE      02380001
      *    CHECKED - THE SAME TOLERANCE PROC-LOOKUP-ROSTER IN OPERQUIZ  02390001
      *    SHOWS, WITH THE SAME WARNING.                                02400001
       01 WS-ROS-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          02410001
       01 WS-ROS-TABLE.                                                 02420001
        05 WS-ROS-ENTRY OCCURS 999 TIMES.                               02430001
           10 WS-ROS-ID       PIC   X(8).                               02440001
           10 WS-ROS-NAME     PIC   X(20).                              02450001
       01 WS-ROS-IDX        PIC   9(4)  USAGE IS COMP.                  02460001
       01 WS-ROSTER-USED-SW PIC   X     VALUE 'N'.                      02470001
          88 WS-ROSTER-USED          VALUE 'Y'.                         02480001
       01 WS-OPER-NAME      PIC   X(20).                                02490001
      * --------------------------------------------------------------- 02500001
       01 WS-MENU-CHOICE    PIC   X     VALUE SPACE.                    02510001
          88 WS-CHOICE-LIST          VALUE 'L'.                         02520001
          88 WS-CHOICE-DEFINE        VALUE 'D'.                         02530001
          88 WS-CHOICE-VIEW          VALUE 'V'.                         02540001
          88 WS-CHOICE-BOOK          VALUE 'B'.                         02550001
          88 WS-CHOICE-CANCEL        VALUE 'C'.                         02560001
          88 WS-CHOICE-FILL          VALUE 'F'.                         02570001
          88 WS-CHOICE-SAVE          VALUE 'S'.                         02580001
          88 WS-CHOICE-QUIT          VALUE 'Q'.                         02590001
       01 WS-DONE-SW        PIC   X     VALUE 'N'.                      02600001
          88 WS-DONE                 VALUE 'Y'.                         02610001
       01 WS-CHANGED-SW     PIC   X     VALUE 'N'.                      02620001
          88 WS-CHANGED              VALUE 'Y'.                         02630001
       01 WS-SAVE-FAILED-SW PIC   X     VALUE 'N'.                      02631003
          88 WS-SAVE-FAILED          VALUE 'Y'.                         02632003
       01 WS-CONFIRM        PIC   X     VALUE SPACE.                    02640001
      *    PROMPT/VALIDATION WORK FIELDS. A BLANK REPLY TO A DEFINE OR  02650001
      *    BOOK PROMPT ABANDONS THE COMMAND.                            02660001
       01 WS-EDIT-WORK.                                                 02670001
        05 WS-IN-SES          PIC   X(8).                               02680001
        05 WS-IN-DATE         PIC   X(8).                               02690001
        05 WS-IN-DATE-NUM     PIC   9(8).                               02700001
        05 WS-IN-TOPIC        PIC   X(8).                               02710001
        05 WS-IN-ROOM         PIC   X(12).                              02720001
        05 WS-IN-NUM          PIC   X(3).                               02730001
        05 WS-IN-VALUE        PIC   9(3).                               02740001
        05 WS-IN-FORMS        PIC   9(2).                               02750001
        05 WS-IN-CAPACITY     PIC   9(3).                               02760001
        05 WS-IN-OPER         PIC   X(8).                               02770001
        05 WS-IN-SOURCE       PIC   X.                                  02780001
        05 WS-CUR-SX          PIC   9(4)  USAGE IS COMP.                02790001
        05 WS-BOOKED          PIC   9(4)  USAGE IS COMP.                02800001
        05 WS-SEATS-LEFT      PIC   9(4)  USAGE IS COMP.                02810001
        05 WS-FILLED          PIC   9(4)  USAGE IS COMP.                02820001
        05 WS-CARRY-EX        PIC   9(4)  USAGE IS COMP.                02830001
        05 WS-FIELD-OK-SW     PIC   X.                                  02840001
           88 WS-FIELD-OK             VALUE 'Y'.                        02850001
        05 WS-CANCEL-SW       PIC   X.                                  02860001
           88 WS-CANCELLED            VALUE 'Y'.                        02870001
        05 WS-FOUND-SW        PIC   X.                                  02880001
           88 WS-FOUND                VALUE 'Y'.                        02890001
       01 WS-SEATS-EDIT     PIC   ZZ9.                                  02900001
       01 WS-BOOKED-EDIT    PIC   ZZ9.                                  02910001
       01 WS-PCT-EDIT       PIC   ZZ9.99.                               02920001
       01 WS-S-STATE        PIC   X(6).                                 02930001
      * --------------------------------------------------------------- 02940001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        02950001
       01 WS-CAT-DEFAULTS.                                              02960001
        05 FILLER            PIC   X(25)                                02970001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         02980001
        05 FILLER            PIC   X(25)                                02990001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         03000001
        05 FILLER            PIC   X(25)                                03010001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         03020001
        05 FILLER            PIC   X(25)                                03030001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         03040001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               03050001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                03060001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          03070001
       01 WS-CAT-TABLE.                                                 03080001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                03090001
           10 WS-CAT-TOPIC    PIC   X(8).                               03100001
           10 WS-CAT-DDNAME   PIC   X(8).                               03110001
           10 WS-CAT-MIXED    PIC   X.                                  03120001
           10 WS-CAT-FALLBACK PIC   X(8).                               03130001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  03140001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   03150001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          03160001
      ******************************************************************03170001
       PROCEDURE DIVISION.                                              03180001
           DISPLAY WS-HLINE                                             03190001
           DISPLAY 'CLASSROOM SESSION REGISTER'                         03200001
           DISPLAY WS-HLINE                                             03210001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               03220001
           PERFORM PROC-LOAD-CATALOG                                    03230001
           PERFORM PROC-LOAD-ROSTER                                     03240001
           PERFORM PROC-LOAD-SESSIONS                                   03250001
           IF NOT WS-DONE                                               03260001
              PERFORM PROC-LOAD-BOOKINGS                                03270001
           END-IF                                                       03280001
           IF WS-DONE                                                   03290001
              GOBACK                                                    03300001
           END-IF                                                       03310001
           PERFORM PROC-LOAD-FORECAST                                   03320001
           PERFORM PROC-MENU                                            03330001
              UNTIL WS-DONE                                             03340001
           DISPLAY WS-HLINE                                             03350001
           DISPLAY 'BYE, BYE :)'                                        03360001
           GOBACK.                                                      03370001
      ******************************************************************03380001
       PROC-LOAD-ROSTER.                                                03390001
           MOVE 0 TO WS-ROS-COUNT                                       03400001
           OPEN INPUT ROSTER-FILE                                       03410001
           IF WS-ROS-STATUS = '00'                                      03420001
              SET WS-ROSTER-USED TO TRUE                                03430001
              PERFORM PROC-LOAD-ONE-ROSTER                              03440001
                 UNTIL WS-ROS-STATUS NOT = '00'                         03450001
              CLOSE ROSTER-FILE                                         03460001
              MOVE '00' TO WS-ROS-STATUS                                03470001
           ELSE                                                         03480001
              DISPLAY 'WARNING: ROSTER NOT AVAILABLE (STATUS=',         03490001
                 WS-ROS-STATUS, ') - OPERATOR IDS NOT VALIDATED'        03500001
           END-IF                                                       03510001
           EXIT.                                                        03520001
      ******************************************************************03530001
       PROC-LOAD-ONE-ROSTER.                                            03540001
           READ ROSTER-FILE                                             03550001
           IF WS-ROS-STATUS = '00'                                      03560001
              AND WS-ROS-COUNT < 999                                    03570001
              ADD 1 TO WS-ROS-COUNT                                     03580001
              MOVE ROS-OPER-ID TO WS-ROS-ID(WS-ROS-COUNT)               03590001
              MOVE ROS-NAME    TO WS-ROS-NAME(WS-ROS-COUNT)             03600001
           END-IF                                                       03610001
           EXIT.                                                        03620001
      ******************************************************************03630001
      *    A REGISTER LONGER THAN THE TABLE IS NOT HALF-LOADED AND THEN 03640001
      *    WRITTEN BACK TRUNCATED - THE RUN ENDS INSTEAD.               03650001
       PROC-LOAD-SESSIONS.                                              03660001
           MOVE 0 TO WS-S-COUNT                                         03670001
           OPEN INPUT SES-FILE                                          03680001
           EVALUATE WS-SES-STATUS                                       03690001
              WHEN '00'                                                 03700001
                 PERFORM PROC-LOAD-ONE-SESSION                          03710001
                    UNTIL WS-SES-STATUS NOT = '00'                      03720001
                 CLOSE SES-FILE                                         03730001
                 MOVE '00' TO WS-SES-STATUS                             03740001
                 DISPLAY WS-S-COUNT, ' SESSIONS LOADED'                 03750001
              WHEN '35'                                                 03760001
                 DISPLAY 'QZSESS IS EMPTY OR NOT CATALOGED YET - ',     03770001
                    'STARTING A NEW REGISTER'                           03780001
              WHEN OTHER                                                03790001
                 DISPLAY 'ERROR: QZSESS COULD NOT BE OPENED (STATUS=',  03800001
                    WS-SES-STATUS, ')'                                  03810001
                 MOVE 12 TO RETURN-CODE                                 03820001
                 SET WS-DONE TO TRUE                                    03830001
           END-EVALUATE                                                 03840001
           EXIT.                                                        03850001
      ******************************************************************03860001
       PROC-LOAD-ONE-SESSION.                                           03870001
           READ SES-FILE                                                03880001
           IF WS-SES-STATUS = '00'                                      03890001
              IF WS-S-COUNT = WS-S-LIMIT                                03900001
                 DISPLAY 'ERROR: QZSESS HOLDS MORE THAN ',              03910001
                    WS-S-LIMIT, ' SESSIONS - ARCHIVE OLD ONES FIRST'    03920001
                 MOVE 12 TO RETURN-CODE                                 03930001
                 SET WS-DONE TO TRUE                                    03940001
                 MOVE '10' TO WS-SES-STATUS                             03950001
              ELSE                                                      03960001
                 ADD 1 TO WS-S-COUNT                                    03970001
                 MOVE SES-ID         TO WS-S-ID(WS-S-COUNT)             03980001
                 MOVE SES-DATE       TO WS-S-DATE(WS-S-COUNT)           03990001
                 MOVE SES-TOPIC      TO WS-S-TOPIC(WS-S-COUNT)          04000001
                 MOVE SES-FORMS      TO WS-S-FORMS(WS-S-COUNT)          04010001
                 MOVE SES-ROOM       TO WS-S-ROOM(WS-S-COUNT)           04020001
                 MOVE SES-CAPACITY   TO WS-S-CAPACITY(WS-S-COUNT)       04030001
                 MOVE SES-STATUS     TO WS-S-STATUS(WS-S-COUNT)         04040001
                 MOVE SES-CLOSE-DATE TO WS-S-CLOSE-DATE(WS-S-COUNT)     04050001
              END-IF                                                    04060001
           END-IF                                                       04070001
           EXIT.                                                        04080001
      ******************************************************************04090001
       PROC-LOAD-BOOKINGS.                                              04100001
           MOVE 0 TO WS-E-COUNT                                         04110001
           OPEN INPUT ENR-FILE                                          04120001
           EVALUATE WS-ENR-STATUS                                       04130001
              WHEN '00'                                                 04140001
                 PERFORM PROC-LOAD-ONE-BOOKING                          04150001
                    UNTIL WS-ENR-STATUS NOT = '00'                      04160001
                 CLOSE ENR-FILE                                         04170001
                 MOVE '00' TO WS-ENR-STATUS                             04180001
                 DISPLAY WS-E-COUNT, ' BOOKINGS LOADED'                 04190001
              WHEN '35'                                                 04200001
                 DISPLAY 'QZENROL IS EMPTY OR NOT CATALOGED YET - ',    04210001
                    'NO BOOKINGS YET'                                   04220001
              WHEN OTHER                                                04230001
                 DISPLAY 'ERROR: QZENROL COULD NOT BE OPENED (STATUS=', 04240001
                    WS-ENR-STATUS, ')'                                  04250001
                 MOVE 12 TO RETURN-CODE                                 04260001
                 SET WS-DONE TO TRUE                                    04270001
           END-EVALUATE                                                 04280001
           EXIT.                                                        04290001
      ******************************************************************04300001
       PROC-LOAD-ONE-BOOKING.                                           04310001
           READ ENR-FILE                                                04320001
           IF WS-ENR-STATUS = '00'                                      04330001
              IF WS-E-COUNT = WS-E-LIMIT                                04340001
                 DISPLAY 'ERROR: QZENROL HOLDS MORE THAN ',             04350001
                    WS-E-LIMIT, ' BOOKINGS - ARCHIVE OLD ONES FIRST'    04360001
                 MOVE 12 TO RETURN-CODE                                 04370001
                 SET WS-DONE TO TRUE                                    04380001
                 MOVE '10' TO WS-ENR-STATUS                             04390001
              ELSE                                                      04400001
                 ADD 1 TO WS-E-COUNT                                    04410001
                 MOVE ENR-SES-ID     TO WS-E-SES-ID(WS-E-COUNT)         04420001
                 MOVE ENR-OPER-ID    TO WS-E-OPER(WS-E-COUNT)           04430001
                 MOVE ENR-SOURCE     TO WS-E-SOURCE(WS-E-COUNT)         04440001
                 MOVE ENR-STATUS     TO WS-E-STATUS(WS-E-COUNT)         04450001
                 MOVE ENR-BOOK-DATE  TO WS-E-BOOK-DATE(WS-E-COUNT)      04460001
                 MOVE ENR-FORM-ID    TO WS-E-FORM-ID(WS-E-COUNT)        04470001
                 MOVE ENR-PCT        TO WS-E-PCT(WS-E-COUNT)            04480001
                 MOVE ENR-VERDICT    TO WS-E-VERDICT(WS-E-COUNT)        04490001
                 MOVE ENR-REBOOK-SES TO WS-E-REBOOK-SES(WS-E-COUNT)     04500001
              END-IF                                                    04510001
           END-IF                                                       04520001
           EXIT.                                                        04530001
      ******************************************************************04540001
      *    THE FORECAST IS OPTIONAL - WITHOUT IT THE FILL COMMAND CAN   04550001
      *    ONLY CARRY NO-SHOWS FORWARD.                                 04560001
       PROC-LOAD-FORECAST.                                              04570001
           MOVE 0 TO WS-F-COUNT                                         04580001
           OPEN INPUT FC-FILE                                           04590001
           IF WS-FC-STATUS = '00'                                       04600001
              PERFORM PROC-LOAD-ONE-FORECAST                            04610001
                 UNTIL WS-FC-STATUS NOT = '00'                          04620001
              CLOSE FC-FILE                                             04630001
              DISPLAY WS-F-COUNT, ' FORECAST ENTRIES LOADED'            04640001
           ELSE                                                         04650001
              DISPLAY 'WARNING: QZFCAST NOT AVAILABLE (STATUS=',        04660001
                 WS-FC-STATUS, ') - FILL CARRIES NO-SHOWS ONLY'         04670001
           END-IF                                                       04680001
           EXIT.                                                        04690001
      ******************************************************************04700001
       PROC-LOAD-ONE-FORECAST.                                          04710001
           READ FC-FILE                                                 04720001
           IF WS-FC-STATUS = '00'                                       04730001
              AND WS-F-COUNT < 1000                                     04740001
              ADD 1 TO WS-F-COUNT                                       04750001
              MOVE FC-OPER-ID TO WS-F-OPER(WS-F-COUNT)                  04760001
              MOVE FC-TOPIC   TO WS-F-TOPIC(WS-F-COUNT)                 04770001
              MOVE FC-EXPIRY  TO WS-F-EXPIRY(WS-F-COUNT)                04780001
              MOVE 'N'        TO WS-F-TAKEN(WS-F-COUNT)                 04790001
           END-IF                                                       04800001
           EXIT.                                                        04810001
      ******************************************************************04820001
       PROC-MENU.                                                       04830001
           DISPLAY WS-HLINE                                             04840001
           DISPLAY 'L=LIST D=DEFINE V=VIEW B=BOOK C=CANCEL ',           04850001
              'F=FILL S=SAVE Q=QUIT'                                    04860001
           ACCEPT WS-MENU-CHOICE                                        04870001
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)                     04880001
              TO WS-MENU-CHOICE                                         04890001
           EVALUATE TRUE                                                04900001
              WHEN WS-CHOICE-LIST    PERFORM PROC-LIST                  04910001
              WHEN WS-CHOICE-DEFINE  PERFORM PROC-DEFINE                04920001
              WHEN WS-CHOICE-VIEW    PERFORM PROC-VIEW                  04930001
              WHEN WS-CHOICE-BOOK    PERFORM PROC-BOOK                  04940001
              WHEN WS-CHOICE-CANCEL  PERFORM PROC-CANCEL                04950001
              WHEN WS-CHOICE-FILL    PERFORM PROC-FILL                  04960001
              WHEN WS-CHOICE-SAVE    PERFORM PROC-SAVE                  04970001
              WHEN WS-CHOICE-QUIT    PERFORM PROC-QUIT                  04980001
              WHEN OTHER                                                04990001
                 DISPLAY 'INVALID CHOICE - PLEASE ENTER L, D, V, ',     05000001
                    'B, C, F, S OR Q'                                   05010001
           END-EVALUATE                                                 05020001
           EXIT.                                                        05030001
      ******************************************************************05040001
       PROC-LIST.                                                       05050001
           IF WS-S-COUNT = 0                                            05060001
              DISPLAY 'NO SESSIONS ON FILE'                             05070001
              EXIT PARAGRAPH                                            05080001
           END-IF                                                       05090001
           DISPLAY 'SESSION  DATE     TOPIC    FORMS ROOM         ',    05100001
              'CAP BOOKED LEFT STATUS'                                  05110001
           PERFORM PROC-LIST-ONE                                        05120001
              VARYING WS-SX FROM 1 BY 1                                 05130001
              UNTIL WS-SX > WS-S-COUNT                                  05140001
           EXIT.                                                        05150001
      ******************************************************************05160001
       PROC-LIST-ONE.                                                   05170001
           MOVE WS-SX TO WS-CUR-SX                                      05180001
           PERFORM PROC-COUNT-SEATS                                     05190001
           MOVE WS-BOOKED     TO WS-BOOKED-EDIT                         05200001
           MOVE WS-SEATS-LEFT TO WS-SEATS-EDIT                          05210001
           IF WS-S-STATUS(WS-SX) = 'C'                                  05220001
              MOVE 'CLOSED' TO WS-S-STATE                               05230001
           ELSE                                                         05240001
              MOVE 'OPEN' TO WS-S-STATE                                 05250001
           END-IF                                                       05260001
           DISPLAY WS-S-ID(WS-SX), ' ', WS-S-DATE(WS-SX), ' ',          05270001
              WS-S-TOPIC(WS-SX), ' ', WS-S-FORMS(WS-SX), '    ',        05280001
              WS-S-ROOM(WS-SX), ' ', WS-S-CAPACITY(WS-SX), ' ',         05290001
              WS-BOOKED-EDIT, '    ', WS-SEATS-EDIT, '  ', WS-S-STATE   05300001
           EXIT.                                                        05310001
      ******************************************************************05320001
      *    A SEAT IS TAKEN BY EVERY BOOKING STILL BOOKED OR ALREADY     05330001
      *    ATTENDED; CANCELLED AND NO-SHOW BOOKINGS FREE THEIRS.        05340001
       PROC-COUNT-SEATS.                                                05350001
           MOVE 0 TO WS-BOOKED                                          05360001
           PERFORM VARYING WS-EX FROM 1 BY 1                            05370001
              UNTIL WS-EX > WS-E-COUNT                                  05380001
              IF WS-E-SES-ID(WS-EX) = WS-S-ID(WS-CUR-SX)                05390001
                 AND (WS-E-STATUS(WS-EX) = 'B'                          05400001
                      OR WS-E-STATUS(WS-EX) = 'A')                      05410001
                 ADD 1 TO WS-BOOKED                                     05420001
              END-IF                                                    05430001
           END-PERFORM                                                  05440001
           IF WS-BOOKED < WS-S-CAPACITY(WS-CUR-SX)                      05450001
              COMPUTE WS-SEATS-LEFT =                                   05460001
                 WS-S-CAPACITY(WS-CUR-SX) - WS-BOOKED                   05470001
           ELSE                                                         05480001
              MOVE 0 TO WS-SEATS-LEFT                                   05490001
           END-IF                                                       05500001
           EXIT.                                                        05510001
      ******************************************************************05520001
      *    A NEW SESSION - UNIQUE ID, A REAL DATE NOT IN THE PAST, A    05530001
      *    CATALOG TOPIC (A CLASSROOM SITS ONE TOPIC, SO NOT MIXED),    05540001
      *    1-20 FORMS, A ROOM AND AT LEAST ONE SEAT.                    05550001
       PROC-DEFINE.                                                     05560001
           IF WS-S-COUNT = WS-S-LIMIT                                   05570001
              DISPLAY 'SESSION REGISTER IS FULL (', WS-S-LIMIT,         05580001
                 ' SESSIONS)'                                           05590001
              EXIT PARAGRAPH                                            05600001
           END-IF                                                       05610001
           MOVE 'N' TO WS-CANCEL-SW                                     05620001
           PERFORM PROC-GET-NEW-SES-ID                                  05630001
           IF NOT WS-CANCELLED                                          05640001
              PERFORM PROC-GET-DATE                                     05650001
           END-IF                                                       05660001
           IF NOT WS-CANCELLED                                          05670001
              PERFORM PROC-GET-TOPIC                                    05680001
           END-IF                                                       05690001
           IF NOT WS-CANCELLED                                          05700001
              PERFORM PROC-GET-FORMS                                    05710001
           END-IF                                                       05720001
           IF NOT WS-CANCELLED                                          05730001
              PERFORM PROC-GET-ROOM                                     05740001
           END-IF                                                       05750001
           IF NOT WS-CANCELLED                                          05760001
              PERFORM PROC-GET-CAPACITY                                 05770001
           END-IF                                                       05780001
           IF WS-CANCELLED                                              05790001
              DISPLAY 'NO SESSION DEFINED'                              05800001
              EXIT PARAGRAPH                                            05810001
           END-IF                                                       05820001
           ADD 1 TO WS-S-COUNT                                          05830001
           MOVE WS-IN-SES      TO WS-S-ID(WS-S-COUNT)                   05840001
           MOVE WS-IN-DATE-NUM TO WS-S-DATE(WS-S-COUNT)                 05850001
           MOVE WS-IN-TOPIC    TO WS-S-TOPIC(WS-S-COUNT)                05860001
           MOVE WS-IN-FORMS    TO WS-S-FORMS(WS-S-COUNT)                05870001
           MOVE WS-IN-ROOM     TO WS-S-ROOM(WS-S-COUNT)                 05880001
           MOVE WS-IN-CAPACITY TO WS-S-CAPACITY(WS-S-COUNT)             05890001
           MOVE 'O'            TO WS-S-STATUS(WS-S-COUNT)               05900001
           MOVE 0              TO WS-S-CLOSE-DATE(WS-S-COUNT)           05910001
           SET WS-CHANGED TO TRUE                                       05920001
           DISPLAY 'SESSION ', WS-IN-SES, ' DEFINED - ', WS-IN-TOPIC,   05930001
              ' ON ', WS-IN-DATE-NUM, ' IN ', WS-IN-ROOM                05940001
           EXIT.                                                        05950001
      ******************************************************************05960001
       PROC-VIEW.                                                       05970001
           PERFORM PROC-PICK-SESSION                                    05980001
           IF WS-CUR-SX = 0                                             05990001
              EXIT PARAGRAPH                                            06000001
           END-IF                                                       06010001
           MOVE WS-CUR-SX TO WS-SX                                      06020001
           PERFORM PROC-LIST-ONE                                        06030001
           DISPLAY 'OPERATOR NAME                 SRC STATUS FORM ',    06040001
              '   PCT VERDICT'                                          06050001
           MOVE 'N' TO WS-FOUND-SW                                      06060001
           PERFORM PROC-VIEW-ONE                                        06070001
              VARYING WS-EX FROM 1 BY 1                                 06080001
              UNTIL WS-EX > WS-E-COUNT                                  06090001
           IF NOT WS-FOUND                                              06100001
              DISPLAY 'NOBODY BOOKED YET'                               06110001
           END-IF                                                       06120001
           EXIT.                                                        06130001
      ******************************************************************06140001
       PROC-VIEW-ONE.                                                   06150001
           IF WS-E-SES-ID(WS-EX) = WS-S-ID(WS-CUR-SX)                   06160001
              SET WS-FOUND TO TRUE                                      06170001
              MOVE WS-E-OPER(WS-EX) TO WS-IN-OPER                       06180001
              PERFORM PROC-FIND-NAME                                    06190001
              MOVE WS-E-PCT(WS-EX) TO WS-PCT-EDIT                       06200001
              DISPLAY WS-E-OPER(WS-EX), ' ', WS-OPER-NAME, ' ',         06210001
                 WS-E-SOURCE(WS-EX), '   ', WS-E-STATUS(WS-EX),         06220001
                 '      ', WS-E-FORM-ID(WS-EX), ' ', WS-PCT-EDIT, ' ',  06230001
                 WS-E-VERDICT(WS-EX)                                    06240001
           END-IF                                                       06250001
           EXIT.                                                        06260001
      ******************************************************************06270001
      *    ONE OPERATOR BOOKED BY HAND. AN OPERATOR WAITING TO BE       06280001
      *    REBOOKED AFTER A NO-SHOW ON THE SAME TOPIC IS BOOKED AS A    06290001
      *    CARRY-FORWARD AND THE OLD NO-SHOW IS CLOSED OFF.             06300001
       PROC-BOOK.                                                       06310001
           PERFORM PROC-PICK-OPEN-SESSION                               06320001
           IF WS-CUR-SX = 0                                             06330001
              EXIT PARAGRAPH                                            06340001
           END-IF                                                       06350001
           IF WS-SEATS-LEFT = 0                                         06360001
              DISPLAY 'SESSION ', WS-S-ID(WS-CUR-SX), ' IS FULL'        06370001
              EXIT PARAGRAPH                                            06380001
           END-IF                                                       06390001
           IF WS-E-COUNT = WS-E-LIMIT                                   06400001
              DISPLAY 'BOOKING LIST IS FULL (', WS-E-LIMIT,             06410001
                 ' BOOKINGS)'                                           06420001
              EXIT PARAGRAPH                                            06430001
           END-IF                                                       06440001
           MOVE 'N' TO WS-CANCEL-SW                                     06450001
           PERFORM PROC-GET-OPER                                        06460001
           IF WS-CANCELLED                                              06470001
              DISPLAY 'NOBODY BOOKED'                                   06480001
              EXIT PARAGRAPH                                            06490001
           END-IF                                                       06500001
           PERFORM PROC-FIND-BOOKING                                    06510001
           IF WS-FOUND                                                  06520001
              DISPLAY WS-IN-OPER, ' IS ALREADY BOOKED ON AN OPEN ',     06530001
                 WS-S-TOPIC(WS-CUR-SX), ' SESSION'                      06540001
              EXIT PARAGRAPH                                            06550001
           END-IF                                                       06560001
           MOVE 'M' TO WS-IN-SOURCE                                     06570001
           PERFORM PROC-ADD-BOOKING                                     06580001
           DISPLAY WS-IN-OPER, ' BOOKED ON ', WS-S-ID(WS-CUR-SX)        06590001
           EXIT.                                                        06600001
      ******************************************************************06610001
       PROC-CANCEL.                                                     06620001
           PERFORM PROC-PICK-OPEN-SESSION                               06630001
           IF WS-CUR-SX = 0                                             06640001
              EXIT PARAGRAPH                                            06650001
           END-IF                                                       06660001
           MOVE 'N' TO WS-CANCEL-SW                                     06670001
           DISPLAY 'ENTER OPERATOR ID TO CANCEL (BLANK TO KEEP ALL)'    06680001
           ACCEPT WS-IN-OPER                                            06690001
           MOVE FUNCTION UPPER-CASE(WS-IN-OPER) TO WS-IN-OPER           06700001
           IF WS-IN-OPER = SPACES                                       06710001
              EXIT PARAGRAPH                                            06720001
           END-IF                                                       06730001
           MOVE 'N' TO WS-FOUND-SW                                      06740001
           PERFORM VARYING WS-EX FROM 1 BY 1                            06750001
              UNTIL WS-EX > WS-E-COUNT OR WS-FOUND                      06760001
              IF WS-E-SES-ID(WS-EX) = WS-S-ID(WS-CUR-SX)                06770001
                 AND WS-E-OPER(WS-EX) = WS-IN-OPER                      06780001
                 AND WS-E-STATUS(WS-EX) = 'B'                           06790001
                 SET WS-FOUND TO TRUE                                   06800001
                 MOVE 'X' TO WS-E-STATUS(WS-EX)                         06810001
                 SET WS-CHANGED TO TRUE                                 06820001
                 DISPLAY 'BOOKING CANCELLED - ', WS-IN-OPER             06830001
              END-IF                                                    06840001
           END-PERFORM                                                  06850001
           IF NOT WS-FOUND                                              06860001
              DISPLAY WS-IN-OPER, ' HAS NO OPEN BOOKING ON ',           06870001
                 WS-S-ID(WS-CUR-SX)                                     06880001
           END-IF                                                       06890001
           EXIT.                                                        06900001
      ******************************************************************06910001
      *    FILLS THE FREE SEATS OF ONE SESSION. NO-SHOWS WAITING ON     06920001
      *    THE SAME TOPIC GO FIRST - THEY WERE BOOKED ONCE ALREADY -    06930001
      *    THEN THE FORECAST, EARLIEST DEADLINE FIRST, SO THE EXPIRED   06940001
      *    COME BEFORE THE MERELY DUE. ANYONE ALREADY HOLDING A SEAT    06950001
      *    ON AN OPEN SESSION OF THE TOPIC, OR NO LONGER ON THE         06960001
      *    ROSTER, IS PASSED OVER.                                      06970001
       PROC-FILL.                                                       06980001
           PERFORM PROC-PICK-OPEN-SESSION                               06990001
           IF WS-CUR-SX = 0                                             07000001
              EXIT PARAGRAPH                                            07010001
           END-IF                                                       07020001
           MOVE 0 TO WS-FILLED                                          07030001
           PERFORM PROC-FILL-CARRIED                                    07040001
              VARYING WS-CARRY-EX FROM 1 BY 1                           07050001
              UNTIL WS-CARRY-EX > WS-E-COUNT                            07060001
              OR WS-SEATS-LEFT = 0                                      07070001
              OR WS-E-COUNT = WS-E-LIMIT                                07080001
           PERFORM VARYING WS-FX FROM 1 BY 1                            07090001
              UNTIL WS-FX > WS-F-COUNT                                  07100001
              MOVE 'N' TO WS-F-TAKEN(WS-FX)                             07110001
           END-PERFORM                                                  07120001
           MOVE 1 TO WS-BEST-FX                                         07130001
           PERFORM PROC-FILL-FORECAST                                   07140001
              UNTIL WS-BEST-FX = 0                                      07150001
              OR WS-SEATS-LEFT = 0                                      07160001
              OR WS-E-COUNT = WS-E-LIMIT                                07170001
           MOVE WS-SEATS-LEFT TO WS-SEATS-EDIT                          07180001
           DISPLAY WS-FILLED, ' BOOKED ON ', WS-S-ID(WS-CUR-SX),        07190001
              ' - ', WS-SEATS-EDIT, ' SEATS LEFT'                       07200001
           EXIT.                                                        07210001
      ******************************************************************07220001
       PROC-FILL-CARRIED.                                               07230001
           IF WS-E-STATUS(WS-CARRY-EX) NOT = 'N'                        07240001
              EXIT PARAGRAPH                                            07250001
           END-IF                                                       07260001
           MOVE WS-E-SES-ID(WS-CARRY-EX) TO WS-IN-SES                   07270001
           PERFORM PROC-FIND-SESSION                                    07280001
           IF WS-SX = 0                                                 07290001
              OR WS-S-TOPIC(WS-SX) NOT = WS-S-TOPIC(WS-CUR-SX)          07300001
              EXIT PARAGRAPH                                            07310001
           END-IF                                                       07320001
           MOVE WS-E-OPER(WS-CARRY-EX) TO WS-IN-OPER                    07330001
           PERFORM PROC-CHECK-ROSTER                                    07340001
           IF NOT WS-FIELD-OK                                           07350001
              EXIT PARAGRAPH                                            07360001
           END-IF                                                       07370001
           PERFORM PROC-FIND-BOOKING                                    07380001
           IF WS-FOUND                                                  07390001
              EXIT PARAGRAPH                                            07400001
           END-IF                                                       07410001
           MOVE 'M' TO WS-IN-SOURCE                                     07420001
           PERFORM PROC-ADD-BOOKING                                     07430001
           ADD 1 TO WS-FILLED                                           07440001
           DISPLAY '  ', WS-IN-OPER, ' CARRIED FORWARD FROM ',          07450001
              WS-E-SES-ID(WS-CARRY-EX)                                  07460001
           EXIT.                                                        07470001
      ******************************************************************07480001
       PROC-FILL-FORECAST.                                              07490001
           MOVE 0 TO WS-BEST-FX                                         07500001
           PERFORM VARYING WS-FX FROM 1 BY 1                            07510001
              UNTIL WS-FX > WS-F-COUNT                                  07520001
              IF WS-F-TAKEN(WS-FX) = 'N'                                07530001
                 AND WS-F-TOPIC(WS-FX) = WS-S-TOPIC(WS-CUR-SX)          07540001
                 IF WS-BEST-FX = 0                                      07550001
                    MOVE WS-FX TO WS-BEST-FX                            07560001
                 ELSE                                                   07570001
                    IF WS-F-EXPIRY(WS-FX) < WS-F-EXPIRY(WS-BEST-FX)     07580001
                       MOVE WS-FX TO WS-BEST-FX                         07590001
                    END-IF                                              07600001
                 END-IF                                                 07610001
              END-IF                                                    07620001
           END-PERFORM                                                  07630001
           IF WS-BEST-FX = 0                                            07640001
              EXIT PARAGRAPH                                            07650001
           END-IF                                                       07660001
           MOVE 'Y' TO WS-F-TAKEN(WS-BEST-FX)                           07670001
           MOVE WS-F-OPER(WS-BEST-FX) TO WS-IN-OPER                     07680001
           PERFORM PROC-CHECK-ROSTER                                    07690001
           IF NOT WS-FIELD-OK                                           07700001
              EXIT PARAGRAPH                                            07710001
           END-IF                                                       07720001
           PERFORM PROC-FIND-BOOKING                                    07730001
           IF WS-FOUND                                                  07740001
              EXIT PARAGRAPH                                            07750001
           END-IF                                                       07760001
           MOVE 'F' TO WS-IN-SOURCE                                     07770001
           PERFORM PROC-ADD-BOOKING                                     07780001
           ADD 1 TO WS-FILLED                                           07790001
           DISPLAY '  ', WS-IN-OPER, ' FROM THE FORECAST - DUE ',       07800001
              WS-F-EXPIRY(WS-BEST-FX)                                   07810001
           EXIT.                                                        07820001
      ******************************************************************07830001
      *    BOOKS WS-IN-OPER ON THE CURRENT SESSION. A NO-SHOW OF THE    07840001
      *    SAME TOPIC STILL WAITING IS MARKED REBOOKED AND THE NEW      07850001
      *    BOOKING COUNTS AS A CARRY-FORWARD WHATEVER THE CALLER SAID.  07860001
       PROC-ADD-BOOKING.                                                07870001
           PERFORM VARYING WS-EX FROM 1 BY 1                            07880001
              UNTIL WS-EX > WS-E-COUNT                                  07890001
              IF WS-E-OPER(WS-EX) = WS-IN-OPER                          07900001
                 AND WS-E-STATUS(WS-EX) = 'N'                           07910001
                 MOVE WS-E-SES-ID(WS-EX) TO WS-IN-SES                   07920001
                 PERFORM PROC-FIND-SESSION                              07930001
                 IF WS-SX > 0                                           07940001
                    AND WS-S-TOPIC(WS-SX) = WS-S-TOPIC(WS-CUR-SX)       07950001
                    MOVE 'R' TO WS-E-STATUS(WS-EX)                      07960001
                    MOVE WS-S-ID(WS-CUR-SX) TO WS-E-REBOOK-SES(WS-EX)   07970001
                    MOVE 'C' TO WS-IN-SOURCE                            07980001
                 END-IF                                                 07990001
              END-IF                                                    08000001
           END-PERFORM                                                  08010001
           ADD 1 TO WS-E-COUNT                                          08020001
           MOVE WS-S-ID(WS-CUR-SX) TO WS-E-SES-ID(WS-E-COUNT)           08030001
           MOVE WS-IN-OPER         TO WS-E-OPER(WS-E-COUNT)             08040001
           MOVE WS-IN-SOURCE       TO WS-E-SOURCE(WS-E-COUNT)           08050001
           MOVE 'B'                TO WS-E-STATUS(WS-E-COUNT)           08060001
           MOVE WS-RUN-DATE        TO WS-E-BOOK-DATE(WS-E-COUNT)        08070001
           MOVE SPACES             TO WS-E-FORM-ID(WS-E-COUNT)          08080001
           MOVE 0                  TO WS-E-PCT(WS-E-COUNT)              08090001
           MOVE SPACES             TO WS-E-VERDICT(WS-E-COUNT)          08100001
           MOVE SPACES             TO WS-E-REBOOK-SES(WS-E-COUNT)       08110001
           SUBTRACT 1 FROM WS-SEATS-LEFT                                08120001
           SET WS-CHANGED TO TRUE                                       08130001
           EXIT.                                                        08140001
      ******************************************************************08150001
      *    IS WS-IN-OPER ALREADY HOLDING A SEAT (BOOKED, NOT YET SAT)   08160001
      *    ON ANY OPEN SESSION OF THE CURRENT SESSION'S TOPIC?          08170001
       PROC-FIND-BOOKING.                                               08180001
           MOVE 'N' TO WS-FOUND-SW                                      08190001
           PERFORM VARYING WS-EX FROM 1 BY 1                            08200001
              UNTIL WS-EX > WS-E-COUNT OR WS-FOUND                      08210001
              IF WS-E-OPER(WS-EX) = WS-IN-OPER                          08220001
                 AND WS-E-STATUS(WS-EX) = 'B'                           08230001
                 MOVE WS-E-SES-ID(WS-EX) TO WS-IN-SES                   08240001
                 PERFORM PROC-FIND-SESSION                              08250001
                 IF WS-SX > 0                                           08260001
                    AND WS-S-TOPIC(WS-SX) = WS-S-TOPIC(WS-CUR-SX)       08270001
                    AND WS-S-STATUS(WS-SX) = 'O'                        08280001
                    SET WS-FOUND TO TRUE                                08290001
                 END-IF                                                 08300001
              END-IF                                                    08310001
           END-PERFORM                                                  08320001
           EXIT.                                                        08330001
      ******************************************************************08340001
      *    WS-SX = THE TABLE ENTRY OF SESSION WS-IN-SES, OR ZERO.       08350001
       PROC-FIND-SESSION.                                               08360001
           PERFORM VARYING WS-SX FROM 1 BY 1                            08370001
              UNTIL WS-SX > WS-S-COUNT                                  08380001
              OR WS-S-ID(WS-SX) = WS-IN-SES                             08390001
              CONTINUE                                                  08400001
           END-PERFORM                                                  08410001
           IF WS-SX > WS-S-COUNT                                        08420001
              MOVE 0 TO WS-SX                                           08430001
           END-IF                                                       08440001
           EXIT.                                                        08450001
      ******************************************************************08460001
       PROC-PICK-SESSION.                                               08470001
           MOVE 0 TO WS-CUR-SX                                          08480001
           IF WS-S-COUNT = 0                                            08490001
              DISPLAY 'NO SESSIONS ON FILE'                             08500001
              EXIT PARAGRAPH                                            08510001
           END-IF                                                       08520001
           DISPLAY 'ENTER SESSION ID'                                   08530001
           ACCEPT WS-IN-SES                                             08540001
           MOVE FUNCTION UPPER-CASE(WS-IN-SES) TO WS-IN-SES             08550001
           PERFORM PROC-FIND-SESSION                                    08560001
           IF WS-SX = 0                                                 08570001
              DISPLAY 'NO SUCH SESSION'                                 08580001
           ELSE                                                         08590001
              MOVE WS-SX TO WS-CUR-SX                                   08600001
           END-IF                                                       08610001
           EXIT.                                                        08620001
      ******************************************************************08630001
       PROC-PICK-OPEN-SESSION.                                          08640001
           PERFORM PROC-PICK-SESSION                                    08650001
           IF WS-CUR-SX = 0                                             08660001
              EXIT PARAGRAPH                                            08670001
           END-IF                                                       08680001
           IF WS-S-STATUS(WS-CUR-SX) NOT = 'O'                          08690001
              DISPLAY 'SESSION ', WS-S-ID(WS-CUR-SX), ' IS CLOSED'      08700001
              MOVE 0 TO WS-CUR-SX                                       08710001
              EXIT PARAGRAPH                                            08720001
           END-IF                                                       08730001
           PERFORM PROC-COUNT-SEATS                                     08740001
           EXIT.                                                        08750001
      ******************************************************************08760001
       PROC-SAVE.                                                       08770001
           OPEN OUTPUT SES-FILE                                         08780001
           IF WS-SES-STATUS NOT = '00'                                  08790001
              DISPLAY 'ERROR: QZSESS COULD NOT BE OPENED FOR OUTPUT ',  08800001
                 '(STATUS=', WS-SES-STATUS, ')'                         08810001
              EXIT PARAGRAPH                                            08820001
           END-IF                                                       08830001
           OPEN OUTPUT ENR-FILE                                         08840001
           IF WS-ENR-STATUS NOT = '00'                                  08850001
              DISPLAY 'ERROR: QZENROL COULD NOT BE OPENED FOR OUTPUT ', 08860001
                 '(STATUS=', WS-ENR-STATUS, ')'                         08870001
              CLOSE SES-FILE                                            08880001
              EXIT PARAGRAPH                                            08890001
           END-IF                                                       08900001
           MOVE 'N' TO WS-SAVE-FAILED-SW                                08901003
           PERFORM PROC-WRITE-ONE-SESSION                               08910001
              VARYING WS-SX FROM 1 BY 1                                 08920001
              UNTIL WS-SX > WS-S-COUNT                                  08930001
           PERFORM PROC-WRITE-ONE-BOOKING                               08940001
              VARYING WS-EX FROM 1 BY 1                                 08950001
              UNTIL WS-EX > WS-E-COUNT                                  08960001
           CLOSE SES-FILE                                               08970001
           IF WS-SES-STATUS NOT = '00'                                  08971003
              DISPLAY 'ERROR: QZSESS COULD NOT BE CLOSED (STATUS=',     08972003
                 WS-SES-STATUS, ')'                                     08973003
              SET WS-SAVE-FAILED TO TRUE                                08974003
           END-IF                                                       08975003
           CLOSE ENR-FILE                                               08980001
           IF WS-ENR-STATUS NOT = '00'                                  08981003
              DISPLAY 'ERROR: QZENROL COULD NOT BE CLOSED (STATUS=',    08982003
                 WS-ENR-STATUS, ')'                                     08983003
              SET WS-SAVE-FAILED TO TRUE                                08984003
           END-IF                                                       08985003
           IF WS-SAVE-FAILED                                            08986003
              DISPLAY 'REGISTER NOT SAVED - SAVE AGAIN BEFORE LEAVING'  08987003
           ELSE                                                         08988003
              MOVE 'N' TO WS-CHANGED-SW                                 08989003
              DISPLAY WS-S-COUNT, ' SESSIONS AND ', WS-E-COUNT,         08990003
                 ' BOOKINGS WRITTEN'                                    08991003
           END-IF                                                       08992003
           EXIT.                                                        09020001
      ******************************************************************09030001
       PROC-WRITE-ONE-SESSION.                                          09040001
           MOVE SPACES                  TO SES-RECORD                   09050001
           MOVE WS-S-ID(WS-SX)          TO SES-ID                       09060001
           MOVE WS-S-DATE(WS-SX)        TO SES-DATE                     09070001
           MOVE WS-S-TOPIC(WS-SX)       TO SES-TOPIC                    09080001
           MOVE WS-S-FORMS(WS-SX)       TO SES-FORMS                    09090001
           MOVE WS-S-ROOM(WS-SX)        TO SES-ROOM                     09100001
           MOVE WS-S-CAPACITY(WS-SX)    TO SES-CAPACITY                 09110001
           MOVE WS-S-STATUS(WS-SX)      TO SES-STATUS                   09120001
           MOVE WS-S-CLOSE-DATE(WS-SX)  TO SES-CLOSE-DATE               09130001
           WRITE SES-RECORD                                             09140001
           IF WS-SES-STATUS NOT = '00'                                  09150001
              DISPLAY 'ERROR: QZSESS WRITE FAILED (STATUS=',            09160001
                 WS-SES-STATUS, ')'                                     09170001
              SET WS-SAVE-FAILED TO TRUE                                09171003
           END-IF                                                       09180001
           EXIT.                                                        09190001
      ******************************************************************09200001
       PROC-WRITE-ONE-BOOKING.                                          09210001
           MOVE SPACES                  TO ENR-RECORD                   09220001
           MOVE WS-E-SES-ID(WS-EX)      TO ENR-SES-ID                   09230001
           MOVE WS-E-OPER(WS-EX)        TO ENR-OPER-ID                  09240001
           MOVE WS-E-SOURCE(WS-EX)      TO ENR-SOURCE                   09250001
           MOVE WS-E-STATUS(WS-EX)      TO ENR-STATUS                   09260001
           MOVE WS-E-BOOK-DATE(WS-EX)   TO ENR-BOOK-DATE                09270001
           MOVE WS-E-FORM-ID(WS-EX)     TO ENR-FORM-ID                  09280001
           MOVE WS-E-PCT(WS-EX)         TO ENR-PCT                      09290001
           MOVE WS-E-VERDICT(WS-EX)     TO ENR-VERDICT                  09300001
           MOVE WS-E-REBOOK-SES(WS-EX)  TO ENR-REBOOK-SES               09310001
           WRITE ENR-RECORD                                             09320001
           IF WS-ENR-STATUS NOT = '00'                                  09330001
              DISPLAY 'ERROR: QZENROL WRITE FAILED (STATUS=',           09340001
                 WS-ENR-STATUS, ')'                                     09350001
              SET WS-SAVE-FAILED TO TRUE                                09351003
           END-IF                                                       09360001
           EXIT.                                                        09370001
      ******************************************************************09380001
       PROC-QUIT.                                                       09390001
           IF WS-CHANGED                                                09400001
              DISPLAY 'UNSAVED CHANGES - PRESS Y TO QUIT ANYWAY, ',     09410001
                 'ANY OTHER KEY TO STAY'                                09420001
              ACCEPT WS-CONFIRM                                         09430001
              MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM        09440001
              IF WS-CONFIRM = 'Y'                                       09450001
                 SET WS-DONE TO TRUE                                    09460001
              END-IF                                                    09470001
           ELSE                                                         09480001
              SET WS-DONE TO TRUE                                       09490001
           END-IF                                                       09500001
           EXIT.                                                        09510001
      ******************************************************************09520001
      *    PROMPTED FIELD COLLECTORS - EACH RE-PROMPTS UNTIL THE VALUE  09530001
      *    PASSES ITS CHECK; A BLANK REPLY SETS WS-CANCELLED.           09540001
       PROC-GET-NEW-SES-ID.                                             09550001
           MOVE 'N' TO WS-FIELD-OK-SW                                   09560001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    09570001
              DISPLAY 'ENTER NEW SESSION ID (8 CHARS, BLANK TO CANCEL)' 09580001
              ACCEPT WS-IN-SES                                          09590001
              MOVE FUNCTION UPPER-CASE(WS-IN-SES) TO WS-IN-SES          09600001
              IF WS-IN-SES = SPACES                                     09610001
                 SET WS-CANCELLED TO TRUE                               09620001
              ELSE                                                      09630001
                 PERFORM PROC-FIND-SESSION                              09640001
                 IF WS-SX > 0                                           09650001
                    DISPLAY 'SESSION ', WS-IN-SES, ' ALREADY EXISTS'    09660001
                 ELSE                                                   09670001
                    SET WS-FIELD-OK TO TRUE                             09680001
                 END-IF                                                 09690001
              END-IF                                                    09700001
           END-PERFORM                                                  09710001
           EXIT.                                                        09720001
      ******************************************************************09730001
       PROC-GET-DATE.                                                   09740001
           MOVE 'N' TO WS-FIELD-OK-SW                                   09750001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    09760001
              DISPLAY 'ENTER SESSION DATE YYYYMMDD (BLANK TO CANCEL)'   09770001
              ACCEPT WS-IN-DATE                                         09780001
              IF WS-IN-DATE = SPACES                                    09790001
                 SET WS-CANCELLED TO TRUE                               09800001
              ELSE                                                      09810001
                 IF WS-IN-DATE IS NUMERIC                               09820001
                    MOVE WS-IN-DATE TO WS-IN-DATE-NUM                   09830001
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE-NUM) = 0  09840001
                       AND WS-IN-DATE-NUM NOT < WS-RUN-DATE             09850001
                       SET WS-FIELD-OK TO TRUE                          09860001
                    END-IF                                              09870001
                 END-IF                                                 09880001
                 IF NOT WS-FIELD-OK                                     09890001
                    DISPLAY 'DATE MUST BE A REAL DATE, TODAY OR LATER'  09900001
                 END-IF                                                 09910001
              END-IF                                                    09920001
           END-PERFORM                                                  09930001
           EXIT.                                                        09940001
      ******************************************************************09950001
       PROC-GET-TOPIC.                                                  09960001
           MOVE 'N' TO WS-FIELD-OK-SW                                   09970001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    09980001
              DISPLAY 'ENTER TOPIC (BLANK TO CANCEL)'                   09990001
              ACCEPT WS-IN-TOPIC                                        10000001
              MOVE FUNCTION UPPER-CASE(WS-IN-TOPIC) TO WS-IN-TOPIC      10010001
              MOVE WS-IN-TOPIC TO WS-CAT-KEY                            10020001
              PERFORM PROC-FIND-CATALOG                                 10030001
              EVALUATE TRUE                                             10040001
                 WHEN WS-IN-TOPIC = SPACES                              10050001
                    SET WS-CANCELLED TO TRUE                            10060001
                 WHEN WS-CAT-HIT > 0                                    10070001
                    SET WS-FIELD-OK TO TRUE                             10080001
                 WHEN OTHER                                             10090001
                    DISPLAY WS-IN-TOPIC, ' IS NOT IN THE TOPIC ',       10100001
                       'CATALOG'                                        10110001
              END-EVALUATE                                              10120001
           END-PERFORM                                                  10130001
           EXIT.                                                        10140001
      ******************************************************************10150001
       PROC-GET-FORMS.                                                  10160001
           MOVE 'N' TO WS-FIELD-OK-SW                                   10170001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    10180001
              DISPLAY 'ENTER NUMBER OF SHEET FORMS PRINTED (1-20, ',    10190001
                 'BLANK TO CANCEL)'                                     10200001
              ACCEPT WS-IN-NUM                                          10210001
              PERFORM PROC-EDIT-NUMBER                                  10220001
              IF NOT WS-CANCELLED                                       10230001
                 IF WS-IN-VALUE < 1 OR WS-IN-VALUE > 20                 10240001
                    DISPLAY 'FORMS MUST BE 1 TO 20'                     10250001
                 ELSE                                                   10260001
                    MOVE WS-IN-VALUE TO WS-IN-FORMS                     10270001
                    SET WS-FIELD-OK TO TRUE                             10280001
                 END-IF                                                 10290001
              END-IF                                                    10300001
           END-PERFORM                                                  10310001
           EXIT.                                                        10320001
      ******************************************************************10330001
       PROC-GET-ROOM.                                                   10340001
           DISPLAY 'ENTER ROOM (12 CHARS, BLANK TO CANCEL)'             10350001
           ACCEPT WS-IN-ROOM                                            10360001
           MOVE FUNCTION UPPER-CASE(WS-IN-ROOM) TO WS-IN-ROOM           10370001
           IF WS-IN-ROOM = SPACES                                       10380001
              SET WS-CANCELLED TO TRUE                                  10390001
           END-IF                                                       10400001
           EXIT.                                                        10410001
      ******************************************************************10420001
       PROC-GET-CAPACITY.                                               10430001
           MOVE 'N' TO WS-FIELD-OK-SW                                   10440001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    10450001
              DISPLAY 'ENTER SEAT CAPACITY (1-999, BLANK TO CANCEL)'    10460001
              ACCEPT WS-IN-NUM                                          10470001
              PERFORM PROC-EDIT-NUMBER                                  10480001
              IF NOT WS-CANCELLED                                       10490001
                 IF WS-IN-VALUE < 1                                     10500001
                    DISPLAY 'A SESSION NEEDS AT LEAST ONE SEAT'         10510001
                 ELSE                                                   10520001
                    MOVE WS-IN-VALUE TO WS-IN-CAPACITY                  10530001
                    SET WS-FIELD-OK TO TRUE                             10540001
                 END-IF                                                 10550001
              END-IF                                                    10560001
           END-PERFORM                                                  10570001
           EXIT.                                                        10580001
      ******************************************************************10590001
       PROC-EDIT-NUMBER.                                                10600001
           MOVE 0 TO WS-IN-VALUE                                        10610001
           IF WS-IN-NUM = SPACES                                        10620001
              SET WS-CANCELLED TO TRUE                                  10630001
           ELSE                                                         10640001
              IF FUNCTION TEST-NUMVAL(WS-IN-NUM) = 0                    10650001
                 COMPUTE WS-IN-VALUE = FUNCTION NUMVAL(WS-IN-NUM)       10660001
              END-IF                                                    10670001
           END-IF                                                       10680001
           EXIT.                                                        10690001
      ******************************************************************10700001
       PROC-GET-OPER.                                                   10710001
           MOVE 'N' TO WS-FIELD-OK-SW                                   10720001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    10730001
              DISPLAY 'ENTER OPERATOR ID (BLANK TO CANCEL)'             10740001
              ACCEPT WS-IN-OPER                                         10750001
              MOVE FUNCTION UPPER-CASE(WS-IN-OPER) TO WS-IN-OPER        10760001
              IF WS-IN-OPER = SPACES                                    10770001
                 SET WS-CANCELLED TO TRUE                               10780001
              ELSE                                                      10790001
                 PERFORM PROC-CHECK-ROSTER                              10800001
                 IF NOT WS-FIELD-OK                                     10810001
                    DISPLAY WS-IN-OPER, ' IS NOT ON THE ROSTER'         10820001
                 END-IF                                                 10830001
              END-IF                                                    10840001
           END-PERFORM                                                  10850001
           EXIT.                                                        10860001
      ******************************************************************10870001
       PROC-CHECK-ROSTER.                                               10880001
           MOVE 'N' TO WS-FIELD-OK-SW                                   10890001
           IF NOT WS-ROSTER-USED                                        10900001
              SET WS-FIELD-OK TO TRUE                                   10910001
              EXIT PARAGRAPH                                            10920001
           END-IF                                                       10930001
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1                       10940001
              UNTIL WS-ROS-IDX > WS-ROS-COUNT                           10950001
              OR WS-FIELD-OK                                            10960001
              IF WS-ROS-ID(WS-ROS-IDX) = WS-IN-OPER                     10970001
                 SET WS-FIELD-OK TO TRUE                                10980001
              END-IF                                                    10990001
           END-PERFORM                                                  11000001
           EXIT.                                                        11010001
      ******************************************************************11020001
       PROC-FIND-NAME.                                                  11030001
           MOVE SPACES TO WS-OPER-NAME                                  11040001
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1                       11050001
              UNTIL WS-ROS-IDX > WS-ROS-COUNT                           11060001
              IF WS-ROS-ID(WS-ROS-IDX) = WS-IN-OPER                     11070001
                 MOVE WS-ROS-NAME(WS-ROS-IDX) TO WS-OPER-NAME           11080001
                 MOVE WS-ROS-COUNT TO WS-ROS-IDX                        11090001
              END-IF                                                    11100001
           END-PERFORM                                                  11110001
           EXIT.                                                        11120001
      ******************************************************************11130001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   11140001
       PROC-LOAD-CATALOG.                                               11150001
           MOVE 4 TO WS-CAT-COUNT                                       11160001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       11170001
              UNTIL WS-CAT-IDX > 4                                      11180001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  11190001
           END-PERFORM                                                  11200001
           OPEN INPUT TOP-FILE                                          11210001
           IF WS-TOP-STATUS = '00'                                      11220001
              PERFORM PROC-LOAD-CATALOG-REC                             11230001
                 UNTIL WS-TOP-STATUS NOT = '00'                         11240001
              CLOSE TOP-FILE                                            11250001
           END-IF                                                       11260001
           MOVE '00' TO WS-TOP-STATUS                                   11270001
           EXIT.                                                        11280001
      ******************************************************************11290001
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  11300001
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    11310001
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          11320001
       PROC-LOAD-CATALOG-REC.                                           11330001
           READ TOP-FILE                                                11340001
           IF WS-TOP-STATUS NOT = '00'                                  11350001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              11360001
              EXIT PARAGRAPH                                            11370001
           END-IF                                                       11380001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 11390001
           PERFORM PROC-FIND-CATALOG                                    11400001
           IF WS-CAT-HIT = 0                                            11410001
              IF WS-CAT-COUNT = 20                                      11420001
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   11430001
                    ' IGNORED'                                          11440001
                 EXIT PARAGRAPH                                         11450001
              END-IF                                                    11460001
              ADD 1 TO WS-CAT-COUNT                                     11470001
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           11480001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                11490001
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  11500001
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  11510001
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         11520001
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      11530001
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                11540001
           END-IF                                                       11550001
           IF TOP-DDNAME NOT = SPACES                                   11560001
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              11570001
           END-IF                                                       11580001
           IF TOP-MIXED NOT = SPACE                                     11590001
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                11600001
           END-IF                                                       11610001
           IF TOP-FALLBACK NOT = SPACES                                 11620001
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          11630001
           END-IF                                                       11640001
           EXIT.                                                        11650001
      ******************************************************************11660001
       PROC-FIND-CATALOG.                                               11670001
           MOVE 0 TO WS-CAT-HIT                                         11680001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       11690001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           11700001
              OR WS-CAT-HIT > 0                                         11710001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  11720001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          11730001
              END-IF                                                    11740001
           END-PERFORM                                                  11750001
           EXIT.                                                        11760001
       END PROGRAM QZSESSMT.                                            11770001
