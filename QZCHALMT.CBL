       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZCHALMT.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          CONSOLE-MODE WORK LIST FOR THE QZCHALNG QUESTION       00110001
      *          CHALLENGE REGISTER, IN THE STYLE OF QZOVRMT. AN        00120001
      *          OPERATOR CHALLENGES A QUESTION FROM THE END-OF-RUN     00130001
      *          REVIEW OF A CONSOLE RUN (ORQMOD02); FOR A BATCH-CHECK  00140001
      *          ATTEMPT A CLERK ENTERS THE CHALLENGE HERE. TRAINING    00150001
      *          STAFF THEN WORK THE OPEN CHALLENGES:                   00160001
      *            - UPHOLD WITH A CORRECTED KEY LETTER,                00170001
      *            - UPHOLD AS VOID (THE QUESTION IS STRUCK), OR        00180001
      *            - REJECT WITH A RESPONSE TO THE OPERATOR.            00190001
      *          AN UPHELD CHALLENGE QUEUES A REQUEST ON QZRGREQ FOR    00200001
      *          THE NEXT QZREGRAD PARM='QZRGREQ' RUN, AND EVERY        00210001
      *          SESSION TIES THE UPHELD CHALLENGES TO THE QZADJLOG     00220001
      *          RECORDS THAT REGRADE WROTE. OPERATORS SEE THE OUTCOME  00230001
      *          OF THEIR OWN CHALLENGES IN QZSELFIQ.                   00240001
      *                                                                 00250001
      *    INFO                                                         00260001
      *          NO PARM - THE CONSOLE SESSION. THE REVIEWER'S NAME     00270001
      *          IS PROMPTED AT START-UP AND STAMPED ON EVERY DECISION. 00280001
      *          PARM='LINK' - NO CONSOLE: REFRESHES THE QZADJLOG       00290001
      *          LINKS, QUEUES ANY UPHELD CHALLENGE NOT YET QUEUED AND  00300001
      *          SAVES THE REGISTER. RUN IT AFTER QZREGRAD.             00310001
      *                                                                 00320001
      *          A QUESTION CAN ONLY BE CORRECTED ONE WAY: ONCE ONE     00330001
      *          CHALLENGE ON IT IS UPHELD, UPHOLDING ANOTHER JOINS     00340001
      *          THAT DECISION AND ITS REGRADE REQUEST INSTEAD OF       00350001
      *          QUEUEING A SECOND ONE (A SECOND REGRADE OF THE SAME    00360001
      *          QUESTION WOULD NO LONGER MATCH THE REWRITTEN SCORES).  00370001
      *          THE BANK ITSELF IS STILL CORRECTED IN QZBANKMT.        00380001
      *                                                                 00390001
      *          CHANGES ARE MADE IN STORAGE AND ONLY WRITTEN BACK BY   00400001
      *          THE (S)AVE COMMAND; (Q)UIT WITH UNSAVED CHANGES ASKS   00410001
      *          FOR CONFIRMATION. CHALLENGES ORQMOD02 APPENDED DURING  00420001
      *          THE SESSION ARE PICKED UP AT SAVE TIME, NOT LOST.      00430001
      *                                                                 00440001
      *          RETURN-CODE 0 = SESSION ENDED NORMALLY                 00450001
      *                      8 = THE REGISTER COULD NOT BE WRITTEN      00460001
      *                     12 = QZCHALNG COULD NOT BE READ             00470001
      *                     16 = PARM INVALID                           00480001
      *                                                                 00490001
      ******************************************************************00500001
      *                                                                 00510001
      *    PROJECT CONTAINS:                                            00520001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00530001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00540001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00550001
      *                            ORQMOD02.CBL   QUIZ PART             00560001
      *          UTILITY PGM       QZBANKMT.CBL   QUESTION-BANK         00570001
      *                                           MAINTENANCE           00580001
      *          UTILITY PGM       QZCHALMT.CBL   QUESTION CHALLENGE    00590001
      *                                           REGISTER              00600001
      *          UTILITY PGM       QZREGRAD.CBL   BAD-KEY REGRADE       00610001
      *          UTILITY PGM       QZSELFIQ.CBL   SELF-SERVICE          00620001
      *                                           ELIGIBILITY INQUIRY   00630001
      *                                                                 00640001
      ******************************************************************00650001
      *    MODIFICATION HISTORY                                         00660001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00670001
      *    2026-10-15 PAK  SAVE WRITES QZCHALNG BEFORE QUEUEING ON      00671002
      *                    QZRGREQ, SO A FAILED SAVE CAN NO LONGER      00672002
      *                    QUEUE THE SAME REGRADE TWICE                 00673002
      *    2026-10-15 PAK  A QZTOPICS TOPIC PAST THE 20-ENTRY CATALOG   00674002
      *                    IS WARNED ABOUT INSTEAD OF DROPPED SILENTLY  00675002
      *    2026-10-15 PAK  THE UNSAVED-CHANGES FLAG IS CLEARED ONLY WHEN00676003
      *                    EVERY WRITE AND THE CLOSE SUCCEEDED          00677003
      ******************************************************************00680001
       ENVIRONMENT DIVISION.                                            00690001
       INPUT-OUTPUT SECTION.                                            00700001
       FILE-CONTROL.                                                    00710001
           SELECT CHL-FILE ASSIGN TO "QZCHALNG"                         00720001
              ORGANIZATION IS SEQUENTIAL                                00730001
              FILE STATUS IS WS-CHL-STATUS.                             00740001
           SELECT REQ-FILE ASSIGN TO "QZRGREQ"                          00750001
              ORGANIZATION IS SEQUENTIAL                                00760001
              FILE STATUS IS WS-REQ-STATUS.                             00770001
           SELECT ADJ-FILE ASSIGN TO "QZADJLOG"                         00780001
              ORGANIZATION IS SEQUENTIAL                                00790001
              FILE STATUS IS WS-ADJ-STATUS.                             00800001
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00810001
              ORGANIZATION IS SEQUENTIAL                                00820001
              FILE STATUS IS WS-DTL-STATUS.                             00830001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00840001
              ORGANIZATION IS SEQUENTIAL                                00850001
              FILE STATUS IS WS-ROS-STATUS.                             00860001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00870001
              ORGANIZATION IS SEQUENTIAL                                00880001
              FILE STATUS IS WS-TOP-STATUS.                             00890001
      ******************************************************************00900001
       DATA DIVISION.                                                   00910001
       FILE SECTION.                                                    00920001
      *    THE QUESTION CHALLENGE REGISTER - SAME LAYOUT AS CHL-RECORD  00930001
      *    IN ORQMOD02, WHICH APPENDS THE CONSOLE CHALLENGES.           00940001
       FD  CHL-FILE                                                     00950001
           RECORDING MODE F                                             00960001
           RECORD CONTAINS 220 CHARACTERS                               00970001
           LABEL RECORDS ARE STANDARD.                                  00980001
       01  CHL-RECORD.                                                  00990001
      *    CURRENT-DATE TIMESTAMP TO THE HUNDREDTH OF A SECOND WHEN     01000001
      *    THE CHALLENGE WAS RAISED - UNIQUE AND IN ARRIVAL ORDER.      01010001
           05 CHL-ID             PIC   X(16).                           01020001
           05 FILLER             PIC   X.                               01030001
           05 CHL-QID            PIC   X(8).                            01040001
           05 FILLER             PIC   X.                               01050001
      *    THE ATTEMPT - SAME OPERATOR/TOPIC/DATE GROUPING QZREGRAD     01060001
      *    REBUILDS FROM QUIZDTL.                                       01070001
           05 CHL-OPER-ID        PIC   X(8).                            01080001
           05 FILLER             PIC   X.                               01090001
           05 CHL-TOPIC          PIC   X(8).                            01100001
           05 FILLER             PIC   X.                               01110001
           05 CHL-ATT-DATE       PIC   9(8).                            01120001
           05 FILLER             PIC   X.                               01130001
      *    C = RAISED AT THE CONSOLE, S = ENTERED BY A CLERK FOR A      01140001
      *    BATCH-CHECK (SHEET) ATTEMPT.                                 01150001
           05 CHL-SOURCE         PIC   X.                               01160001
           05 FILLER             PIC   X.                               01170001
           05 CHL-REASON         PIC   X(40).                           01180001
           05 FILLER             PIC   X.                               01190001
           05 CHL-STATUS         PIC   X.                               01200001
              88 CHL-OPEN                VALUE 'O'.                     01210001
              88 CHL-UPHELD-KEY          VALUE 'K'.                     01220001
              88 CHL-UPHELD-VOID         VALUE 'V'.                     01230001
              88 CHL-UPHELD              VALUES 'K', 'V'.               01240001
              88 CHL-REJECTED            VALUE 'R'.                     01250001
           05 FILLER             PIC   X.                               01260001
           05 CHL-NEW-KEY        PIC   X.                               01270001
           05 FILLER             PIC   X.                               01280001
           05 CHL-DECIDED-BY     PIC   X(20).                           01290001
           05 FILLER             PIC   X.                               01300001
           05 CHL-DECIDED-DATE   PIC   9(8).                            01310001
           05 FILLER             PIC   X.                               01320001
           05 CHL-RESPONSE       PIC   X(40).                           01330001
           05 FILLER             PIC   X.                               01340001
      *    THE REGRADE LINK - THE CHALLENGE WHOSE QZRGREQ REQUEST       01350001
      *    CARRIES THIS DECISION (ITSELF, OR THE FIRST UPHELD           01360001
      *    CHALLENGE ON THE SAME QUESTION), THE DAY THE REQUEST WAS     01370001
      *    QUEUED, AND THE QZADJLOG RECORDS QZREGRAD WROTE FOR IT.      01380001
           05 CHL-REQ-ID         PIC   X(16).                           01390001
           05 FILLER             PIC   X.                               01400001
           05 CHL-REQ-DATE       PIC   9(8).                            01410001
           05 FILLER             PIC   X.                               01420001
           05 CHL-ADJ-DATE       PIC   9(8).                            01430001
           05 FILLER             PIC   X.                               01440001
           05 CHL-ADJ-COUNT      PIC   9(4).                            01450001
           05 FILLER             PIC   X(10).                           01460001
      *    THE REGRADE REQUEST QUEUE - SAME LAYOUT AS REQ-RECORD IN     01470001
      *    QZREGRAD, WHICH CONSUMES IT.                                 01480001
       FD  REQ-FILE                                                     01490001
           RECORDING MODE F                                             01500001
           RECORD CONTAINS 80 CHARACTERS                                01510001
           LABEL RECORDS ARE STANDARD.                                  01520001
       01  REQ-RECORD.                                                  01530001
           05 REQ-QID            PIC   X(8).                            01540001
           05 FILLER             PIC   X.                               01550001
           05 REQ-CORRECTION     PIC   X(8).                            01560001
           05 FILLER             PIC   X.                               01570001
           05 REQ-CHAL-ID        PIC   X(16).                           01580001
           05 FILLER             PIC   X.                               01590001
           05 REQ-DECIDED-DATE   PIC   9(8).                            01600001
           05 FILLER             PIC   X.                               01610001
           05 REQ-DECIDED-BY     PIC   X(20).                           01620001
           05 FILLER             PIC   X(16).                           01630001
      *    THE ADJUSTMENT TRAIL - SAME LAYOUT AS ADJ-RECORD IN          01640001
      *    QZREGRAD. ONLY THE RUN DATE AND THE CHALLENGE ID MATTER.     01650001
       FD  ADJ-FILE                                                     01660001
           RECORDING MODE F                                             01670001
           RECORD CONTAINS 120 CHARACTERS                               01680001
           LABEL RECORDS ARE STANDARD.                                  01690001
       01  ADJ-RECORD.                                                  01700001
           05 ADJ-RUN-DATE       PIC   9(8).                            01710001
           05 FILLER             PIC   X.                               01720001
           05 ADJ-QID            PIC   X(8).                            01730001
           05 FILLER             PIC   X.                               01740001
           05 ADJ-ACTION         PIC   X(4).                            01750001
           05 FILLER             PIC   X.                               01760001
           05 ADJ-NEW-KEY        PIC   X.                               01770001
           05 FILLER             PIC   X.                               01780001
           05 ADJ-OPER           PIC   X(8).                            01790001
           05 FILLER             PIC   X.                               01800001
           05 ADJ-TOPIC          PIC   X(8).                            01810001
           05 FILLER             PIC   X.                               01820001
           05 ADJ-ATT-DATE       PIC   9(8).                            01830001
           05 FILLER             PIC   X.                               01840001
           05 ADJ-OLD-SCORE      PIC   9(3).                            01850001
           05 FILLER             PIC   X.                               01860001
           05 ADJ-OLD-AMOUNT     PIC   9(3).                            01870001
           05 FILLER             PIC   X.                               01880001
           05 ADJ-OLD-PCT        PIC   9(3)V99.                         01890001
           05 FILLER             PIC   X.                               01900001
           05 ADJ-NEW-SCORE      PIC   9(3).                            01910001
           05 FILLER             PIC   X.                               01920001
           05 ADJ-NEW-AMOUNT     PIC   9(3).                            01930001
           05 FILLER             PIC   X.                               01940001
           05 ADJ-NEW-PCT        PIC   9(3)V99.                         01950001
           05 FILLER             PIC   X.                               01960001
           05 ADJ-NEWPASS        PIC   X.                               01970001
           05 FILLER             PIC   X.                               01980001
           05 ADJ-CHAL-ID        PIC   X(16).                           01990001
           05 FILLER             PIC   X(22).                           02000001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02 - A CLERK'S CHALLENGE  02010001
      *    IS CHECKED AGAINST THE ANSWERS THE ATTEMPT ACTUALLY GAVE.    02020001
       FD  DTL-FILE                                                     02030001
           RECORDING MODE F                                             02040001
           RECORD CONTAINS 47 CHARACTERS                                02050001
           LABEL RECORDS ARE STANDARD.                                  02060001
       01  DTL-RECORD.                                                  02070001
           05 DTL-OPER-ID       PIC   X(8).                             02080001
           05 DTL-DATE          PIC   9(8).                             02090001
           05 DTL-TOPIC         PIC   X(8).                             02100001
           05 DTL-QID           PIC   X(8).                             02110001
           05 DTL-POS           PIC   9(2).                             02120001
           05 DTL-SUBMITTED     PIC   X.                                02130001
           05 DTL-CORRECT       PIC   X.                                02140001
           05 DTL-VERDICT       PIC   X.                                02150001
           05 DTL-SECS          PIC   9(4).                             02160001
           05 DTL-OVER          PIC   X.                                02170001
           05 DTL-RELEASE       PIC   9(5).                             02180001
      *    SAME 58-BYTE LAYOUT QZCOMRPT READS. ONLY THE ID MATTERS HERE.02190001
       FD  ROSTER-FILE                                                  02200001
           RECORDING MODE F                                             02210001
           RECORD CONTAINS 58 CHARACTERS                                02220001
           LABEL RECORDS ARE STANDARD.                                  02230001
       01  ROS-RECORD.                                                  02240001
           05 ROS-OPER-ID        PIC   X(8).                            02250001
           05 ROS-NAME           PIC   X(20).                           02260001
           05 ROS-SHIFT          PIC   X(8).                            02270001
           05 ROS-SUPERVISOR     PIC   X(20).                           02280001
           05 ROS-LANG           PIC   X(2).                            02290001
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  02300001
      *    ONLY THE TOPIC NAME IS USED HERE.                            02310001
       FD  TOP-FILE                                                     02320001
           RECORDING MODE F                                             02330001
           RECORD CONTAINS 80 CHARACTERS                                02340001
           LABEL RECORDS ARE STANDARD.                                  02350001
       01  TOP-RECORD.                                                  02360001
           05 TOP-TOPIC          PIC   X(8).                            02370001
           05 FILLER             PIC   X.                               02380001
           05 TOP-PASS-PCT       PIC   9(3).                            02390001
           05 FILLER             PIC   X.                               02400001
           05 TOP-BORDER-PCT     PIC   9(3).                            02410001
           05 FILLER             PIC   X.                               02420001
           05 TOP-FRESH-DAYS     PIC   9(3).                            02430001
           05 FILLER             PIC   X.                               02440001
           05 TOP-MAX-FAILS      PIC   9.                               02450001
           05 FILLER             PIC   X.                               02460001
           05 TOP-DDNAME         PIC   X(8).                            02470001
           05 FILLER             PIC   X.                               02480001
           05 TOP-MIXED          PIC   X.                               02490001
           05 FILLER             PIC   X.                               02500001
           05 TOP-FALLBACK       PIC   X(8).                            02510001
           05 FILLER             PIC   X(38).                           02520001
      ******************************************************************02530001
       WORKING-STORAGE SECTION.                                         02540001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  02550001
       01 WS-CHL-STATUS     PIC   XX    VALUE '00'.                     02560001
       01 WS-REQ-STATUS     PIC   XX    VALUE '00'.                     02570001
       01 WS-ADJ-STATUS     PIC   XX    VALUE '00'.                     02580001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     02590001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     02600001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     02610001
      *    WHO IS DECIDING - PROMPTED AT START-UP AND STAMPED ON EVERY  02620001
      *    DECISION MADE THIS SESSION AND ON ITS REGRADE REQUEST.       02630001
       01 WS-REVIEWER       PIC   X(20) VALUE SPACES.                   02640001
       01 WS-RUN-DATE       PIC   9(8).                                 02650001
       01 WS-LINK-MODE-SW   PIC   X     VALUE 'N'.                      02660001
          88 WS-LINK-MODE            VALUE 'Y'.                         02670001
       01 WS-SAVE-FAILED-SW PIC   X     VALUE 'N'.                      02680001
          88 WS-SAVE-FAILED          VALUE 'Y'.                         02690001
      * --------------------------------------------------------------- 02700001
      *    THE REGISTER AS LOADED FROM QZCHALNG, PLUS CHALLENGES ENTERED02710001
      *    THIS SESSION. WS-CH-LOADED IS HOW MANY RECORDS CAME FROM THE 02720001
      *    FILE - ANYTHING BEYOND THAT AT SAVE TIME WAS APPENDED BY A   02730001
      *    CONSOLE RUN WHILE THE SESSION WAS OPEN.                      02740001
       01 WS-CH-LIMIT       PIC   9(3)  USAGE IS COMP VALUE 500.        02750001
       01 WS-CH-COUNT       PIC   9(3)  VALUE 0.                        02760001
       01 WS-CH-LOADED      PIC   9(3)  VALUE 0.                        02770001
       01 WS-CHAL-TABLE.                                                02780001
        05 WS-CH OCCURS 1 TO 500 TIMES                                  02790001
                        DEPENDING ON WS-CH-COUNT                        02800001
                        INDEXED BY C.                                   02810001
           10 WS-CH-ID           PIC   X(16).                           02820001
           10 WS-CH-QID          PIC   X(8).                            02830001
           10 WS-CH-OPER         PIC   X(8).                            02840001
           10 WS-CH-TOPIC        PIC   X(8).                            02850001
           10 WS-CH-ATT-DATE     PIC   9(8).                            02860001
           10 WS-CH-SOURCE       PIC   X.                               02870001
           10 WS-CH-REASON       PIC   X(40).                           02880001
           10 WS-CH-STATUS       PIC   X.                               02890001
              88 WS-CH-OPEN               VALUE 'O'.                    02900001
              88 WS-CH-UPHELD-KEY         VALUE 'K'.                    02910001
              88 WS-CH-UPHELD-VOID        VALUE 'V'.                    02920001
              88 WS-CH-UPHELD             VALUES 'K', 'V'.              02930001
              88 WS-CH-REJECTED           VALUE 'R'.                    02940001
           10 WS-CH-NEW-KEY      PIC   X.                               02950001
           10 WS-CH-DECIDED-BY   PIC   X(20).                           02960001
           10 WS-CH-DECIDED-DATE PIC   9(8).                            02970001
           10 WS-CH-RESPONSE     PIC   X(40).                           02980001
           10 WS-CH-REQ-ID       PIC   X(16).                           02990001
           10 WS-CH-REQ-DATE     PIC   9(8).                            03000001
           10 WS-CH-ADJ-DATE     PIC   9(8).                            03010001
           10 WS-CH-ADJ-COUNT    PIC   9(4).                            03020001
           10 WS-CH-PRIOR-ADJ    PIC   9(4).                            03030001
      *    SET AT SAVE TIME ON A LEAD CHALLENGE WHOSE REQUEST IS STILL  03031002
      *    TO BE QUEUED - CLEARED ONCE IT IS ON QZRGREQ.                03032002
           10 WS-CH-QUEUE-SW     PIC   X.                               03033002
              88 WS-CH-TO-QUEUE           VALUE 'Y'.                    03034002
      * --------------------------------------------------------------- 03040001
      *    ROSTERED OPERATOR IDS - SAME TOLERANCE AS QZOVRMT WHEN THE   03050001
      *    ROSTER DD IS MISSING.                                        03060001
       01 WS-ROS-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          03070001
       01 WS-ROS-TABLE.                                                 03080001
        05 WS-ROS-ID OCCURS 999 TIMES PIC X(8).                         03090001
       01 WS-ROS-IDX        PIC   9(4)  USAGE IS COMP.                  03100001
       01 WS-ROSTER-USED-SW PIC   X     VALUE 'N'.                      03110001
          88 WS-ROSTER-USED          VALUE 'Y'.                         03120001
      * --------------------------------------------------------------- 03130001
       01 WS-MENU-CHOICE    PIC   X     VALUE SPACE.                    03140001
          88 WS-CHOICE-LIST          VALUE 'L'.                         03150001
          88 WS-CHOICE-ALL           VALUE 'A'.                         03160001
          88 WS-CHOICE-ENTER         VALUE 'E'.                         03170001
          88 WS-CHOICE-WORK          VALUE 'W'.                         03180001
          88 WS-CHOICE-SAVE          VALUE 'S'.                         03190001
          88 WS-CHOICE-QUIT          VALUE 'Q'.                         03200001
       01 WS-DONE-SW        PIC   X     VALUE 'N'.                      03210001
          88 WS-DONE                 VALUE 'Y'.                         03220001
       01 WS-CHANGED-SW     PIC   X     VALUE 'N'.                      03230001
          88 WS-CHANGED              VALUE 'Y'.                         03240001
       01 WS-CONFIRM        PIC   X     VALUE SPACE.                    03250001
      *    PROMPT/VALIDATION WORK FIELDS. A BLANK REPLY TO A PROMPT     03260001
      *    ABANDONS THE ENTRY OR THE DECISION.                          03270001
       01 WS-EDIT-WORK.                                                 03280001
        05 WS-IN-OPER         PIC   X(8).                               03290001
        05 WS-IN-TOPIC        PIC   X(8).                               03300001
        05 WS-IN-QID          PIC   X(8).                               03310001
        05 WS-IN-DATE         PIC   X(8).                               03320001
        05 WS-IN-DATE-NUM     PIC   9(8).                               03330001
        05 WS-IN-REASON       PIC   X(40).                              03340001
        05 WS-IN-RESPONSE     PIC   X(40).                              03350001
        05 WS-IN-DECISION     PIC   X.                                  03360001
           88 WS-DECIDE-KEY           VALUE 'K'.                        03370001
           88 WS-DECIDE-VOID          VALUE 'V'.                        03380001
           88 WS-DECIDE-REJECT        VALUE 'R'.                        03390001
        05 WS-IN-KEY          PIC   X.                                  03400001
           88 WS-IN-KEY-VALID         VALUES 'A', 'B', 'C', 'D'.        03410001
        05 WS-IN-NUM          PIC   X(3).                               03420001
        05 WS-LIST-NUM        PIC   9(3).                               03430001
        05 WS-EDIT-NUM        PIC   9(3).                               03440001
        05 WS-LEAD-NUM        PIC   9(3).                               03450001
        05 WS-OTHER-OPEN      PIC   9(3).                               03460001
        05 WS-SHOWN           PIC   9(3).                               03470001
        05 WS-CH-STATE        PIC   X(16).                              03480001
        05 WS-FIELD-OK-SW     PIC   X.                                  03490001
           88 WS-FIELD-OK             VALUE 'Y'.                        03500001
        05 WS-CANCEL-SW       PIC   X.                                  03510001
           88 WS-CANCELLED            VALUE 'Y'.                        03520001
        05 WS-FOUND-SW        PIC   X.                                  03530001
           88 WS-FOUND                VALUE 'Y'.                        03540001
        05 WS-OPEN-ONLY-SW    PIC   X.                                  03550001
           88 WS-OPEN-ONLY            VALUE 'Y'.                        03560001
        05 WS-SCAN-IDX        PIC   9(3)  USAGE IS COMP.                03570001
      *    QUEUE AND LINK COUNTS FOR THE SAVE AND LINK MESSAGES.        03580001
       01 WS-QUEUED         PIC   9(3)  VALUE 0.                        03590001
       01 WS-TO-QUEUE       PIC   9(3)  VALUE 0.                        03591002
       01 WS-PICKED-UP      PIC   9(3)  VALUE 0.                        03600001
       01 WS-LINKED-NEW     PIC   9(3)  VALUE 0.                        03610001
       01 WS-REREAD-COUNT   PIC   9(3)  USAGE IS COMP VALUE 0.          03620001
      * --------------------------------------------------------------- 03630001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        03640001
       01 WS-CAT-DEFAULTS.                                              03650001
        05 FILLER            PIC   X(25)                                03660001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         03670001
        05 FILLER            PIC   X(25)                                03680001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         03690001
        05 FILLER            PIC   X(25)                                03700001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         03710001
        05 FILLER            PIC   X(25)                                03720001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         03730001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               03740001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                03750001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          03760001
       01 WS-CAT-TABLE.                                                 03770001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                03780001
           10 WS-CAT-TOPIC    PIC   X(8).                               03790001
           10 WS-CAT-DDNAME   PIC   X(8).                               03800001
           10 WS-CAT-MIXED    PIC   X.                                  03810001
           10 WS-CAT-FALLBACK PIC   X(8).                               03820001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  03830001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   03840001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          03850001
      ******************************************************************03860001
       LINKAGE SECTION.                                                 03870001
       01 PARM-BUFFER.                                                  03880001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               03890001
        05 PARM-DATA                    PIC   X(256).                   03900001
      ******************************************************************03910001
       PROCEDURE DIVISION USING PARM-BUFFER.                            03920001
           DISPLAY WS-HLINE                                             03930001
           DISPLAY 'QUESTION CHALLENGE REGISTER'                        03940001
           DISPLAY WS-HLINE                                             03950001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               03960001
           PERFORM PROC-PARSE-PARM                                      03970001
           IF RETURN-CODE = 16                                          03980001
              GOBACK                                                    03990001
           END-IF                                                       04000001
           PERFORM PROC-LOAD-CHALLENGES                                 04010001
           IF WS-DONE                                                   04020001
              GOBACK                                                    04030001
           END-IF                                                       04040001
           PERFORM PROC-LINK-TRAIL                                      04050001
           IF WS-LINK-MODE                                              04060001
              PERFORM PROC-SAVE                                         04070001
              IF WS-SAVE-FAILED                                         04080001
                 MOVE 8 TO RETURN-CODE                                  04090001
              END-IF                                                    04100001
              GOBACK                                                    04110001
           END-IF                                                       04120001
           PERFORM PROC-LOAD-CATALOG                                    04130001
           PERFORM PROC-LOAD-ROSTER                                     04140001
           PERFORM PROC-GET-REVIEWER                                    04150001
           PERFORM PROC-MENU                                            04160001
              UNTIL WS-DONE                                             04170001
           IF WS-SAVE-FAILED                                            04180001
              MOVE 8 TO RETURN-CODE                                     04190001
           END-IF                                                       04200001
           DISPLAY WS-HLINE                                             04210001
           DISPLAY 'BYE, BYE :)'                                        04220001
           GOBACK.                                                      04230001
      ******************************************************************04240001
       PROC-PARSE-PARM.                                                 04250001
           IF PARM-LENGTH > 0                                           04260001
              MOVE FUNCTION UPPER-CASE(PARM-DATA) TO PARM-DATA          04270001
              IF PARM-LENGTH = 4 AND PARM-DATA(1:4) = 'LINK'            04280001
                 SET WS-LINK-MODE TO TRUE                               04290001
                 DISPLAY 'LINK RUN - NO CONSOLE SESSION'                04300001
              ELSE                                                      04310001
                 DISPLAY 'ERROR: THE ONLY PARM IS LINK'                 04320001
                 MOVE 16 TO RETURN-CODE                                 04330001
              END-IF                                                    04340001
           END-IF                                                       04350001
           EXIT.                                                        04360001
      ******************************************************************04370001
      *    A REGISTER LONGER THAN THE TABLE IS NOT HALF-LOADED AND THEN 04380001
      *    WRITTEN BACK TRUNCATED - THE SESSION ENDS INSTEAD.           04390001
       PROC-LOAD-CHALLENGES.                                            04400001
           MOVE 0 TO WS-CH-COUNT                                        04410001
           OPEN INPUT CHL-FILE                                          04420001
           EVALUATE WS-CHL-STATUS                                       04430001
              WHEN '00'                                                 04440001
                 PERFORM PROC-LOAD-ONE-CHALLENGE                        04450001
                    UNTIL WS-CHL-STATUS NOT = '00'                      04460001
                 CLOSE CHL-FILE                                         04470001
                 MOVE '00' TO WS-CHL-STATUS                             04480001
                 DISPLAY WS-CH-COUNT, ' CHALLENGES LOADED'              04490001
              WHEN '35'                                                 04500001
                 DISPLAY 'QZCHALNG IS EMPTY OR NOT CATALOGED YET - ',   04510001
                    'STARTING A NEW REGISTER'                           04520001
              WHEN OTHER                                                04530001
                 DISPLAY 'ERROR: QZCHALNG COULD NOT BE OPENED (STATUS=',04540001
                    WS-CHL-STATUS, ')'                                  04550001
                 MOVE 12 TO RETURN-CODE                                 04560001
                 SET WS-DONE TO TRUE                                    04570001
           END-EVALUATE                                                 04580001
           MOVE WS-CH-COUNT TO WS-CH-LOADED                             04590001
           EXIT.                                                        04600001
      ******************************************************************04610001
       PROC-LOAD-ONE-CHALLENGE.                                         04620001
           READ CHL-FILE                                                04630001
           IF WS-CHL-STATUS = '00'                                      04640001
              IF WS-CH-COUNT = WS-CH-LIMIT                              04650001
                 DISPLAY 'ERROR: QZCHALNG HOLDS MORE THAN ',            04660001
                    WS-CH-LIMIT, ' CHALLENGES - ARCHIVE CLOSED ONES ',  04670001
                    'FIRST'                                             04680001
                 MOVE 12 TO RETURN-CODE                                 04690001
                 SET WS-DONE TO TRUE                                    04700001
                 MOVE '10' TO WS-CHL-STATUS                             04710001
              ELSE                                                      04720001
                 ADD 1 TO WS-CH-COUNT                                   04730001
                 SET C TO WS-CH-COUNT                                   04740001
                 PERFORM PROC-RECORD-TO-TABLE                           04750001
              END-IF                                                    04760001
           END-IF                                                       04770001
           EXIT.                                                        04780001
      ******************************************************************04790001
       PROC-RECORD-TO-TABLE.                                            04800001
           MOVE CHL-ID             TO WS-CH-ID(C)                       04810001
           MOVE CHL-QID            TO WS-CH-QID(C)                      04820001
           MOVE CHL-OPER-ID        TO WS-CH-OPER(C)                     04830001
           MOVE CHL-TOPIC          TO WS-CH-TOPIC(C)                    04840001
           MOVE CHL-ATT-DATE       TO WS-CH-ATT-DATE(C)                 04850001
           MOVE CHL-SOURCE         TO WS-CH-SOURCE(C)                   04860001
           MOVE CHL-REASON         TO WS-CH-REASON(C)                   04870001
           MOVE CHL-STATUS         TO WS-CH-STATUS(C)                   04880001
           MOVE CHL-NEW-KEY        TO WS-CH-NEW-KEY(C)                  04890001
           MOVE CHL-DECIDED-BY     TO WS-CH-DECIDED-BY(C)               04900001
           MOVE CHL-DECIDED-DATE   TO WS-CH-DECIDED-DATE(C)             04910001
           MOVE CHL-RESPONSE       TO WS-CH-RESPONSE(C)                 04920001
           MOVE CHL-REQ-ID         TO WS-CH-REQ-ID(C)                   04930001
           MOVE CHL-REQ-DATE       TO WS-CH-REQ-DATE(C)                 04940001
           MOVE CHL-ADJ-DATE       TO WS-CH-ADJ-DATE(C)                 04950001
           MOVE CHL-ADJ-COUNT      TO WS-CH-ADJ-COUNT(C)                04960001
           MOVE CHL-ADJ-COUNT      TO WS-CH-PRIOR-ADJ(C)                04970001
           EXIT.                                                        04980001
      ******************************************************************04990001
      *    RECOUNTS, FROM SCRATCH, THE QZADJLOG RECORDS EACH UPHELD     05000001
      *    CHALLENGE'S REQUEST PRODUCED - QZREGRAD STAMPS THE REQUEST'S 05010001
      *    CHALLENGE ID ON EVERY ADJUSTMENT IT WRITES, AND EVERY        05020001
      *    CHALLENGE SHARING THAT REQUEST SHARES THE LINK. WITHOUT      05030001
      *    QZADJLOG THE LINKS ALREADY ON THE REGISTER ARE KEPT.         05040001
       PROC-LINK-TRAIL.                                                 05050001
           MOVE 0 TO WS-LINKED-NEW                                      05060001
           OPEN INPUT ADJ-FILE                                          05070001
           IF WS-ADJ-STATUS NOT = '00'                                  05080001
              DISPLAY 'WARNING: QZADJLOG NOT AVAILABLE (STATUS=',       05090001
                 WS-ADJ-STATUS, ') - REGRADE LINKS NOT REFRESHED'       05100001
              EXIT PARAGRAPH                                            05110001
           END-IF                                                       05120001
           PERFORM VARYING C FROM 1 BY 1                                05130001
              UNTIL C > WS-CH-COUNT                                     05140001
              IF WS-CH-REQ-ID(C) NOT = SPACES                           05150001
                 MOVE 0 TO WS-CH-ADJ-COUNT(C)                           05160001
                 MOVE 0 TO WS-CH-ADJ-DATE(C)                            05170001
              END-IF                                                    05180001
           END-PERFORM                                                  05190001
           PERFORM PROC-LINK-ONE-ADJ                                    05200001
              UNTIL WS-ADJ-STATUS NOT = '00'                            05210001
           CLOSE ADJ-FILE                                               05220001
           MOVE '00' TO WS-ADJ-STATUS                                   05230001
           PERFORM VARYING C FROM 1 BY 1                                05240001
              UNTIL C > WS-CH-COUNT                                     05250001
              IF WS-CH-PRIOR-ADJ(C) = 0 AND WS-CH-ADJ-COUNT(C) > 0      05260001
                 ADD 1 TO WS-LINKED-NEW                                 05270001
              END-IF                                                    05280001
              IF WS-CH-PRIOR-ADJ(C) NOT = WS-CH-ADJ-COUNT(C)            05290001
                 SET WS-CHANGED TO TRUE                                 05300001
              END-IF                                                    05310001
              MOVE WS-CH-ADJ-COUNT(C) TO WS-CH-PRIOR-ADJ(C)             05320001
           END-PERFORM                                                  05330001
           DISPLAY WS-LINKED-NEW, ' UPHELD CHALLENGES NEWLY LINKED TO ',05340001
              'THEIR QZADJLOG REGRADE RECORDS'                          05350001
           EXIT.                                                        05360001
      ******************************************************************05370001
       PROC-LINK-ONE-ADJ.                                               05380001
           READ ADJ-FILE                                                05390001
           IF WS-ADJ-STATUS NOT = '00'                                  05400001
              OR ADJ-CHAL-ID = SPACES                                   05410001
              EXIT PARAGRAPH                                            05420001
           END-IF                                                       05430001
           PERFORM VARYING C FROM 1 BY 1                                05440001
              UNTIL C > WS-CH-COUNT                                     05450001
              IF WS-CH-REQ-ID(C) = ADJ-CHAL-ID                          05460001
                 ADD 1 TO WS-CH-ADJ-COUNT(C)                            05470001
                 IF ADJ-RUN-DATE > WS-CH-ADJ-DATE(C)                    05480001
                    MOVE ADJ-RUN-DATE TO WS-CH-ADJ-DATE(C)              05490001
                 END-IF                                                 05500001
              END-IF                                                    05510001
           END-PERFORM                                                  05520001
           EXIT.                                                        05530001
      ******************************************************************05540001
       PROC-LOAD-ROSTER.                                                05550001
           MOVE 0 TO WS-ROS-COUNT                                       05560001
           OPEN INPUT ROSTER-FILE                                       05570001
           IF WS-ROS-STATUS = '00'                                      05580001
              SET WS-ROSTER-USED TO TRUE                                05590001
              PERFORM PROC-LOAD-ONE-ROSTER                              05600001
                 UNTIL WS-ROS-STATUS NOT = '00'                         05610001
              CLOSE ROSTER-FILE                                         05620001
              MOVE '00' TO WS-ROS-STATUS                                05630001
           ELSE                                                         05640001
              DISPLAY 'WARNING: ROSTER NOT AVAILABLE (STATUS=',         05650001
                 WS-ROS-STATUS, ') - OPERATOR IDS NOT VALIDATED'        05660001
           END-IF                                                       05670001
           EXIT.                                                        05680001
      ******************************************************************05690001
       PROC-LOAD-ONE-ROSTER.                                            05700001
           READ ROSTER-FILE                                             05710001
           IF WS-ROS-STATUS = '00'                                      05720001
              AND WS-ROS-COUNT < 999                                    05730001
              ADD 1 TO WS-ROS-COUNT                                     05740001
              MOVE ROS-OPER-ID TO WS-ROS-ID(WS-ROS-COUNT)               05750001
           END-IF                                                       05760001
           EXIT.                                                        05770001
      ******************************************************************05780001
       PROC-GET-REVIEWER.                                               05790001
           MOVE 'N' TO WS-FIELD-OK-SW                                   05800001
           PERFORM UNTIL WS-FIELD-OK                                    05810001
              DISPLAY 'ENTER YOUR NAME OR ID (STAMPED ON EVERY ',       05820001
                 'DECISION YOU MAKE)'                                   05830001
              ACCEPT WS-REVIEWER                                        05840001
              MOVE FUNCTION UPPER-CASE(WS-REVIEWER) TO WS-REVIEWER      05850001
              IF WS-REVIEWER = SPACES                                   05860001
                 DISPLAY 'A DECISION MUST NAME WHO MADE IT'             05870001
              ELSE                                                      05880001
                 SET WS-FIELD-OK TO TRUE                                05890001
              END-IF                                                    05900001
           END-PERFORM                                                  05910001
           EXIT.                                                        05920001
      ******************************************************************05930001
       PROC-MENU.                                                       05940001
           DISPLAY WS-HLINE                                             05950001
           DISPLAY 'L=LIST OPEN A=LIST ALL E=ENTER W=WORK S=SAVE Q=QUIT'05960001
           ACCEPT WS-MENU-CHOICE                                        05970001
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)                     05980001
              TO WS-MENU-CHOICE                                         05990001
           EVALUATE TRUE                                                06000001
              WHEN WS-CHOICE-LIST    PERFORM PROC-LIST-OPEN             06010001
              WHEN WS-CHOICE-ALL     PERFORM PROC-LIST-ALL              06020001
              WHEN WS-CHOICE-ENTER   PERFORM PROC-ENTER                 06030001
              WHEN WS-CHOICE-WORK    PERFORM PROC-WORK                  06040001
              WHEN WS-CHOICE-SAVE    PERFORM PROC-SAVE                  06050001
              WHEN WS-CHOICE-QUIT    PERFORM PROC-QUIT                  06060001
              WHEN OTHER                                                06070001
                 DISPLAY 'INVALID CHOICE - PLEASE ENTER L, A, E, W, ',  06080001
                    'S OR Q'                                            06090001
           END-EVALUATE                                                 06100001
           EXIT.                                                        06110001
      ******************************************************************06120001
       PROC-LIST-OPEN.                                                  06130001
           SET WS-OPEN-ONLY TO TRUE                                     06140001
           PERFORM PROC-LIST                                            06150001
           EXIT.                                                        06160001
      ******************************************************************06170001
       PROC-LIST-ALL.                                                   06180001
           MOVE 'N' TO WS-OPEN-ONLY-SW                                  06190001
           PERFORM PROC-LIST                                            06200001
           EXIT.                                                        06210001
      ******************************************************************06220001
       PROC-LIST.                                                       06230001
           MOVE 0 TO WS-SHOWN                                           06240001
           PERFORM VARYING C FROM 1 BY 1                                06250001
              UNTIL C > WS-CH-COUNT                                     06260001
              IF WS-CH-OPEN(C) OR NOT WS-OPEN-ONLY                      06270001
                 PERFORM PROC-LIST-ONE                                  06280001
                 ADD 1 TO WS-SHOWN                                      06290001
              END-IF                                                    06300001
           END-PERFORM                                                  06310001
           IF WS-SHOWN = 0                                              06320001
              IF WS-OPEN-ONLY                                           06330001
                 DISPLAY 'NO OPEN CHALLENGES'                           06340001
              ELSE                                                      06350001
                 DISPLAY 'NO CHALLENGES ON FILE'                        06360001
              END-IF                                                    06370001
           END-IF                                                       06380001
           EXIT.                                                        06390001
      ******************************************************************06400001
       PROC-LIST-ONE.                                                   06410001
           SET WS-LIST-NUM TO C                                         06420001
           PERFORM PROC-SET-STATE                                       06430001
           DISPLAY 'CHALLENGE-', WS-LIST-NUM, ' ', WS-CH-QID(C), ' ',   06440001
              WS-CH-OPER(C), ' ', WS-CH-TOPIC(C), ' ',                  06450001
              WS-CH-ATT-DATE(C), ' ', WS-CH-STATE                       06460001
           DISPLAY '           REASON:   ', WS-CH-REASON(C)             06470001
           IF NOT WS-CH-OPEN(C)                                         06480001
              DISPLAY '           DECIDED:  ', WS-CH-DECIDED-DATE(C),   06490001
                 ' BY ', WS-CH-DECIDED-BY(C)                            06500001
              DISPLAY '           RESPONSE: ', WS-CH-RESPONSE(C)        06510001
           END-IF                                                       06520001
           IF WS-CH-UPHELD(C)                                           06530001
              EVALUATE TRUE                                             06540001
                 WHEN WS-CH-ADJ-COUNT(C) > 0                            06550001
                    DISPLAY '           REGRADED ',                     06560001
                       WS-CH-ADJ-DATE(C), ' - ', WS-CH-ADJ-COUNT(C),    06570001
                       ' QZADJLOG RECORD(S), REQUEST ', WS-CH-REQ-ID(C) 06580001
                 WHEN WS-CH-REQ-DATE(C) > 0                             06590001
                    DISPLAY '           REGRADE QUEUED ',               06600001
                       WS-CH-REQ-DATE(C), ', REQUEST ', WS-CH-REQ-ID(C) 06610001
                 WHEN OTHER                                             06620001
                    DISPLAY '           REGRADE NOT QUEUED YET ',       06630001
                       '(SAVE TO QUEUE IT)'                             06640001
              END-EVALUATE                                              06650001
           END-IF                                                       06660001
           EXIT.                                                        06670001
      ******************************************************************06680001
       PROC-SET-STATE.                                                  06690001
           EVALUATE TRUE                                                06700001
              WHEN WS-CH-OPEN(C)                                        06710001
                 MOVE 'OPEN' TO WS-CH-STATE                             06720001
              WHEN WS-CH-UPHELD-KEY(C)                                  06730001
                 MOVE SPACES TO WS-CH-STATE                             06740001
                 STRING 'UPHELD - KEY ' WS-CH-NEW-KEY(C)                06750001
                    DELIMITED BY SIZE INTO WS-CH-STATE                  06760001
              WHEN WS-CH-UPHELD-VOID(C)                                 06770001
                 MOVE 'UPHELD - VOID' TO WS-CH-STATE                    06780001
              WHEN WS-CH-REJECTED(C)                                    06790001
                 MOVE 'REJECTED' TO WS-CH-STATE                         06800001
              WHEN OTHER                                                06810001
                 MOVE 'UNKNOWN STATUS' TO WS-CH-STATE                   06820001
           END-EVALUATE                                                 06830001
           EXIT.                                                        06840001
      ******************************************************************06850001
      *    A CLERK'S CHALLENGE FOR A BATCH-CHECK ATTEMPT - ROSTERED     06860001
      *    OPERATOR, CATALOG TOPIC, THE DAY OF THE RUN AND THE QUESTION 06870001
      *    ID FROM THE SHEET. WHEN QUIZDTL IS AVAILABLE THE ATTEMPT     06880001
      *    MUST HAVE ANSWERED THAT QUESTION THAT DAY, SO QZREGRAD WILL  06890001
      *    FIND IT; THE SAME ANSWER IS NOT CHALLENGED TWICE.            06900001
       PROC-ENTER.                                                      06910001
           IF WS-CH-COUNT = WS-CH-LIMIT                                 06920001
              DISPLAY 'REGISTER IS FULL (', WS-CH-LIMIT,                06930001
                 ' CHALLENGES)'                                         06940001
              EXIT PARAGRAPH                                            06950001
           END-IF                                                       06960001
           MOVE 'N' TO WS-CANCEL-SW                                     06970001
           PERFORM PROC-GET-OPER                                        06980001
           IF NOT WS-CANCELLED                                          06990001
              PERFORM PROC-GET-TOPIC                                    07000001
           END-IF                                                       07010001
           IF NOT WS-CANCELLED                                          07020001
              PERFORM PROC-GET-ATT-DATE                                 07030001
           END-IF                                                       07040001
           IF NOT WS-CANCELLED                                          07050001
              PERFORM PROC-GET-QID                                      07060001
           END-IF                                                       07070001
           IF NOT WS-CANCELLED                                          07080001
              PERFORM PROC-FIND-DUPLICATE                               07090001
              IF WS-FOUND                                               07100001
                 DISPLAY 'ALREADY ON THE REGISTER AS CHALLENGE-',       07110001
                    WS-EDIT-NUM                                         07120001
                 SET WS-CANCELLED TO TRUE                               07130001
              END-IF                                                    07140001
           END-IF                                                       07150001
           IF NOT WS-CANCELLED                                          07160001
              PERFORM PROC-CHECK-ATTEMPT                                07170001
           END-IF                                                       07180001
           IF NOT WS-CANCELLED                                          07190001
              PERFORM PROC-GET-REASON                                   07200001
           END-IF                                                       07210001
           IF WS-CANCELLED                                              07220001
              DISPLAY 'NO CHALLENGE ENTERED'                            07230001
              EXIT PARAGRAPH                                            07240001
           END-IF                                                       07250001
           ADD 1 TO WS-CH-COUNT                                         07260001
           SET C TO WS-CH-COUNT                                         07270001
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CH-ID(C)              07280001
           MOVE WS-IN-QID      TO WS-CH-QID(C)                          07290001
           MOVE WS-IN-OPER     TO WS-CH-OPER(C)                         07300001
           MOVE WS-IN-TOPIC    TO WS-CH-TOPIC(C)                        07310001
           MOVE WS-IN-DATE-NUM TO WS-CH-ATT-DATE(C)                     07320001
           MOVE 'S'            TO WS-CH-SOURCE(C)                       07330001
           MOVE WS-IN-REASON   TO WS-CH-REASON(C)                       07340001
           SET WS-CH-OPEN(C)   TO TRUE                                  07350001
           MOVE SPACE          TO WS-CH-NEW-KEY(C)                      07360001
           MOVE SPACES         TO WS-CH-DECIDED-BY(C)                   07370001
           MOVE 0              TO WS-CH-DECIDED-DATE(C)                 07380001
           MOVE SPACES         TO WS-CH-RESPONSE(C)                     07390001
           MOVE SPACES         TO WS-CH-REQ-ID(C)                       07400001
           MOVE 0              TO WS-CH-REQ-DATE(C)                     07410001
           MOVE 0              TO WS-CH-ADJ-DATE(C)                     07420001
           MOVE 0              TO WS-CH-ADJ-COUNT(C)                    07430001
           MOVE 0              TO WS-CH-PRIOR-ADJ(C)                    07440001
           SET WS-CHANGED TO TRUE                                       07450001
           SET WS-LIST-NUM TO C                                         07460001
           DISPLAY 'CHALLENGE-', WS-LIST-NUM, ' ENTERED - ',            07470001
              WS-CH-ID(C)                                               07480001
           EXIT.                                                        07490001
      ******************************************************************07500001
       PROC-FIND-DUPLICATE.                                             07510001
           MOVE 'N' TO WS-FOUND-SW                                      07520001
           MOVE 0 TO WS-EDIT-NUM                                        07530001
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                      07540001
              UNTIL WS-SCAN-IDX > WS-CH-COUNT                           07550001
              OR WS-FOUND                                               07560001
              IF WS-CH-OPER(WS-SCAN-IDX) = WS-IN-OPER                   07570001
                 AND WS-CH-QID(WS-SCAN-IDX) = WS-IN-QID                 07580001
                 AND WS-CH-ATT-DATE(WS-SCAN-IDX) = WS-IN-DATE-NUM       07590001
                 SET WS-FOUND TO TRUE                                   07600001
                 MOVE WS-SCAN-IDX TO WS-EDIT-NUM                        07610001
              END-IF                                                    07620001
           END-PERFORM                                                  07630001
           EXIT.                                                        07640001
      ******************************************************************07650001
      *    ONE PASS OVER QUIZDTL FOR THE ANSWER BEING CHALLENGED. A     07660001
      *    MISSING QUIZDTL CANNOT DISPROVE THE CLERK, SO THE ENTRY IS   07670001
      *    TAKEN WITH A WARNING.                                        07680001
       PROC-CHECK-ATTEMPT.                                              07690001
           MOVE 'N' TO WS-FOUND-SW                                      07700001
           OPEN INPUT DTL-FILE                                          07710001
           IF WS-DTL-STATUS NOT = '00'                                  07720001
              DISPLAY 'WARNING: QUIZDTL NOT AVAILABLE (STATUS=',        07730001
                 WS-DTL-STATUS, ') - ATTEMPT NOT VERIFIED'              07740001
              EXIT PARAGRAPH                                            07750001
           END-IF                                                       07760001
           PERFORM PROC-CHECK-ONE-DETAIL                                07770001
              UNTIL WS-DTL-STATUS NOT = '00'                            07780001
              OR WS-FOUND                                               07790001
           CLOSE DTL-FILE                                               07800001
           MOVE '00' TO WS-DTL-STATUS                                   07810001
           IF NOT WS-FOUND                                              07820001
              DISPLAY 'QUIZDTL SHOWS NO ANSWER TO ', WS-IN-QID, ' BY ', 07830001
                 WS-IN-OPER, ' FOR ', WS-IN-TOPIC, ' ON ',              07840001
                 WS-IN-DATE-NUM, ' - CHECK THE SHEET'                   07850001
              SET WS-CANCELLED TO TRUE                                  07860001
           END-IF                                                       07870001
           EXIT.                                                        07880001
      ******************************************************************07890001
       PROC-CHECK-ONE-DETAIL.                                           07900001
           READ DTL-FILE                                                07910001
           IF WS-DTL-STATUS = '00'                                      07920001
              AND DTL-OPER-ID = WS-IN-OPER                              07930001
              AND DTL-DATE = WS-IN-DATE-NUM                             07940001
              AND DTL-TOPIC = WS-IN-TOPIC                               07950001
              AND DTL-QID = WS-IN-QID                                   07960001
              SET WS-FOUND TO TRUE                                      07970001
           END-IF                                                       07980001
           EXIT.                                                        07990001
      ******************************************************************08000001
      *    DECIDES ONE OPEN CHALLENGE. WHEN ANOTHER CHALLENGE ON THE    08010001
      *    SAME QUESTION IS ALREADY UPHELD, AN UPHOLD HERE TAKES THAT   08020001
      *    CORRECTION AND SHARES ITS REGRADE REQUEST.                   08030001
       PROC-WORK.                                                       08040001
           PERFORM PROC-GET-CHAL-NUM                                    08050001
           IF WS-EDIT-NUM = 0                                           08060001
              EXIT PARAGRAPH                                            08070001
           END-IF                                                       08080001
           SET C TO WS-EDIT-NUM                                         08090001
           PERFORM PROC-LIST-ONE                                        08100001
           IF NOT WS-CH-OPEN(C)                                         08110001
              DISPLAY 'CHALLENGE-', WS-EDIT-NUM, ' IS ALREADY DECIDED'  08120001
              EXIT PARAGRAPH                                            08130001
           END-IF                                                       08140001
           PERFORM PROC-FIND-LEAD                                       08150001
           IF WS-OTHER-OPEN > 0                                         08160001
              DISPLAY WS-OTHER-OPEN, ' OTHER OPEN CHALLENGE(S) ON ',    08170001
                 'QUESTION ', WS-CH-QID(C)                              08180001
           END-IF                                                       08190001
           IF WS-LEAD-NUM > 0                                           08200001
              MOVE WS-LEAD-NUM TO WS-SCAN-IDX                           08210001
              IF WS-CH-UPHELD-VOID(WS-SCAN-IDX)                         08220001
                 DISPLAY 'QUESTION ', WS-CH-QID(C), ' IS ALREADY ',     08230001
                    'VOIDED UNDER CHALLENGE-', WS-LEAD-NUM,             08240001
                    ' - AN UPHOLD JOINS THAT DECISION'                  08250001
              ELSE                                                      08260001
                 DISPLAY 'QUESTION ', WS-CH-QID(C), ' IS ALREADY ',     08270001
                    'REKEYED TO ', WS-CH-NEW-KEY(WS-SCAN-IDX),          08280001
                    ' UNDER CHALLENGE-', WS-LEAD-NUM,                   08290001
                    ' - AN UPHOLD JOINS THAT DECISION'                  08300001
              END-IF                                                    08310001
           END-IF                                                       08320001
           MOVE 'N' TO WS-CANCEL-SW                                     08330001
           PERFORM PROC-GET-DECISION                                    08340001
           IF NOT WS-CANCELLED AND WS-DECIDE-KEY AND WS-LEAD-NUM = 0    08350001
              PERFORM PROC-GET-KEY                                      08360001
           END-IF                                                       08370001
           IF NOT WS-CANCELLED                                          08380001
              PERFORM PROC-GET-RESPONSE                                 08390001
           END-IF                                                       08400001
           IF WS-CANCELLED                                              08410001
              DISPLAY 'CHALLENGE-', WS-EDIT-NUM, ' LEFT OPEN'           08420001
              EXIT PARAGRAPH                                            08430001
           END-IF                                                       08440001
           EVALUATE TRUE                                                08450001
              WHEN WS-DECIDE-REJECT                                     08460001
                 SET WS-CH-REJECTED(C) TO TRUE                          08470001
              WHEN WS-LEAD-NUM > 0                                      08480001
                 MOVE WS-CH-STATUS(WS-SCAN-IDX)  TO WS-CH-STATUS(C)     08490001
                 MOVE WS-CH-NEW-KEY(WS-SCAN-IDX) TO WS-CH-NEW-KEY(C)    08500001
                 MOVE WS-CH-REQ-ID(WS-SCAN-IDX)  TO WS-CH-REQ-ID(C)     08510001
                 MOVE WS-CH-REQ-DATE(WS-SCAN-IDX)                       08520001
                    TO WS-CH-REQ-DATE(C)                                08530001
                 MOVE WS-CH-ADJ-DATE(WS-SCAN-IDX)                       08540001
                    TO WS-CH-ADJ-DATE(C)                                08550001
                 MOVE WS-CH-ADJ-COUNT(WS-SCAN-IDX)                      08560001
                    TO WS-CH-ADJ-COUNT(C)                               08570001
                 MOVE WS-CH-ADJ-COUNT(C) TO WS-CH-PRIOR-ADJ(C)          08580001
              WHEN WS-DECIDE-KEY                                        08590001
                 SET WS-CH-UPHELD-KEY(C) TO TRUE                        08600001
                 MOVE WS-IN-KEY  TO WS-CH-NEW-KEY(C)                    08610001
                 MOVE WS-CH-ID(C) TO WS-CH-REQ-ID(C)                    08620001
              WHEN OTHER                                                08630001
                 SET WS-CH-UPHELD-VOID(C) TO TRUE                       08640001
                 MOVE SPACE      TO WS-CH-NEW-KEY(C)                    08650001
                 MOVE WS-CH-ID(C) TO WS-CH-REQ-ID(C)                    08660001
           END-EVALUATE                                                 08670001
           MOVE WS-REVIEWER    TO WS-CH-DECIDED-BY(C)                   08680001
           MOVE WS-RUN-DATE    TO WS-CH-DECIDED-DATE(C)                 08690001
           IF WS-IN-RESPONSE = SPACES                                   08700001
              PERFORM PROC-DEFAULT-RESPONSE                             08710001
           ELSE                                                         08720001
              MOVE WS-IN-RESPONSE TO WS-CH-RESPONSE(C)                  08730001
           END-IF                                                       08740001
           SET WS-CHANGED TO TRUE                                       08750001
           PERFORM PROC-SET-STATE                                       08760001
           DISPLAY 'CHALLENGE-', WS-EDIT-NUM, ' ', WS-CH-STATE          08770001
           IF WS-CH-UPHELD(C) AND WS-LEAD-NUM = 0                       08780001
              DISPLAY 'THE REGRADE REQUEST IS QUEUED ON QZRGREQ WHEN ', 08790001
                 'YOU SAVE - CORRECT OR RETIRE THE QUESTION IN ',       08800001
                 'THE BANK ITSELF WITH QZBANKMT'                        08810001
           END-IF                                                       08820001
           EXIT.                                                        08830001
      ******************************************************************08840001
      *    THE FIRST UPHELD CHALLENGE ON THE SAME QUESTION (0 WHEN      08850001
      *    NONE), AND HOW MANY OTHERS ON IT ARE STILL OPEN.             08860001
       PROC-FIND-LEAD.                                                  08870001
           MOVE 0 TO WS-LEAD-NUM                                        08880001
           MOVE 0 TO WS-OTHER-OPEN                                      08890001
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                      08900001
              UNTIL WS-SCAN-IDX > WS-CH-COUNT                           08910001
              IF WS-CH-QID(WS-SCAN-IDX) = WS-CH-QID(C)                  08920001
                 AND WS-SCAN-IDX NOT = WS-EDIT-NUM                      08930001
                 IF WS-CH-UPHELD(WS-SCAN-IDX) AND WS-LEAD-NUM = 0       08940001
                    MOVE WS-SCAN-IDX TO WS-LEAD-NUM                     08950001
                 END-IF                                                 08960001
                 IF WS-CH-OPEN(WS-SCAN-IDX)                             08970001
                    ADD 1 TO WS-OTHER-OPEN                              08980001
                 END-IF                                                 08990001
              END-IF                                                    09000001
           END-PERFORM                                                  09010001
           EXIT.                                                        09020001
      ******************************************************************09030001
       PROC-DEFAULT-RESPONSE.                                           09040001
           EVALUATE TRUE                                                09050001
              WHEN WS-CH-UPHELD-KEY(C)                                  09060001
                 MOVE SPACES TO WS-CH-RESPONSE(C)                       09070001
                 STRING 'UPHELD - THE KEY IS NOW ' WS-CH-NEW-KEY(C)     09080001
                    ', ATTEMPTS REGRADED' DELIMITED BY SIZE             09090001
                    INTO WS-CH-RESPONSE(C)                              09100001
              WHEN OTHER                                                09110001
                 MOVE 'UPHELD - QUESTION VOIDED, ATTEMPTS REGRADED'     09120001
                    TO WS-CH-RESPONSE(C)                                09130001
           END-EVALUATE                                                 09140001
           EXIT.                                                        09150001
      ******************************************************************09160001
      *    THE REGISTER IS WRITTEN FIRST, ALREADY SHOWING THE REQUESTS  09161002
      *    ABOUT TO BE QUEUED AS QUEUED TODAY, AND QZRGREQ IS ONLY      09162002
      *    WRITTEN ONCE THAT HAS WORKED - A REGISTER THAT CANNOT BE     09163002
      *    WRITTEN QUEUES NOTHING, SO THE NEXT SAVE CANNOT QUEUE THE    09164002
      *    SAME REGRADE TWICE. A REQUEST THAT THEN FAILS TO QUEUE HAS   09165002
      *    ITS DATE TAKEN OFF AGAIN AND THE REGISTER IS REWRITTEN, SO   09166002
      *    THE NEXT SAVE TRIES IT AGAIN.                                09167002
       PROC-SAVE.                                                       09170001
           MOVE 'N' TO WS-SAVE-FAILED-SW                                09180001
           PERFORM PROC-PICK-UP-NEW                                     09190001
           IF WS-SAVE-FAILED                                            09200001
              EXIT PARAGRAPH                                            09210001
           END-IF                                                       09220001
           PERFORM PROC-MARK-REQUESTS                                   09221002
           PERFORM PROC-WRITE-REGISTER                                  09222002
           IF WS-SAVE-FAILED                                            09223002
              PERFORM PROC-UNMARK-REQUESTS                              09224002
              EXIT PARAGRAPH                                            09225002
           END-IF                                                       09226002
           IF WS-TO-QUEUE > 0                                           09227002
              PERFORM PROC-QUEUE-REQUESTS                               09228002
              IF WS-QUEUED < WS-TO-QUEUE                                09229002
                 PERFORM PROC-UNMARK-REQUESTS                           09230002
                 PERFORM PROC-WRITE-REGISTER                            09231002
              END-IF                                                    09232002
           END-IF                                                       09233002
           EXIT.                                                        09234002
      ******************************************************************09235002
       PROC-WRITE-REGISTER.                                             09236002
           OPEN OUTPUT CHL-FILE                                         09240001
           IF WS-CHL-STATUS NOT = '00'                                  09250001
              DISPLAY 'ERROR: QZCHALNG COULD NOT BE OPENED FOR OUTPUT ',09260001
                 '(STATUS=', WS-CHL-STATUS, ')'                         09270001
              SET WS-SAVE-FAILED TO TRUE                                09280001
           ELSE                                                         09290001
              PERFORM PROC-WRITE-ONE-CHALLENGE                          09300001
                 VARYING C FROM 1 BY 1                                  09310001
                 UNTIL C > WS-CH-COUNT                                  09320001
              CLOSE CHL-FILE                                            09330001
              IF WS-CHL-STATUS NOT = '00'                               09331003
                 DISPLAY 'ERROR: QZCHALNG COULD NOT BE CLOSED (STATUS=',09332003
                    WS-CHL-STATUS, ')'                                  09333003
                 SET WS-SAVE-FAILED TO TRUE                             09334003
              END-IF                                                    09335003
              MOVE WS-CH-COUNT TO WS-CH-LOADED                          09340001
              IF WS-SAVE-FAILED                                         09341003
                 DISPLAY 'QZCHALNG NOT SAVED - SAVE AGAIN BEFORE ',     09342003
                    'LEAVING'                                           09343003
              ELSE                                                      09344003
                 MOVE 'N' TO WS-CHANGED-SW                              09345003
                 DISPLAY WS-CH-COUNT, ' CHALLENGES WRITTEN TO QZCHALNG' 09346003
              END-IF                                                    09347003
           END-IF                                                       09370001
           EXIT.                                                        09380001
      ******************************************************************09390001
      *    ORQMOD02 ONLY EVER APPENDS, SO ANY RECORD PAST THE ONES THIS 09400001
      *    SESSION LOADED WAS RAISED AT A CONSOLE SINCE - IT IS ADDED TO09410001
      *    THE TABLE BEFORE THE REGISTER IS REWRITTEN. IF IT WILL NOT   09420001
      *    FIT, NOTHING IS WRITTEN RATHER THAN LOSE IT.                 09430001
       PROC-PICK-UP-NEW.                                                09440001
           MOVE 0 TO WS-PICKED-UP                                       09450001
           MOVE 0 TO WS-REREAD-COUNT                                    09460001
           OPEN INPUT CHL-FILE                                          09470001
           IF WS-CHL-STATUS NOT = '00'                                  09480001
              MOVE '00' TO WS-CHL-STATUS                                09490001
              EXIT PARAGRAPH                                            09500001
           END-IF                                                       09510001
           PERFORM PROC-PICK-UP-ONE                                     09520001
              UNTIL WS-CHL-STATUS NOT = '00'                            09530001
           CLOSE CHL-FILE                                               09540001
           IF WS-CHL-STATUS = '99'                                      09550001
              DISPLAY 'ERROR: REGISTER FULL - CHALLENGES RAISED ',      09560001
                 'DURING THE SESSION DO NOT FIT, NOTHING SAVED'         09570001
              SET WS-SAVE-FAILED TO TRUE                                09580001
           END-IF                                                       09590001
           MOVE '00' TO WS-CHL-STATUS                                   09600001
           IF WS-PICKED-UP > 0                                          09610001
              DISPLAY WS-PICKED-UP, ' CHALLENGE(S) RAISED DURING THE ', 09620001
                 'SESSION PICKED UP'                                    09630001
           END-IF                                                       09640001
           EXIT.                                                        09650001
      ******************************************************************09660001
       PROC-PICK-UP-ONE.                                                09670001
           READ CHL-FILE                                                09680001
           IF WS-CHL-STATUS NOT = '00'                                  09690001
              EXIT PARAGRAPH                                            09700001
           END-IF                                                       09710001
           ADD 1 TO WS-REREAD-COUNT                                     09720001
           IF WS-REREAD-COUNT > WS-CH-LOADED                            09730001
              IF WS-CH-COUNT = WS-CH-LIMIT                              09740001
                 MOVE '99' TO WS-CHL-STATUS                             09750001
              ELSE                                                      09760001
                 ADD 1 TO WS-CH-COUNT                                   09770001
                 ADD 1 TO WS-PICKED-UP                                  09780001
                 SET C TO WS-CH-COUNT                                   09790001
                 PERFORM PROC-RECORD-TO-TABLE                           09800001
              END-IF                                                    09810001
           END-IF                                                       09820001
           EXIT.                                                        09830001
      ******************************************************************09840001
      *    ONE QZRGREQ REQUEST PER UPHELD DECISION NOT YET QUEUED - THE 09850001
      *    LEAD CHALLENGE CARRIES IT, AND EVERY CHALLENGE SHARING ITS   09860001
      *    REQUEST IS STAMPED WITH THE QUEUE DATE BEFORE THE REGISTER   09861002
      *    IS WRITTEN.                                                  09862002
       PROC-MARK-REQUESTS.                                              09863002
           MOVE 0 TO WS-TO-QUEUE                                        09864002
           PERFORM VARYING C FROM 1 BY 1                                09865002
              UNTIL C > WS-CH-COUNT                                     09866002
              MOVE 'N' TO WS-CH-QUEUE-SW(C)                             09867002
           END-PERFORM                                                  09868002
           PERFORM VARYING C FROM 1 BY 1                                09920001
              UNTIL C > WS-CH-COUNT                                     09930001
              IF WS-CH-UPHELD(C) AND WS-CH-REQ-DATE(C) = 0              09940001
                 AND WS-CH-REQ-ID(C) = WS-CH-ID(C)                      09950001
                 SET WS-CH-TO-QUEUE(C) TO TRUE                          09951002
                 ADD 1 TO WS-TO-QUEUE                                   09952002
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                09953002
                    UNTIL WS-SCAN-IDX > WS-CH-COUNT                     09954002
                    IF WS-CH-REQ-ID(WS-SCAN-IDX) = WS-CH-ID(C)          09955002
                       MOVE WS-RUN-DATE TO WS-CH-REQ-DATE(WS-SCAN-IDX)  09956002
                    END-IF                                              09957002
                 END-PERFORM                                            09958002
              END-IF                                                    09970001
           END-PERFORM                                                  09980001
           EXIT.                                                        09981002
      ******************************************************************09982002
      *    TAKES THE QUEUE DATE OFF AGAIN FOR EVERY REQUEST STILL NOT   09983002
      *    ON QZRGREQ, SO THE NEXT SAVE TRIES IT AGAIN.                 09984002
       PROC-UNMARK-REQUESTS.                                            09985002
           PERFORM VARYING C FROM 1 BY 1                                09986002
              UNTIL C > WS-CH-COUNT                                     09987002
              IF WS-CH-TO-QUEUE(C)                                      09988002
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                09989002
                    UNTIL WS-SCAN-IDX > WS-CH-COUNT                     09990002
                    IF WS-CH-REQ-ID(WS-SCAN-IDX) = WS-CH-ID(C)          09991002
                       MOVE 0 TO WS-CH-REQ-DATE(WS-SCAN-IDX)            09992002
                    END-IF                                              09993002
                 END-PERFORM                                            09994002
                 MOVE 'N' TO WS-CH-QUEUE-SW(C)                          09995002
              END-IF                                                    09996002
           END-PERFORM                                                  09997002
           EXIT.                                                        09998002
      ******************************************************************09999002
      *    WRITES THE REQUESTS MARKED ABOVE. ANY LEFT MARKED AFTERWARDS 10000002
      *    DID NOT REACH QZRGREQ.                                       10001002
       PROC-QUEUE-REQUESTS.                                             10002002
           MOVE 0 TO WS-QUEUED                                          10003002
           OPEN EXTEND REQ-FILE                                         10020001
           IF WS-REQ-STATUS = '35'                                      10030001
              OPEN OUTPUT REQ-FILE                                      10040001
           END-IF                                                       10050001
           IF WS-REQ-STATUS NOT = '00'                                  10060001
              DISPLAY 'WARNING: QZRGREQ NOT AVAILABLE (STATUS=',        10070001
                 WS-REQ-STATUS, ') - REGRADES NOT QUEUED YET'           10080001
              EXIT PARAGRAPH                                            10090001
           END-IF                                                       10100001
           PERFORM PROC-QUEUE-ONE                                       10110001
              VARYING C FROM 1 BY 1                                     10120001
              UNTIL C > WS-CH-COUNT                                     10130001
           CLOSE REQ-FILE                                               10140001
           DISPLAY WS-QUEUED, ' REGRADE REQUEST(S) QUEUED ON QZRGREQ ', 10150001
              '- RUN QZREGRAD PARM=''QZRGREQ'''                         10160001
           EXIT.                                                        10170001
      ******************************************************************10180001
       PROC-QUEUE-ONE.                                                  10190001
           IF NOT WS-CH-TO-QUEUE(C)                                     10191002
              EXIT PARAGRAPH                                            10220001
           END-IF                                                       10230001
           MOVE SPACES              TO REQ-RECORD                       10240001
           MOVE WS-CH-QID(C)        TO REQ-QID                          10250001
           IF WS-CH-UPHELD-VOID(C)                                      10260001
              MOVE 'VOID'           TO REQ-CORRECTION                   10270001
           ELSE                                                         10280001
              MOVE WS-CH-NEW-KEY(C) TO REQ-CORRECTION                   10290001
           END-IF                                                       10300001
           MOVE WS-CH-ID(C)         TO REQ-CHAL-ID                      10310001
           MOVE WS-CH-DECIDED-DATE(C) TO REQ-DECIDED-DATE               10320001
           MOVE WS-CH-DECIDED-BY(C) TO REQ-DECIDED-BY                   10330001
           WRITE REQ-RECORD                                             10340001
           IF WS-REQ-STATUS NOT = '00'                                  10350001
              DISPLAY 'WARNING: QZRGREQ WRITE FAILED (STATUS=',         10360001
                 WS-REQ-STATUS, ') FOR ', WS-CH-QID(C)                  10370001
              EXIT PARAGRAPH                                            10380001
           END-IF                                                       10390001
           ADD 1 TO WS-QUEUED                                           10400001
           MOVE 'N' TO WS-CH-QUEUE-SW(C)                                10401002
           EXIT.                                                        10470001
      ******************************************************************10480001
       PROC-WRITE-ONE-CHALLENGE.                                        10490001
           MOVE SPACES                TO CHL-RECORD                     10500001
           MOVE WS-CH-ID(C)           TO CHL-ID                         10510001
           MOVE WS-CH-QID(C)          TO CHL-QID                        10520001
           MOVE WS-CH-OPER(C)         TO CHL-OPER-ID                    10530001
           MOVE WS-CH-TOPIC(C)        TO CHL-TOPIC                      10540001
           MOVE WS-CH-ATT-DATE(C)     TO CHL-ATT-DATE                   10550001
           MOVE WS-CH-SOURCE(C)       TO CHL-SOURCE                     10560001
           MOVE WS-CH-REASON(C)       TO CHL-REASON                     10570001
           MOVE WS-CH-STATUS(C)       TO CHL-STATUS                     10580001
           MOVE WS-CH-NEW-KEY(C)      TO CHL-NEW-KEY                    10590001
           MOVE WS-CH-DECIDED-BY(C)   TO CHL-DECIDED-BY                 10600001
           MOVE WS-CH-DECIDED-DATE(C) TO CHL-DECIDED-DATE               10610001
           MOVE WS-CH-RESPONSE(C)     TO CHL-RESPONSE                   10620001
           MOVE WS-CH-REQ-ID(C)       TO CHL-REQ-ID                     10630001
           MOVE WS-CH-REQ-DATE(C)     TO CHL-REQ-DATE                   10640001
           MOVE WS-CH-ADJ-DATE(C)     TO CHL-ADJ-DATE                   10650001
           MOVE WS-CH-ADJ-COUNT(C)    TO CHL-ADJ-COUNT                  10660001
           WRITE CHL-RECORD                                             10670001
           IF WS-CHL-STATUS NOT = '00'                                  10680001
              DISPLAY 'ERROR: QZCHALNG WRITE FAILED (STATUS=',          10690001
                 WS-CHL-STATUS, ')'                                     10700001
              SET WS-SAVE-FAILED TO TRUE                                10710001
           END-IF                                                       10720001
           EXIT.                                                        10730001
      ******************************************************************10740001
       PROC-QUIT.                                                       10750001
           IF WS-CHANGED                                                10760001
              DISPLAY 'UNSAVED CHANGES - PRESS Y TO QUIT ANYWAY, ',     10770001
                 'ANY OTHER KEY TO STAY'                                10780001
              ACCEPT WS-CONFIRM                                         10790001
              MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM        10800001
              IF WS-CONFIRM = 'Y'                                       10810001
                 SET WS-DONE TO TRUE                                    10820001
              END-IF                                                    10830001
           ELSE                                                         10840001
              SET WS-DONE TO TRUE                                       10850001
           END-IF                                                       10860001
           EXIT.                                                        10870001
      ******************************************************************10880001
      *    PROMPTED FIELD COLLECTORS - EACH RE-PROMPTS UNTIL THE VALUE  10890001
      *    PASSES ITS CHECK; A BLANK REPLY SETS WS-CANCELLED.           10900001
       PROC-GET-OPER.                                                   10910001
           MOVE 'N' TO WS-FIELD-OK-SW                                   10920001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    10930001
              DISPLAY 'ENTER OPERATOR ID (BLANK TO CANCEL)'             10940001
              ACCEPT WS-IN-OPER                                         10950001
              MOVE FUNCTION UPPER-CASE(WS-IN-OPER) TO WS-IN-OPER        10960001
              IF WS-IN-OPER = SPACES                                    10970001
                 SET WS-CANCELLED TO TRUE                               10980001
              ELSE                                                      10990001
                 PERFORM PROC-CHECK-ROSTER                              11000001
                 IF NOT WS-FIELD-OK                                     11010001
                    DISPLAY WS-IN-OPER, ' IS NOT ON THE ROSTER'         11020001
                 END-IF                                                 11030001
              END-IF                                                    11040001
           END-PERFORM                                                  11050001
           EXIT.                                                        11060001
      ******************************************************************11070001
       PROC-CHECK-ROSTER.                                               11080001
           MOVE 'N' TO WS-FIELD-OK-SW                                   11090001
           IF NOT WS-ROSTER-USED                                        11100001
              SET WS-FIELD-OK TO TRUE                                   11110001
              EXIT PARAGRAPH                                            11120001
           END-IF                                                       11130001
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1                       11140001
              UNTIL WS-ROS-IDX > WS-ROS-COUNT                           11150001
              OR WS-FIELD-OK                                            11160001
              IF WS-ROS-ID(WS-ROS-IDX) = WS-IN-OPER                     11170001
                 SET WS-FIELD-OK TO TRUE                                11180001
              END-IF                                                    11190001
           END-PERFORM                                                  11200001
           EXIT.                                                        11210001
      ******************************************************************11220001
      *    ANY TOPIC THE CATALOG KNOWS, OR THE MIXED KEYWORD - THE      11230001
      *    TOPIC THE ATTEMPT WAS LOGGED UNDER.                          11240001
       PROC-GET-TOPIC.                                                  11250001
           MOVE 'N' TO WS-FIELD-OK-SW                                   11260001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    11270001
              DISPLAY 'ENTER TOPIC (BLANK TO CANCEL)'                   11280001
              ACCEPT WS-IN-TOPIC                                        11290001
              MOVE FUNCTION UPPER-CASE(WS-IN-TOPIC) TO WS-IN-TOPIC      11300001
              MOVE WS-IN-TOPIC TO WS-CAT-KEY                            11310001
              PERFORM PROC-FIND-CATALOG                                 11320001
              EVALUATE TRUE                                             11330001
                 WHEN WS-IN-TOPIC = SPACES                              11340001
                    SET WS-CANCELLED TO TRUE                            11350001
                 WHEN WS-IN-TOPIC = 'MIXED'                             11360001
                    SET WS-FIELD-OK TO TRUE                             11370001
                 WHEN WS-CAT-HIT > 0                                    11380001
                    SET WS-FIELD-OK TO TRUE                             11390001
                 WHEN OTHER                                             11400001
                    DISPLAY WS-IN-TOPIC, ' IS NOT IN THE TOPIC ',       11410001
                       'CATALOG'                                        11420001
              END-EVALUATE                                              11430001
           END-PERFORM                                                  11440001
           EXIT.                                                        11450001
      ******************************************************************11460001
       PROC-GET-ATT-DATE.                                               11470001
           MOVE 'N' TO WS-FIELD-OK-SW                                   11480001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    11490001
              DISPLAY 'ENTER THE DATE OF THE RUN YYYYMMDD (BLANK TO ',  11500001
                 'CANCEL)'                                              11510001
              ACCEPT WS-IN-DATE                                         11520001
              IF WS-IN-DATE = SPACES                                    11530001
                 SET WS-CANCELLED TO TRUE                               11540001
              ELSE                                                      11550001
                 IF WS-IN-DATE IS NUMERIC                               11560001
                    MOVE WS-IN-DATE TO WS-IN-DATE-NUM                   11570001
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE-NUM) = 0  11580001
                       AND WS-IN-DATE-NUM NOT > WS-RUN-DATE             11590001
                       SET WS-FIELD-OK TO TRUE                          11600001
                    END-IF                                              11610001
                 END-IF                                                 11620001
                 IF NOT WS-FIELD-OK                                     11630001
                    DISPLAY 'DATE MUST BE A REAL DATE, TODAY OR ',      11640001
                       'EARLIER'                                        11650001
                 END-IF                                                 11660001
              END-IF                                                    11670001
           END-PERFORM                                                  11680001
           EXIT.                                                        11690001
      ******************************************************************11700001
       PROC-GET-QID.                                                    11710001
           DISPLAY 'ENTER THE QUESTION ID FROM THE SHEET (BLANK TO ',   11720001
              'CANCEL)'                                                 11730001
           ACCEPT WS-IN-QID                                             11740001
           MOVE FUNCTION UPPER-CASE(WS-IN-QID) TO WS-IN-QID             11750001
           IF WS-IN-QID = SPACES                                        11760001
              SET WS-CANCELLED TO TRUE                                  11770001
           END-IF                                                       11780001
           EXIT.                                                        11790001
      ******************************************************************11800001
       PROC-GET-REASON.                                                 11810001
           DISPLAY 'ENTER THE OPERATOR''S REASON (40 CHARS, BLANK TO ', 11820001
              'CANCEL)'                                                 11830001
           ACCEPT WS-IN-REASON                                          11840001
           MOVE FUNCTION UPPER-CASE(WS-IN-REASON) TO WS-IN-REASON       11850001
           IF WS-IN-REASON = SPACES                                     11860001
              SET WS-CANCELLED TO TRUE                                  11870001
           END-IF                                                       11880001
           EXIT.                                                        11890001
      ******************************************************************11900001
       PROC-GET-DECISION.                                               11910001
           MOVE 'N' TO WS-FIELD-OK-SW                                   11920001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    11930001
              DISPLAY 'K=UPHOLD WITH CORRECTED KEY V=UPHOLD AS VOID ',  11940001
                 'R=REJECT (BLANK TO CANCEL)'                           11950001
              MOVE SPACE TO WS-IN-DECISION                              11960001
              ACCEPT WS-IN-DECISION                                     11970001
              MOVE FUNCTION UPPER-CASE(WS-IN-DECISION)                  11980001
                 TO WS-IN-DECISION                                      11990001
              EVALUATE TRUE                                             12000001
                 WHEN WS-IN-DECISION = SPACE                            12010001
                    SET WS-CANCELLED TO TRUE                            12020001
                 WHEN WS-DECIDE-KEY OR WS-DECIDE-VOID                   12030001
                    OR WS-DECIDE-REJECT                                 12040001
                    SET WS-FIELD-OK TO TRUE                             12050001
                 WHEN OTHER                                             12060001
                    DISPLAY 'PLEASE ENTER K, V OR R'                    12070001
              END-EVALUATE                                              12080001
           END-PERFORM                                                  12090001
           EXIT.                                                        12100001
      ******************************************************************12110001
       PROC-GET-KEY.                                                    12120001
           MOVE 'N' TO WS-FIELD-OK-SW                                   12130001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    12140001
              DISPLAY 'ENTER THE CORRECT KEY LETTER A-D (BLANK TO ',    12150001
                 'CANCEL)'                                              12160001
              MOVE SPACE TO WS-IN-KEY                                   12170001
              ACCEPT WS-IN-KEY                                          12180001
              MOVE FUNCTION UPPER-CASE(WS-IN-KEY) TO WS-IN-KEY          12190001
              EVALUATE TRUE                                             12200001
                 WHEN WS-IN-KEY = SPACE                                 12210001
                    SET WS-CANCELLED TO TRUE                            12220001
                 WHEN WS-IN-KEY-VALID                                   12230001
                    SET WS-FIELD-OK TO TRUE                             12240001
                 WHEN OTHER                                             12250001
                    DISPLAY 'THE KEY MUST BE A, B, C OR D'              12260001
              END-EVALUATE                                              12270001
           END-PERFORM                                                  12280001
           EXIT.                                                        12290001
      ******************************************************************12300001
      *    THE ANSWER THE OPERATOR WILL READ IN QZSELFIQ. A REJECTION   12310001
      *    MUST SAY WHY; AN UPHOLD MAY BE LEFT BLANK FOR A STANDARD     12320001
      *    TEXT.                                                        12330001
       PROC-GET-RESPONSE.                                               12340001
           MOVE 'N' TO WS-FIELD-OK-SW                                   12350001
           PERFORM UNTIL WS-FIELD-OK OR WS-CANCELLED                    12360001
              MOVE SPACES TO WS-IN-RESPONSE                             12370001
              IF WS-DECIDE-REJECT                                       12380001
                 DISPLAY 'ENTER THE RESPONSE TO THE OPERATOR (40 ',     12390001
                    'CHARS, BLANK TO CANCEL)'                           12400001
                 ACCEPT WS-IN-RESPONSE                                  12410001
                 IF WS-IN-RESPONSE = SPACES                             12420001
                    SET WS-CANCELLED TO TRUE                            12430001
                 ELSE                                                   12440001
                    SET WS-FIELD-OK TO TRUE                             12450001
                 END-IF                                                 12460001
              ELSE                                                      12470001
                 DISPLAY 'ENTER THE RESPONSE TO THE OPERATOR (40 ',     12480001
                    'CHARS, BLANK FOR THE STANDARD TEXT)'               12490001
                 ACCEPT WS-IN-RESPONSE                                  12500001
                 SET WS-FIELD-OK TO TRUE                                12510001
              END-IF                                                    12520001
              MOVE FUNCTION UPPER-CASE(WS-IN-RESPONSE)                  12530001
                 TO WS-IN-RESPONSE                                      12540001
           END-PERFORM                                                  12550001
           EXIT.                                                        12560001
      ******************************************************************12570001
       PROC-GET-CHAL-NUM.                                               12580001
           MOVE 0 TO WS-EDIT-NUM                                        12590001
           IF WS-CH-COUNT = 0                                           12600001
              DISPLAY 'NO CHALLENGES ON FILE'                           12610001
           ELSE                                                         12620001
              DISPLAY 'ENTER CHALLENGE NUMBER (1-', WS-CH-COUNT, ')'    12630001
              ACCEPT WS-IN-NUM                                          12640001
              IF FUNCTION TEST-NUMVAL(WS-IN-NUM) = 0                    12650001
                 COMPUTE WS-EDIT-NUM = FUNCTION NUMVAL(WS-IN-NUM)       12660001
              END-IF                                                    12670001
              IF WS-EDIT-NUM < 1 OR WS-EDIT-NUM > WS-CH-COUNT           12680001
                 DISPLAY 'NO SUCH CHALLENGE'                            12690001
                 MOVE 0 TO WS-EDIT-NUM                                  12700001
              END-IF                                                    12710001
           END-IF                                                       12720001
           EXIT.                                                        12730001
      ******************************************************************12740001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   12750001
       PROC-LOAD-CATALOG.                                               12760001
           MOVE 4 TO WS-CAT-COUNT                                       12770001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       12780001
              UNTIL WS-CAT-IDX > 4                                      12790001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  12800001
           END-PERFORM                                                  12810001
           OPEN INPUT TOP-FILE                                          12820001
           IF WS-TOP-STATUS = '00'                                      12830001
              PERFORM PROC-LOAD-CATALOG-REC                             12840001
                 UNTIL WS-TOP-STATUS NOT = '00'                         12850001
              CLOSE TOP-FILE                                            12860001
           END-IF                                                       12870001
           MOVE '00' TO WS-TOP-STATUS                                   12880001
           EXIT.                                                        12890001
      ******************************************************************12900001
       PROC-LOAD-CATALOG-REC.                                           12910001
           READ TOP-FILE                                                12920001
           IF WS-TOP-STATUS NOT = '00'                                  12930001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              12940001
              EXIT PARAGRAPH                                            12950001
           END-IF                                                       12960001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 12970001
           PERFORM PROC-FIND-CATALOG                                    12980001
           IF WS-CAT-HIT = 0 AND WS-CAT-COUNT = 20                      12981002
              DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,      12982002
                 ' IGNORED'                                             12983002
              EXIT PARAGRAPH                                            12984002
           END-IF                                                       12985002
           IF WS-CAT-HIT = 0                                            12986002
              ADD 1 TO WS-CAT-COUNT                                     13000001
              MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-COUNT)                 13010001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-COUNT)              13020001
           END-IF                                                       13030001
           EXIT.                                                        13040001
      ******************************************************************13050001
       PROC-FIND-CATALOG.                                               13060001
           MOVE 0 TO WS-CAT-HIT                                         13070001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       13080001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           13090001
              OR WS-CAT-HIT > 0                                         13100001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  13110001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          13120001
              END-IF                                                    13130001
           END-PERFORM                                                  13140001
           EXIT.                                                        13150001
       END PROGRAM QZCHALMT.                                            13160001
