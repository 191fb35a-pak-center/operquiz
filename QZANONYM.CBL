       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZANONYM.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          ERASES OR PSEUDONYMIZES A DEPARTED OPERATOR'S RECORDS  00110001
      *          WHEN HR / DATA PROTECTION ASK FOR THEIR PERSONAL DATA  00120001
      *          TO BE REMOVED. THE OPERATOR ID IS REPLACED, IN EVERY   00130001
      *          DATASET THAT CARRIES IT, BY ONE STABLE ANONYMOUS TOKEN 00140001
      *          (ANONNNNN) - THE RECORDS THEMSELVES STAY, SO ITEM      00150001
      *          STATISTICS, PASS RATES AND THE HISTORY CONTROL TOTALS  00160001
      *          STILL ADD UP AFTERWARDS:                               00170001
      *            QUIZLOGK  ATTEMPT HISTORY (THE ID IS IN THE KEY -    00180001
      *                      EACH RECORD IS WRITTEN UNDER THE TOKEN     00190001
      *                      AND ONLY THEN DELETED UNDER THE ID)        00200001
      *            QUIZDTL   PER-QUESTION DETAIL                        00210001
      *            QUIZARCH  ONE ARCHIVE GENERATION PER RUN             00220001
      *            QZOVRD    OVERRIDE GRANTS (OPERATOR OR SUPERVISOR)   00230001
      *            QZOVRAUD  OVERRIDE USE TRAIL (DITTO)                 00240001
      *            QZADJLOG  REGRADE TRAIL                              00250001
      *            BANKCHG   QUESTION-BANK CHANGES (AS CHG-EDITOR)      00260001
      *            QUIZRST   A SAVED CONSOLE CHECKPOINT                 00270001
      *            QZCHALNG  QUESTION CHALLENGES (RAISED OR DECIDED)    00280001
      *            QZENROL   CLASS BOOKINGS                             00281002
      *            QZFLAGS   INTEGRITY FLAGS (OWN FLAGS, AND AS THE     00282002
      *                      PARTNER NAMED ON ANOTHER OPERATOR'S PAIR   00283002
      *                      FLAG)                                      00284002
      *            QZRELEAS  BANK RELEASE REGISTER (AS EDITOR OR        00285002
      *                      APPROVER)                                  00286002
      *            QZRGREQ   QUEUED REGRADE REQUESTS (AS THE REVIEWER   00287003
      *                      WHO UPHELD THE CHALLENGE)                  00288003
      *          THE KEY CHANGES ON QUIZLOGK, QUIZDTL AND QUIZARCH ARE  00290001
      *          POSTED TO QZCTLTOT (SEE QZCTLMOD, KIND R) SO QZCTLVFY  00300001
      *          STILL AGREES. EACH RECORD'S POSTINGS ARE HANDED TO     00301003
      *          QZCTLTOT AS SOON AS THE RECORD IS CHANGED, SO A RUN    00302003
      *          THAT STOPS PART-WAY LEAVES THE TOTALS IN STEP WITH     00303003
      *          WHAT IT DID. THE RUN ENDS WITH A CERTIFICATE OF WHAT   00304003
      *          CHANGED IN EACH DATASET, WITH BEFORE AND AFTER COUNTS. 00320001
      *          THE CERTIFICATE SHOWS ONLY THE TOKEN, NEVER THE ID.    00330001
      *                                                                 00340001
      *    INFO                                                         00350001
      *          PARM='OPERID,E' ERASE - THE TOKEN IS ISSUED AGAINST A  00360001
      *                          KEYED ONE-WAY HASH OF THE ID ONLY;     00361002
      *                          THE FREE TEXT ON THE OPERATOR'S OWN    00362002
      *                          OVERRIDE, OVERRIDE-USE AND CHALLENGE   00363002
      *                          RECORDS IS BLANKED; A SAVED CHECKPOINT 00364002
      *                          IS EMPTIED                             00365002
      *          PARM='OPERID,P' PSEUDONYMIZE - THE ID AND ITS TOKEN    00410001
      *                          ARE KEPT ON THE QZANONRG REGISTER      00420001
      *                          (ACCESS RESTRICTED BY THE SECURITY     00430001
      *                          TEAM) SO HR CAN STILL RE-IDENTIFY      00440001
      *          THE TOKEN IS ISSUED ONCE AND REUSED ON EVERY LATER RUN 00450001
      *          FOR THE SAME ID, SO THE STEP CAN BE RUN AGAIN FOR EACH 00460001
      *          ARCHIVE GENERATION ON THE SHELF, OR AFTER A FAILURE,   00470001
      *          AND EVERY DATASET ENDS UP UNDER THE SAME TOKEN. AN     00480001
      *          ERASE AFTER A PSEUDONYMIZE REMOVES THE ID FROM THE     00490001
      *          REGISTER; ONCE ERASED IT STAYS ERASED. A DD THAT IS    00500001
      *          NOT IN THE JCL IS REPORTED AS NOT PRESENT.             00510001
      *          THE HASH IS KEYED WITH THE SITE SECRET ON THE QZANONKY 00510702
      *          DD (FIRST RECORD, UP TO 32 CHARACTERS), WHICH IS READ- 00511402
      *          PROTECTED BY THE SECURITY TEAM AND NEVER WRITTEN TO    00512102
      *          QZANONRG OR THE OUTPUT - SO SOMEONE HOLDING THE        00512802
      *          REGISTER CANNOT HASH CANDIDATE IDS AND FIND AN ERASED  00513502
      *          OPERATOR'S TOKEN, WHILE A RERUN FOR THE SAME ID STILL  00514202
      *          FINDS IT. THE SECRET MUST NEVER CHANGE ONCE TOKENS     00514902
      *          HAVE BEEN ISSUED AGAINST IT.                           00515602
      *          A RERUN THAT FINDS A QUIZLOGK RECORD ALREADY WRITTEN   00516302
      *          UNDER THE TOKEN (THE EARLIER RUN STOPPED BEFORE THE    00517002
      *          DELETE) CHECKS IT IS THE SAME ATTEMPT AND DELETES THE  00517702
      *          RECORD STILL UNDER THE ID. ONLY THE DELETE IS POSTED - 00518203
      *          THE EARLIER RUN HANDED THE TOKEN-SIDE POSTING TO       00518703
      *          QZCTLTOT BEFORE IT EVER TRIED THE DELETE.              00519203
      *          THE ID MUST NOT BE ON ROSTER, AND ROSTER MUST BE       00520001
      *          READABLE TO PROVE IT - OTHERWISE NOTHING IS TOUCHED.   00530001
      *                                                                 00540001
      *          RETURN-CODE 0 = DONE, CERTIFICATE PRINTED              00550001
      *                      4 = DONE, BUT NO RECORD OF THE OPERATOR    00560001
      *                          WAS FOUND IN ANY DATASET PRESENT       00570001
      *                      8 = A DATASET FAILED OR STILL CARRIES THE  00580001
      *                          ID, OR QZCTLTOT COULD NOT BE POSTED -  00590001
      *                          RERUN THE SAME PARM ONCE IT IS FIXED   00600001
      *                     12 = REFUSED - OPERATOR STILL ON ROSTER,    00610001
      *                          ROSTER UNREADABLE, NO QZANONKY HASH    00611002
      *                          KEY, OR THE QZANONRG REGISTER COULD    00612002
      *                          NOT BE UPDATED                         00613002
      *                     16 = PARM INVALID                           00640001
      *                                                                 00650001
      ******************************************************************00660001
      *                                                                 00670001
      *    PROJECT CONTAINS:                                            00680001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00690001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00700001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00710001
      *                            ORQMOD02.CBL   QUIZ PART             00720001
      *                            QZCTLMOD.CBL   HISTORY CONTROL       00730001
      *                                           TOTALS                00740001
      *          UTILITY PGM       QZANONYM.CBL   DEPARTED OPERATOR     00750001
      *                                           ERASE/PSEUDONYMIZE    00760001
      *          UTILITY PGM       QZCTLVFY.CBL   HISTORY CONTROL       00770001
      *                                           TOTALS VERIFICATION   00780001
      *                                                                 00790001
      ******************************************************************00800001
      *    MODIFICATION HISTORY                                         00810001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00820001
      *    2026-10-15 PAK  QZENROL, QZFLAGS AND QZRELEAS ARE TREATED    00821002
      *                    AND CERTIFIED AS WELL                        00822002
      *    2026-10-15 PAK  A RERUN ACCEPTS A QUIZLOGK RECORD ALREADY    00823002
      *                    UNDER THE TOKEN IF IT IS THE SAME ATTEMPT    00824002
      *                    AND GOES ON TO DELETE THE ID RECORD          00825002
      *    2026-10-15 PAK  THE ID HASH IS KEYED WITH THE QZANONKY SITE  00826002
      *                    SECRET SO QZANONRG ALONE CANNOT BE SEARCHED  00827002
      *                    FOR AN ERASED ID                             00828002
      *    2026-10-15 PAK  QZRGREQ IS TREATED AND CERTIFIED; THE        00828303
      *                    CERTIFICATE SHOWS TEXT CLEARED PER           00828603
      *                    DATASET AND ITS COUNTS START AT ZERO;        00828903
      *                    CONTROL POSTINGS ARE FLUSHED AFTER EACH      00829203
      *                    RE-KEYED RECORD                              00829503
      ******************************************************************00830001
       ENVIRONMENT DIVISION.                                            00840001
       INPUT-OUTPUT SECTION.                                            00850001
       FILE-CONTROL.                                                    00860001
           SELECT QLK-FILE ASSIGN TO "QUIZLOGK"                         00870001
              ORGANIZATION IS INDEXED                                   00880001
              ACCESS MODE IS DYNAMIC                                    00890001
              RECORD KEY IS QLK-KEY                                     00900001
              FILE STATUS IS WS-QLOG-STATUS.                            00910001
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00920001
              ORGANIZATION IS SEQUENTIAL                                00930001
              FILE STATUS IS WS-DTL-STATUS.                             00940001
           SELECT ARCH-FILE ASSIGN TO "QUIZARCH"                        00950001
              ORGANIZATION IS SEQUENTIAL                                00960001
              FILE STATUS IS WS-ARCH-STATUS.                            00970001
           SELECT OVR-FILE ASSIGN TO "QZOVRD"                           00980001
              ORGANIZATION IS SEQUENTIAL                                00990001
              FILE STATUS IS WS-OVR-STATUS.                             01000001
           SELECT OVA-FILE ASSIGN TO "QZOVRAUD"                         01010001
              ORGANIZATION IS SEQUENTIAL                                01020001
              FILE STATUS IS WS-OVA-STATUS.                             01030001
           SELECT ADJ-FILE ASSIGN TO "QZADJLOG"                         01040001
              ORGANIZATION IS SEQUENTIAL                                01050001
              FILE STATUS IS WS-ADJ-STATUS.                             01060001
           SELECT CHG-FILE ASSIGN TO "BANKCHG"                          01070001
              ORGANIZATION IS SEQUENTIAL                                01080001
              FILE STATUS IS WS-CHG-STATUS.                             01090001
           SELECT RST-FILE ASSIGN TO "QUIZRST"                          01100001
              ORGANIZATION IS SEQUENTIAL                                01110001
              FILE STATUS IS WS-RST-STATUS.                             01120001
           SELECT CHL-FILE ASSIGN TO "QZCHALNG"                         01130001
              ORGANIZATION IS SEQUENTIAL                                01140001
              FILE STATUS IS WS-CHL-STATUS.                             01150001
           SELECT ENR-FILE ASSIGN TO "QZENROL"                          01150702
              ORGANIZATION IS SEQUENTIAL                                01151402
              FILE STATUS IS WS-ENR-STATUS.                             01152102
           SELECT FLG-FILE ASSIGN TO "QZFLAGS"                          01152802
              ORGANIZATION IS SEQUENTIAL                                01153502
              FILE STATUS IS WS-FLG-STATUS.                             01154202
           SELECT REL-FILE ASSIGN TO "QZRELEAS"                         01154902
              ORGANIZATION IS SEQUENTIAL                                01155602
              FILE STATUS IS WS-REL-STATUS.                             01156302
           SELECT REQ-FILE ASSIGN TO "QZRGREQ"                          01156403
              ORGANIZATION IS SEQUENTIAL                                01156503
              FILE STATUS IS WS-REQ-STATUS.                             01156603
           SELECT KEY-FILE ASSIGN TO "QZANONKY"                         01157002
              ORGANIZATION IS SEQUENTIAL                                01157702
              FILE STATUS IS WS-KEY-STATUS.                             01158402
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        01160001
              ORGANIZATION IS SEQUENTIAL                                01170001
              FILE STATUS IS WS-ROS-STATUS.                             01180001
           SELECT ANR-FILE ASSIGN TO "QZANONRG"                         01190001
              ORGANIZATION IS SEQUENTIAL                                01200001
              FILE STATUS IS WS-ANR-STATUS.                             01210001
      ******************************************************************01220001
       DATA DIVISION.                                                   01230001
       FILE SECTION.                                                    01240001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   01250001
       FD  QLK-FILE                                                     01260001
           RECORD CONTAINS 84 CHARACTERS.                               01270001
       01  QLK-RECORD.                                                  01280001
           05 QLK-KEY.                                                  01290001
              10 QLK-OPER-ID     PIC   X(8).                            01300001
              10 QLK-TOPIC       PIC   X(8).                            01310001
              10 QLK-START-DATE  PIC   9(8).                            01320001
              10 QLK-START-TIME  PIC   9(8).                            01330001
           05 QLK-STOP-DATE      PIC   9(8).                            01340001
           05 QLK-STOP-TIME      PIC   9(8).                            01350001
           05 QLK-SCORE          PIC   9(3).                            01360001
           05 QLK-Q-AMOUNT       PIC   9(3).                            01370001
           05 QLK-PCT            PIC   9(3)V99.                         01380001
           05 QLK-LETTERS        PIC   X(20).                           01390001
           05 QLK-RELEASE        PIC   9(5).                            01400001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       01410001
       FD  DTL-FILE                                                     01420001
           RECORDING MODE F                                             01430001
           RECORD CONTAINS 47 CHARACTERS                                01440001
           LABEL RECORDS ARE STANDARD.                                  01450001
       01  DTL-RECORD.                                                  01460001
           05 DTL-OPER-ID       PIC   X(8).                             01470001
           05 DTL-DATE          PIC   9(8).                             01480001
           05 DTL-TOPIC         PIC   X(8).                             01490001
           05 DTL-QID           PIC   X(8).                             01500001
           05 DTL-POS           PIC   9(2).                             01510001
           05 DTL-SUBMITTED     PIC   X.                                01520001
           05 DTL-CORRECT       PIC   X.                                01530001
           05 DTL-VERDICT       PIC   X.                                01540001
           05 DTL-SECS          PIC   9(4).                             01550001
           05 DTL-OVER          PIC   X.                                01560001
           05 DTL-RELEASE       PIC   9(5).                             01570001
      *    AN ARCHIVE GENERATION - THE OLD FLAT QUIZLOG FIELD ORDER     01580001
      *    QZLOGARC WRITES, THE OPERATOR ID IN THE JOB-NAME POSITION.   01590001
       FD  ARCH-FILE                                                    01600001
           RECORDING MODE F                                             01610001
           RECORD CONTAINS 84 CHARACTERS                                01620001
           LABEL RECORDS ARE STANDARD.                                  01630001
       01  ARCH-RECORD.                                                 01640001
           05 ARCH-JOB-NAME      PIC   X(8).                            01650001
           05 ARCH-START-DATE    PIC   9(8).                            01660001
           05 ARCH-START-TIME    PIC   9(8).                            01670001
           05 ARCH-STOP-DATE     PIC   9(8).                            01680001
           05 ARCH-STOP-TIME     PIC   9(8).                            01690001
           05 ARCH-SCORE         PIC   9(3).                            01700001
           05 ARCH-Q-AMOUNT      PIC   9(3).                            01710001
           05 ARCH-PCT           PIC   9(3)V99.                         01720001
           05 ARCH-LETTERS       PIC   X(20).                           01730001
           05 ARCH-TOPIC         PIC   X(8).                            01740001
           05 ARCH-RELEASE       PIC   9(5).                            01750001
      *    THE NAMED OVERRIDE GRANTS - SAME LAYOUT OPERQUIZ READS.      01760001
       FD  OVR-FILE                                                     01770001
           RECORDING MODE F                                             01780001
           RECORD CONTAINS 80 CHARACTERS                                01790001
           LABEL RECORDS ARE STANDARD.                                  01800001
       01  OVR-RECORD.                                                  01810001
           05 OVR-OPER-ID        PIC   X(8).                            01820001
           05 FILLER             PIC   X.                               01830001
           05 OVR-TOPIC          PIC   X(8).                            01840001
           05 FILLER             PIC   X.                               01850001
           05 OVR-EXPIRY-DATE    PIC   9(8).                            01860001
           05 FILLER             PIC   X.                               01870001
           05 OVR-SUPERVISOR     PIC   X(20).                           01880001
           05 FILLER             PIC   X.                               01890001
           05 OVR-REASON         PIC   X(30).                           01900001
           05 FILLER             PIC   X(2).                            01910001
      *    THE OVERRIDE USE TRAIL - SAME LAYOUT AS OVA-RECORD IN        01920001
      *    OPERQUIZ.                                                    01930001
       FD  OVA-FILE                                                     01940001
           RECORDING MODE F                                             01950001
           RECORD CONTAINS 90 CHARACTERS                                01960001
           LABEL RECORDS ARE STANDARD.                                  01970001
       01  OVA-RECORD.                                                  01980001
           05 OVA-USE-DATE       PIC   9(8).                            01990001
           05 FILLER             PIC   X.                               02000001
           05 OVA-USE-TIME       PIC   9(6).                            02010001
           05 FILLER             PIC   X.                               02020001
           05 OVA-OPER-ID        PIC   X(8).                            02030001
           05 FILLER             PIC   X.                               02040001
           05 OVA-TOPIC          PIC   X(8).                            02050001
           05 FILLER             PIC   X.                               02060001
           05 OVA-SUPERVISOR     PIC   X(20).                           02070001
           05 FILLER             PIC   X.                               02080001
           05 OVA-REASON         PIC   X(30).                           02090001
           05 FILLER             PIC   X(4).                            02100001
      *    THE REGRADE TRAIL - SAME LAYOUT AS ADJ-RECORD IN QZREGRAD.   02110001
      *    ONLY THE OPERATOR MATTERS HERE.                              02120001
       FD  ADJ-FILE                                                     02130001
           RECORDING MODE F                                             02140001
           RECORD CONTAINS 120 CHARACTERS                               02150001
           LABEL RECORDS ARE STANDARD.                                  02160001
       01  ADJ-RECORD.                                                  02170001
           05 FILLER             PIC   X(25).                           02180001
           05 ADJ-OPER           PIC   X(8).                            02190001
           05 FILLER             PIC   X(87).                           02200001
      *    THE BANK CHANGE TRAIL - SAME LAYOUT AS CHG-RECORD IN         02210001
      *    QZBANKMT. ONLY THE EDITOR MATTERS HERE.                      02220001
       FD  CHG-FILE                                                     02230001
           RECORDING MODE F                                             02240001
           RECORD CONTAINS 860 CHARACTERS                               02250001
           LABEL RECORDS ARE STANDARD.                                  02260001
       01  CHG-RECORD.                                                  02270001
           05 CHG-DATE           PIC   9(8).                            02280001
           05 FILLER             PIC   X.                               02290001
           05 CHG-TIME           PIC   9(6).                            02300001
           05 FILLER             PIC   X.                               02310001
           05 CHG-EDITOR         PIC   X(8).                            02320001
           05 FILLER             PIC   X(836).                          02330001
      *    THE CONSOLE CHECKPOINT - SAME LAYOUT AS RST-RECORD IN        02340001
      *    ORQMOD02. ONLY THE OPERATOR MATTERS HERE.                    02350001
       FD  RST-FILE                                                     02360001
           RECORDING MODE F                                             02370001
           RECORD CONTAINS 8324 CHARACTERS                              02380001
           LABEL RECORDS ARE STANDARD.                                  02390001
       01  RST-RECORD.                                                  02400001
           05 RST-OPER-ID        PIC   X(8).                            02410001
           05 FILLER             PIC   X(8316).                         02420001
      *    THE QUESTION CHALLENGE REGISTER - SAME LAYOUT QZCHALMT       02430001
      *    MAINTAINS.                                                   02440001
       FD  CHL-FILE                                                     02450001
           RECORDING MODE F                                             02460001
           RECORD CONTAINS 220 CHARACTERS                               02470001
           LABEL RECORDS ARE STANDARD.                                  02480001
       01  CHL-RECORD.                                                  02490001
      *    CURRENT-DATE TIMESTAMP TO THE HUNDREDTH OF A SECOND WHEN     02500001
      *    THE CHALLENGE WAS RAISED - UNIQUE AND IN ARRIVAL ORDER.      02510001
           05 CHL-ID             PIC   X(16).                           02520001
           05 FILLER             PIC   X.                               02530001
           05 CHL-QID            PIC   X(8).                            02540001
           05 FILLER             PIC   X.                               02550001
      *    THE ATTEMPT - SAME OPERATOR/TOPIC/DATE GROUPING QZREGRAD     02560001
      *    REBUILDS FROM QUIZDTL.                                       02570001
           05 CHL-OPER-ID        PIC   X(8).                            02580001
           05 FILLER             PIC   X.                               02590001
           05 CHL-TOPIC          PIC   X(8).                            02600001
           05 FILLER             PIC   X.                               02610001
           05 CHL-ATT-DATE       PIC   9(8).                            02620001
           05 FILLER             PIC   X.                               02630001
      *    C = RAISED AT THE CONSOLE, S = ENTERED BY A CLERK FOR A      02640001
      *    BATCH-CHECK (SHEET) ATTEMPT.                                 02650001
           05 CHL-SOURCE         PIC   X.                               02660001
           05 FILLER             PIC   X.                               02670001
           05 CHL-REASON         PIC   X(40).                           02680001
           05 FILLER             PIC   X.                               02690001
           05 CHL-STATUS         PIC   X.                               02700001
              88 CHL-OPEN                VALUE 'O'.                     02710001
              88 CHL-UPHELD-KEY          VALUE 'K'.                     02720001
              88 CHL-UPHELD-VOID         VALUE 'V'.                     02730001
              88 CHL-UPHELD              VALUES 'K', 'V'.               02740001
              88 CHL-REJECTED            VALUE 'R'.                     02750001
           05 FILLER             PIC   X.                               02760001
           05 CHL-NEW-KEY        PIC   X.                               02770001
           05 FILLER             PIC   X.                               02780001
           05 CHL-DECIDED-BY     PIC   X(20).                           02790001
           05 FILLER             PIC   X.                               02800001
           05 CHL-DECIDED-DATE   PIC   9(8).                            02810001
           05 FILLER             PIC   X.                               02820001
           05 CHL-RESPONSE       PIC   X(40).                           02830001
           05 FILLER             PIC   X.                               02840001
      *    THE REGRADE LINK - THE CHALLENGE WHOSE QZRGREQ REQUEST       02850001
      *    CARRIES THIS DECISION (ITSELF, OR THE FIRST UPHELD           02860001
      *    CHALLENGE ON THE SAME QUESTION), THE DAY THE REQUEST WAS     02870001
      *    QUEUED, AND THE QZADJLOG RECORDS QZREGRAD WROTE FOR IT.      02880001
           05 CHL-REQ-ID         PIC   X(16).                           02890001
           05 FILLER             PIC   X.                               02900001
           05 CHL-REQ-DATE       PIC   9(8).                            02910001
           05 FILLER             PIC   X.                               02920001
           05 CHL-ADJ-DATE       PIC   9(8).                            02930001
           05 FILLER             PIC   X.                               02940001
           05 CHL-ADJ-COUNT      PIC   9(4).                            02950001
           05 FILLER             PIC   X(10).                           02960001
      *    THE CLASS BOOKINGS - SAME LAYOUT AS ENR-RECORD IN QZSESSMT.  02960202
      *    ONLY THE OPERATOR MATTERS HERE.                              02960402
       FD  ENR-FILE                                                     02960602
           RECORDING MODE F                                             02960802
           RECORD CONTAINS 80 CHARACTERS                                02961002
           LABEL RECORDS ARE STANDARD.                                  02961202
       01  ENR-RECORD.                                                  02961402
           05 ENR-SES-ID         PIC   X(8).                            02961602
           05 FILLER             PIC   X.                               02961802
           05 ENR-OPER-ID        PIC   X(8).                            02962002
           05 FILLER             PIC   X(63).                           02962202
      *    THE INTEGRITY FLAGS - SAME LAYOUT AS FLG-RECORD IN QZINTSCR. 02962402
      *    A PAIR FLAG NAMES THE PARTNER AT THE START OF THE DETAIL.    02962602
       FD  FLG-FILE                                                     02962802
           RECORDING MODE F                                             02963002
           RECORD CONTAINS 80 CHARACTERS                                02963202
           LABEL RECORDS ARE STANDARD.                                  02963402
       01  FLG-RECORD.                                                  02963602
           05 FLG-OPER-ID        PIC   X(8).                            02963802
           05 FILLER             PIC   X(28).                           02964002
           05 FLG-REASON         PIC   X(4).                            02964202
           05 FILLER             PIC   X(10).                           02964402
           05 FLG-DETAIL.                                               02964602
              10 FLG-DETAIL-WITH PIC   X(5).                            02964802
              10 FLG-PARTNER     PIC   X(8).                            02965002
              10 FILLER          PIC   X(17).                           02965202
      *    THE BANK RELEASE REGISTER - SAME LAYOUT AS REL-RECORD IN     02965402
      *    QZBANKPR. ONLY THE APPROVER AND EDITOR MATTER HERE.          02965602
       FD  REL-FILE                                                     02965802
           RECORDING MODE F                                             02966002
           RECORD CONTAINS 80 CHARACTERS                                02966202
           LABEL RECORDS ARE STANDARD.                                  02966402
       01  REL-RECORD.                                                  02966602
           05 FILLER             PIC   X(40).                           02966802
           05 REL-APPROVER       PIC   X(8).                            02967002
           05 FILLER             PIC   X.                               02967202
           05 REL-EDITOR         PIC   X(8).                            02967402
           05 FILLER             PIC   X(23).                           02967602
      *    THE REGRADE REQUEST QUEUE - SAME LAYOUT AS REQ-RECORD IN     02967703
      *    QZREGRAD. ONLY THE REVIEWER WHO UPHELD THE CHALLENGE MATTERS.02967803
       FD  REQ-FILE                                                     02967903
           RECORDING MODE F                                             02968003
           RECORD CONTAINS 80 CHARACTERS                                02968103
           LABEL RECORDS ARE STANDARD.                                  02968203
       01  REQ-RECORD.                                                  02968303
           05 FILLER             PIC   X(44).                           02968403
           05 REQ-DECIDED-BY     PIC   X(20).                           02968503
           05 FILLER             PIC   X(16).                           02968603
      *    THE SITE SECRET THE ID HASH IS KEYED WITH - FIRST RECORD.    02968702
       FD  KEY-FILE                                                     02968802
           RECORDING MODE F                                             02968902
           RECORD CONTAINS 80 CHARACTERS                                02969002
           LABEL RECORDS ARE STANDARD.                                  02969102
       01  KEY-RECORD.                                                  02969202
           05 KEY-SECRET         PIC   X(32).                           02969302
           05 FILLER             PIC   X(48).                           02969402
      *    SAME 58-BYTE LAYOUT QZCOMRPT READS. ONLY THE ID MATTERS HERE.02970001
       FD  ROSTER-FILE                                                  02980001
           RECORDING MODE F                                             02990001
           RECORD CONTAINS 58 CHARACTERS                                03000001
           LABEL RECORDS ARE STANDARD.                                  03010001
       01  ROS-RECORD.                                                  03020001
           05 ROS-OPER-ID        PIC   X(8).                            03030001
           05 ROS-NAME           PIC   X(20).                           03040001
           05 ROS-SHIFT          PIC   X(8).                            03050001
           05 ROS-SUPERVISOR     PIC   X(20).                           03060001
           05 ROS-LANG           PIC   X(2).                            03070001
      *    THE TOKEN REGISTER - ONE RECORD PER OPERATOR EVER TREATED.   03080001
      *    THE CLEAR ID IS ONLY KEPT FOR A PSEUDONYMIZED OPERATOR; THE  03090001
      *    KEYED HASH LETS A LATER RUN FOR AN ERASED ONE FIND THE SAME  03091002
      *    TOKEN.                                                       03092002
       FD  ANR-FILE                                                     03110001
           RECORDING MODE F                                             03120001
           RECORD CONTAINS 80 CHARACTERS                                03130001
           LABEL RECORDS ARE STANDARD.                                  03140001
       01  ANR-RECORD.                                                  03150001
           05 ANR-TOKEN          PIC   X(8).                            03160001
           05 FILLER             PIC   X.                               03170001
           05 ANR-MODE           PIC   X.                               03180001
              88 ANR-ERASED              VALUE 'E'.                     03190001
              88 ANR-PSEUDONYMIZED       VALUE 'P'.                     03200001
           05 FILLER             PIC   X.                               03210001
           05 ANR-FIRST-DATE     PIC   9(8).                            03220001
           05 FILLER             PIC   X.                               03230001
           05 ANR-LAST-DATE      PIC   9(8).                            03240001
           05 FILLER             PIC   X.                               03250001
           05 ANR-ID-HASH        PIC   9(15).                           03260001
           05 FILLER             PIC   X.                               03270001
           05 ANR-OPER-ID        PIC   X(8).                            03280001
           05 FILLER             PIC   X(27).                           03290001
      ******************************************************************03300001
       WORKING-STORAGE SECTION.                                         03310001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  03320001
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     03330001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     03340001
       01 WS-ARCH-STATUS    PIC   XX    VALUE '00'.                     03350001
       01 WS-OVR-STATUS     PIC   XX    VALUE '00'.                     03360001
       01 WS-OVA-STATUS     PIC   XX    VALUE '00'.                     03370001
       01 WS-ADJ-STATUS     PIC   XX    VALUE '00'.                     03380001
       01 WS-CHG-STATUS     PIC   XX    VALUE '00'.                     03390001
       01 WS-RST-STATUS     PIC   XX    VALUE '00'.                     03400001
       01 WS-CHL-STATUS     PIC   XX    VALUE '00'.                     03410001
       01 WS-ENR-STATUS     PIC   XX    VALUE '00'.                     03411002
       01 WS-FLG-STATUS     PIC   XX    VALUE '00'.                     03412002
       01 WS-REL-STATUS     PIC   XX    VALUE '00'.                     03413002
       01 WS-REQ-STATUS     PIC   XX    VALUE '00'.                     03413503
       01 WS-KEY-STATUS     PIC   XX    VALUE '00'.                     03414002
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     03420001
       01 WS-ANR-STATUS     PIC   XX    VALUE '00'.                     03430001
       01 WS-OPEN-STATUS    PIC   XX    VALUE '00'.                     03440001
       01 WS-NOW            PIC   X(21).                                03450001
       01 WS-RUN-DATE       PIC   9(8).                                 03460001
      * --------------------------------------------------------------- 03470001
      *    THE PARM. THE ID IS NEVER DISPLAYED - ONLY THE TOKEN.        03480001
       01 WS-OPER-ID        PIC   X(8)  VALUE SPACES.                   03490001
       01 WS-PARM-ID        PIC   X(20) VALUE SPACES.                   03500001
       01 WS-MODE           PIC   X(8)  VALUE SPACES.                   03510001
          88 WS-ERASE                VALUE 'E'.                         03520001
          88 WS-PSEUDO               VALUE 'P'.                         03530001
       01 WS-TOKEN          PIC   X(8)  VALUE SPACES.                   03540001
       01 WS-TOKEN-NUM      PIC   9(4).                                 03550001
       01 WS-ERASED-TEXT    PIC   X(30) VALUE 'ERASED ON REQUEST'.      03560001
      *    ONE-WAY HASH OF THE ID - POLYNOMIAL OVER THE SITE SECRET     03561002
      *    FOLLOWED BY THE EIGHT BYTES OF THE ID, REDUCED BY A 15-DIGIT 03562002
      *    PRIME. THE SECRET IS NEVER DISPLAYED OR WRITTEN.             03563002
       01 WS-HASH-INPUT.                                                03564002
        05 WS-HASH-SECRET    PIC   X(32) VALUE SPACES.                  03565002
        05 WS-HASH-ID        PIC   X(8)  VALUE SPACES.                  03566002
       01 WS-ID-HASH        PIC   9(15) VALUE 0.                        03590001
       01 WS-HASH-WORK      PIC   9(18).                                03600001
       01 WS-HASH-QUOT      PIC   9(5).                                 03610001
       01 WS-BX             PIC   9(2)  USAGE IS COMP.                  03620001
       01 WS-ON-ROSTER-SW   PIC   X     VALUE 'N'.                      03630001
          88 WS-ON-ROSTER            VALUE 'Y'.                         03640001
      * --------------------------------------------------------------- 03650001
      *    THE TOKEN REGISTER, LOADED WHOLE AND WRITTEN BACK WHOLE.     03660001
       01 WS-AR-COUNT       PIC   9(4)  USAGE IS COMP VALUE 0.          03670001
       01 WS-AR-TABLE.                                                  03680001
        05 WS-AR-ENTRY OCCURS 999 TIMES PIC X(80).                      03690001
       01 WS-AR-IDX         PIC   9(4)  USAGE IS COMP.                  03700001
       01 WS-AR-HIT         PIC   9(4)  USAGE IS COMP VALUE 0.          03710001
       01 WS-TOKEN-NOTE     PIC   X(50) VALUE SPACES.                   03720001
      * --------------------------------------------------------------- 03730001
      *    ONE CERTIFICATE LINE PER DATASET, IN THE ORDER TREATED.      03740001
       01 WS-DS-NAMES.                                                  03750001
        05 FILLER            PIC   X(8)  VALUE 'QUIZLOGK'.              03760001
        05 FILLER            PIC   X(8)  VALUE 'QUIZDTL'.               03770001
        05 FILLER            PIC   X(8)  VALUE 'QUIZARCH'.              03780001
        05 FILLER            PIC   X(8)  VALUE 'QZOVRD'.                03790001
        05 FILLER            PIC   X(8)  VALUE 'QZOVRAUD'.              03800001
        05 FILLER            PIC   X(8)  VALUE 'QZADJLOG'.              03810001
        05 FILLER            PIC   X(8)  VALUE 'BANKCHG'.               03820001
        05 FILLER            PIC   X(8)  VALUE 'QUIZRST'.               03830001
        05 FILLER            PIC   X(8)  VALUE 'QZCHALNG'.              03840001
        05 FILLER            PIC   X(8)  VALUE 'QZENROL'.               03841002
        05 FILLER            PIC   X(8)  VALUE 'QZFLAGS'.               03842002
        05 FILLER            PIC   X(8)  VALUE 'QZRELEAS'.              03843002
        05 FILLER            PIC   X(8)  VALUE 'QZRGREQ'.               03844003
       01 WS-DS-NAME-TABLE REDEFINES WS-DS-NAMES.                       03850001
        05 WS-DS-NAME        PIC   X(8)  OCCURS 13 TIMES.               03851003
       01 WS-DS-COUNT       PIC   9(2)  USAGE IS COMP VALUE 13.         03852003
       01 WS-DS-TABLE.                                                  03870001
        05 WS-DS-ENTRY OCCURS 13 TIMES.                                 03871003
           10 WS-DS-STATE      PIC   X(11).                             03890001
              88 WS-DS-ABSENT          VALUE 'NOT PRESENT'.             03900001
              88 WS-DS-FAILED          VALUE 'FAILED'.                  03910001
           10 WS-DS-REC-BEFORE PIC   9(7)  USAGE IS COMP.               03920001
           10 WS-DS-ID-BEFORE  PIC   9(7)  USAGE IS COMP.               03930001
           10 WS-DS-CHANGED    PIC   9(7)  USAGE IS COMP.               03940001
           10 WS-DS-TEXT-CLR   PIC   9(7)  USAGE IS COMP.               03950001
           10 WS-DS-REC-AFTER  PIC   9(7)  USAGE IS COMP.               03960001
           10 WS-DS-ID-AFTER   PIC   9(7)  USAGE IS COMP.               03970001
           10 WS-DS-TOK-AFTER  PIC   9(7)  USAGE IS COMP.               03980001
       01 WS-DX             PIC   9(2)  USAGE IS COMP.                  03990001
      *    COUNTS OF ONE PASS OVER ONE DATASET.                         04000001
       01 WS-CNT-REC        PIC   9(7)  USAGE IS COMP.                  04010001
       01 WS-CNT-ID         PIC   9(7)  USAGE IS COMP.                  04020001
       01 WS-CNT-TOK        PIC   9(7)  USAGE IS COMP.                  04030001
       01 WS-PASS-SW        PIC   X     VALUE 'B'.                      04040001
          88 WS-PASS-BEFORE          VALUE 'B'.                         04050001
          88 WS-PASS-AFTER           VALUE 'A'.                         04060001
       01 WS-HIT-ID-SW      PIC   X     VALUE 'N'.                      04070001
          88 WS-HIT-ID               VALUE 'Y'.                         04080001
       01 WS-HIT-TOK-SW     PIC   X     VALUE 'N'.                      04090001
          88 WS-HIT-TOK              VALUE 'Y'.                         04100001
       01 WS-TOT-ID-BEFORE  PIC   9(7)  USAGE IS COMP VALUE 0.          04110001
       01 WS-TOT-CHANGED    PIC   9(7)  USAGE IS COMP VALUE 0.          04120001
       01 WS-CNT-EDIT       PIC   Z(6)9.                                04130001
       01 WS-CERT-LINE      PIC   X(81).                                04131003
      * --------------------------------------------------------------- 04150001
      *    QUIZLOGK RECORDS UNDER THE ID, MOVED A BATCH AT A TIME - THE 04160001
      *    BROWSE IS RESTARTED AFTER EACH BATCH UNTIL NONE ARE LEFT.    04170001
       01 WS-QB-COUNT       PIC   9(3)  USAGE IS COMP VALUE 0.          04180001
       01 WS-QB-TABLE.                                                  04190001
        05 WS-QB-REC OCCURS 500 TIMES PIC X(84).                        04200001
      *    THE ID RECORD AS IT WOULD LOOK UNDER THE TOKEN, HELD WHILE   04201002
      *    THE RECORD ALREADY ON FILE UNDER THE TOKEN IS READ TO COMPARE04202002
       01 WS-QB-TOKEN-REC   PIC   X(84).                                04203002
       01 WS-QB-IDX         PIC   9(3)  USAGE IS COMP.                  04210001
       01 WS-QLK-DONE-SW    PIC   X     VALUE 'N'.                      04220001
          88 WS-QLK-DONE             VALUE 'Y'.                         04230001
      * --------------------------------------------------------------- 04240001
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    04250001
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  04260001
       01 WS-CTL-AREA.                                                  04270001
        05 WS-CTL-FUNC       PIC   X.                                   04280001
        05 WS-CTL-FILE       PIC   X(8).                                04290001
        05 WS-CTL-KIND       PIC   X.                                   04300001
        05 WS-CTL-SIGN       PIC   X.                                   04310001
        05 WS-CTL-SOURCE     PIC   X(8).                                04320001
        05 WS-CTL-DAY        PIC   9(8).                                04330001
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               04340001
        05 WS-CTL-POS        PIC   9(2).                                04350001
        05 WS-CTL-SCORE      PIC   9(3).                                04360001
        05 WS-CTL-AMOUNT     PIC   9(3).                                04370001
        05 WS-CTL-PCT        PIC   9(3)V99.                             04380001
        05 WS-CTL-SUBMITTED  PIC   X.                                   04390001
        05 WS-CTL-CORRECT    PIC   X.                                   04400001
        05 WS-CTL-VERDICT    PIC   X.                                   04410001
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               04420001
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               04430001
        05 WS-CTL-RC         PIC   9(2).                                04440001
       01 WS-CTL-FAILED-SW  PIC   X     VALUE 'N'.                      04450001
          88 WS-CTL-FAILED           VALUE 'Y'.                         04460001
      ******************************************************************04470001
       LINKAGE SECTION.                                                 04480001
       01 PARM-BUFFER.                                                  04490001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               04500001
        05 PARM-DATA                    PIC   X(256).                   04510001
      ******************************************************************04520001
       PROCEDURE DIVISION USING PARM-BUFFER.                            04530001
           DISPLAY WS-HLINE                                             04540001
           DISPLAY 'DEPARTED OPERATOR - ERASE / PSEUDONYMIZE'           04550001
           DISPLAY WS-HLINE                                             04560001
           MOVE FUNCTION CURRENT-DATE TO WS-NOW                         04570001
           MOVE WS-NOW(1:8) TO WS-RUN-DATE                              04580001
           PERFORM PROC-PARSE-PARM                                      04590001
           IF RETURN-CODE = 16                                          04600001
              GOBACK                                                    04610001
           END-IF                                                       04620001
           PERFORM PROC-READ-HASH-KEY                                   04621002
           IF RETURN-CODE = 12                                          04622002
              GOBACK                                                    04623002
           END-IF                                                       04624002
           PERFORM PROC-HASH-ID                                         04630001
           PERFORM PROC-CHECK-ROSTER                                    04640001
           IF RETURN-CODE = 12                                          04650001
              GOBACK                                                    04660001
           END-IF                                                       04670001
           PERFORM PROC-ISSUE-TOKEN                                     04680001
           IF RETURN-CODE = 12                                          04690001
              GOBACK                                                    04700001
           END-IF                                                       04710001
           INITIALIZE WS-DS-TABLE                                       04711003
           PERFORM PROC-TREAT-DATASET                                   04720001
              VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-COUNT       04721002
           PERFORM PROC-FLUSH-CONTROL                                   04722003
           PERFORM PROC-PRINT-CERTIFICATE                               04800001
           GOBACK.                                                      04810001
      ******************************************************************04820001
      *    PARM IS THE OPERATOR ID AND E OR P, COMMA SEPARATED. A TOKEN 04830001
      *    IS NEVER TREATED AGAIN AS IF IT WERE AN OPERATOR ID.         04840001
       PROC-PARSE-PARM.                                                 04850001
           IF PARM-LENGTH > 0                                           04860001
              MOVE FUNCTION UPPER-CASE(PARM-DATA(1:PARM-LENGTH))        04870001
                 TO PARM-DATA(1:PARM-LENGTH)                            04880001
              UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ','        04890001
                 INTO WS-PARM-ID, WS-MODE                               04900001
              END-UNSTRING                                              04910001
           END-IF                                                       04920001
           EVALUATE TRUE                                                04930001
              WHEN WS-PARM-ID = SPACES                                  04940001
                 DISPLAY 'ERROR: PARM MUST BE ''OPERID,E'' (ERASE) OR ',04950001
                    '''OPERID,P'' (PSEUDONYMIZE)'                       04960001
                 MOVE 16 TO RETURN-CODE                                 04970001
              WHEN WS-PARM-ID(9:12) NOT = SPACES                        04980001
                 DISPLAY 'ERROR: THE OPERATOR ID IS AT MOST 8 ',        04990001
                    'CHARACTERS'                                        05000001
                 MOVE 16 TO RETURN-CODE                                 05010001
              WHEN WS-PARM-ID(1:4) = 'ANON'                             05020001
                 DISPLAY 'ERROR: THAT IS ALREADY AN ANONYMOUS TOKEN'    05030001
                 MOVE 16 TO RETURN-CODE                                 05040001
              WHEN NOT WS-ERASE AND NOT WS-PSEUDO                       05050001
                 DISPLAY 'ERROR: THE CHOICE MUST BE E (ERASE) OR P ',   05060001
                    '(PSEUDONYMIZE)'                                    05070001
                 MOVE 16 TO RETURN-CODE                                 05080001
              WHEN OTHER                                                05090001
                 MOVE WS-PARM-ID TO WS-OPER-ID                          05100001
           END-EVALUATE                                                 05110001
           EXIT.                                                        05120001
      ******************************************************************05130001
      *    THE SITE SECRET - WITHOUT IT NO TOKEN CAN BE FOUND OR        05130402
      *    ISSUED, SO NOTHING IS TOUCHED.                               05130802
       PROC-READ-HASH-KEY.                                              05131202
           MOVE SPACES TO WS-HASH-SECRET                                05131602
           OPEN INPUT KEY-FILE                                          05132002
           IF WS-KEY-STATUS NOT = '00'                                  05132402
              DISPLAY 'REFUSED: QZANONKY NOT AVAILABLE (STATUS=',       05132802
                 WS-KEY-STATUS, ') - THE ID CANNOT BE HASHED. ',        05133202
                 'NOTHING CHANGED'                                      05133602
              MOVE 12 TO RETURN-CODE                                    05134002
              EXIT PARAGRAPH                                            05134402
           END-IF                                                       05134802
           READ KEY-FILE                                                05135202
           IF WS-KEY-STATUS = '00'                                      05135602
              MOVE KEY-SECRET TO WS-HASH-SECRET                         05136002
           END-IF                                                       05136402
           CLOSE KEY-FILE                                               05136802
           IF WS-HASH-SECRET = SPACES                                   05137202
              DISPLAY 'REFUSED: QZANONKY HOLDS NO HASH KEY. ',          05137602
                 'NOTHING CHANGED'                                      05138002
              MOVE 12 TO RETURN-CODE                                    05138402
           END-IF                                                       05138802
           EXIT.                                                        05139202
      ******************************************************************05139602
       PROC-HASH-ID.                                                    05140001
           MOVE 0 TO WS-ID-HASH                                         05150001
           MOVE WS-OPER-ID TO WS-HASH-ID                                05151002
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 40           05152002
              COMPUTE WS-HASH-WORK = WS-ID-HASH * 131                   05170001
                 + FUNCTION ORD(WS-HASH-INPUT(WS-BX:1))                 05171002
              DIVIDE WS-HASH-WORK BY 999999999999989                    05190001
                 GIVING WS-HASH-QUOT REMAINDER WS-ID-HASH               05200001
           END-PERFORM                                                  05210001
           EXIT.                                                        05220001
      ******************************************************************05230001
      *    SOMEONE STILL ON ROSTER IS NOT DEPARTED - AND WITHOUT A      05240001
      *    READABLE ROSTER THAT CANNOT BE SHOWN, SO NOTHING IS TOUCHED. 05250001
       PROC-CHECK-ROSTER.                                               05260001
           OPEN INPUT ROSTER-FILE                                       05270001
           IF WS-ROS-STATUS NOT = '00'                                  05280001
              DISPLAY 'REFUSED: ROSTER NOT AVAILABLE (STATUS=',         05290001
                 WS-ROS-STATUS, ') - CANNOT CONFIRM THE OPERATOR HAS ', 05300001
                 'LEFT. NOTHING CHANGED'                                05310001
              MOVE 12 TO RETURN-CODE                                    05320001
              EXIT PARAGRAPH                                            05330001
           END-IF                                                       05340001
           PERFORM PROC-READ-ONE-ROSTER                                 05350001
              UNTIL WS-ROS-STATUS NOT = '00'                            05360001
              OR WS-ON-ROSTER                                           05370001
           CLOSE ROSTER-FILE                                            05380001
           IF WS-ON-ROSTER                                              05390001
              DISPLAY 'REFUSED: THE OPERATOR IS STILL ON ROSTER. ',     05400001
                 'NOTHING CHANGED'                                      05410001
              MOVE 12 TO RETURN-CODE                                    05420001
           END-IF                                                       05430001
           EXIT.                                                        05440001
      ******************************************************************05450001
       PROC-READ-ONE-ROSTER.                                            05460001
           READ ROSTER-FILE                                             05470001
           IF WS-ROS-STATUS = '00'                                      05480001
              AND ROS-OPER-ID = WS-OPER-ID                              05490001
              SET WS-ON-ROSTER TO TRUE                                  05500001
           END-IF                                                       05510001
           EXIT.                                                        05520001
      ******************************************************************05530001
      *    FINDS THE OPERATOR'S TOKEN ON QZANONRG - BY CLEAR ID WHEN    05540001
      *    THEY WERE PSEUDONYMIZED, BY HASH WHEN ERASED - OR ISSUES THE 05550001
      *    NEXT ONE. THE REGISTER IS SAVED BEFORE ANY DATASET IS        05560001
      *    TOUCHED, SO A RUN THAT DIES PART-WAY IS RESUMED UNDER THE    05570001
      *    SAME TOKEN.                                                  05580001
       PROC-ISSUE-TOKEN.                                                05590001
           MOVE 0 TO WS-AR-COUNT                                        05600001
           OPEN INPUT ANR-FILE                                          05610001
           EVALUATE WS-ANR-STATUS                                       05620001
              WHEN '00'                                                 05630001
                 PERFORM PROC-LOAD-ONE-TOKEN                            05640001
                    UNTIL WS-ANR-STATUS NOT = '00'                      05650001
                 CLOSE ANR-FILE                                         05660001
                 IF WS-ANR-STATUS = '99'                                05670001
                    MOVE 12 TO RETURN-CODE                              05680001
                    EXIT PARAGRAPH                                      05690001
                 END-IF                                                 05700001
              WHEN '35'                                                 05710001
                 CONTINUE                                               05720001
              WHEN OTHER                                                05730001
                 DISPLAY 'REFUSED: QZANONRG COULD NOT BE OPENED ',      05740001
                    '(STATUS=', WS-ANR-STATUS, '). NOTHING CHANGED'     05750001
                 MOVE 12 TO RETURN-CODE                                 05760001
                 EXIT PARAGRAPH                                         05770001
           END-EVALUATE                                                 05780001
           MOVE 0 TO WS-AR-HIT                                          05790001
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1                        05800001
              UNTIL WS-AR-IDX > WS-AR-COUNT                             05810001
              OR WS-AR-HIT > 0                                          05820001
              MOVE WS-AR-ENTRY(WS-AR-IDX) TO ANR-RECORD                 05830001
              IF ANR-OPER-ID = WS-OPER-ID                               05840001
                 OR (ANR-OPER-ID = SPACES                               05850001
                     AND ANR-ID-HASH = WS-ID-HASH)                      05860001
                 MOVE WS-AR-IDX TO WS-AR-HIT                            05870001
              END-IF                                                    05880001
           END-PERFORM                                                  05890001
           IF WS-AR-HIT > 0                                             05900001
              MOVE WS-AR-ENTRY(WS-AR-HIT) TO ANR-RECORD                 05910001
              MOVE ANR-TOKEN TO WS-TOKEN                                05920001
              MOVE 'TOKEN ISSUED ON AN EARLIER RUN - REUSED'            05930001
                 TO WS-TOKEN-NOTE                                       05940001
              IF WS-ERASE                                               05950001
                 SET ANR-ERASED TO TRUE                                 05960001
                 MOVE SPACES TO ANR-OPER-ID                             05970001
              END-IF                                                    05980001
              IF WS-PSEUDO AND ANR-ERASED                               05990001
                 MOVE 'ALREADY ERASED - THE ID IS NOT KEPT'             06000001
                    TO WS-TOKEN-NOTE                                    06010001
              END-IF                                                    06020001
           ELSE                                                         06030001
              IF WS-AR-COUNT = 999                                      06040001
                 DISPLAY 'REFUSED: QZANONRG IS FULL. NOTHING CHANGED'   06050001
                 MOVE 12 TO RETURN-CODE                                 06060001
                 EXIT PARAGRAPH                                         06070001
              END-IF                                                    06080001
              ADD 1 TO WS-AR-COUNT                                      06090001
              MOVE WS-AR-COUNT TO WS-AR-HIT                             06100001
              MOVE WS-AR-COUNT TO WS-TOKEN-NUM                          06110001
              MOVE SPACES TO WS-TOKEN                                   06120001
              STRING 'ANON' WS-TOKEN-NUM DELIMITED BY SIZE              06130001
                 INTO WS-TOKEN                                          06140001
              MOVE SPACES TO ANR-RECORD                                 06150001
              MOVE WS-TOKEN    TO ANR-TOKEN                             06160001
              MOVE WS-MODE     TO ANR-MODE                              06170001
              MOVE WS-RUN-DATE TO ANR-FIRST-DATE                        06180001
              MOVE WS-ID-HASH  TO ANR-ID-HASH                           06190001
              IF WS-PSEUDO                                              06200001
                 MOVE WS-OPER-ID TO ANR-OPER-ID                         06210001
              END-IF                                                    06220001
              MOVE 'NEW TOKEN ISSUED' TO WS-TOKEN-NOTE                  06230001
           END-IF                                                       06240001
           MOVE WS-RUN-DATE TO ANR-LAST-DATE                            06250001
           MOVE ANR-RECORD TO WS-AR-ENTRY(WS-AR-HIT)                    06260001
           OPEN OUTPUT ANR-FILE                                         06270001
           IF WS-ANR-STATUS NOT = '00'                                  06280001
              DISPLAY 'REFUSED: QZANONRG COULD NOT BE WRITTEN ',        06290001
                 '(STATUS=', WS-ANR-STATUS, '). NOTHING CHANGED'        06300001
              MOVE 12 TO RETURN-CODE                                    06310001
              EXIT PARAGRAPH                                            06320001
           END-IF                                                       06330001
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1                        06340001
              UNTIL WS-AR-IDX > WS-AR-COUNT                             06350001
              WRITE ANR-RECORD FROM WS-AR-ENTRY(WS-AR-IDX)              06360001
              IF WS-ANR-STATUS NOT = '00'                               06370001
                 MOVE 12 TO RETURN-CODE                                 06380001
              END-IF                                                    06390001
           END-PERFORM                                                  06400001
           CLOSE ANR-FILE                                               06410001
           IF RETURN-CODE = 12                                          06420001
              DISPLAY 'REFUSED: QZANONRG WRITE FAILED - RESTORE IT ',   06430001
                 'FROM BACKUP. NOTHING ELSE CHANGED'                    06440001
           END-IF                                                       06450001
           EXIT.                                                        06460001
      ******************************************************************06470001
       PROC-LOAD-ONE-TOKEN.                                             06480001
           READ ANR-FILE                                                06490001
           IF WS-ANR-STATUS NOT = '00'                                  06500001
              EXIT PARAGRAPH                                            06510001
           END-IF                                                       06520001
           IF WS-AR-COUNT = 999                                         06530001
              DISPLAY 'REFUSED: QZANONRG HOLDS MORE THAN 999 ',         06540001
                 'TOKENS. NOTHING CHANGED'                              06550001
              MOVE '99' TO WS-ANR-STATUS                                06560001
              EXIT PARAGRAPH                                            06570001
           END-IF                                                       06580001
           ADD 1 TO WS-AR-COUNT                                         06590001
           MOVE ANR-RECORD TO WS-AR-ENTRY(WS-AR-COUNT)                  06600001
           EXIT.                                                        06610001
      ******************************************************************06620001
      *    ONE DATASET: COUNT, REPLACE, COUNT AGAIN. A DATASET NOT IN   06630001
      *    THE JCL IS SKIPPED; ONE THAT CANNOT BE OPENED FAILS ALONE.   06640001
       PROC-TREAT-DATASET.                                              06650001
           MOVE SPACES TO WS-DS-STATE(WS-DX)                            06660001
           SET WS-PASS-BEFORE TO TRUE                                   06670001
           PERFORM PROC-COUNT-DATASET                                   06680001
           IF WS-DS-ABSENT(WS-DX) OR WS-DS-FAILED(WS-DX)                06690001
              EXIT PARAGRAPH                                            06700001
           END-IF                                                       06710001
           IF WS-DS-ID-BEFORE(WS-DX) > 0                                06720001
              EVALUATE WS-DX                                            06730001
                 WHEN 1 PERFORM PROC-UPD-QLK                            06740001
                 WHEN 2 PERFORM PROC-UPD-DTL                            06750001
                 WHEN 3 PERFORM PROC-UPD-ARCH                           06760001
                 WHEN 4 PERFORM PROC-UPD-OVR                            06770001
                 WHEN 5 PERFORM PROC-UPD-OVA                            06780001
                 WHEN 6 PERFORM PROC-UPD-ADJ                            06790001
                 WHEN 7 PERFORM PROC-UPD-CHG                            06800001
                 WHEN 8 PERFORM PROC-UPD-RST                            06810001
                 WHEN 9 PERFORM PROC-UPD-CHL                            06820001
                 WHEN 10 PERFORM PROC-UPD-ENR                           06821002
                 WHEN 11 PERFORM PROC-UPD-FLG                           06822002
                 WHEN 12 PERFORM PROC-UPD-REL                           06823002
                 WHEN 13 PERFORM PROC-UPD-REQ                           06824003
              END-EVALUATE                                              06830001
           END-IF                                                       06840001
           SET WS-PASS-AFTER TO TRUE                                    06850001
           PERFORM PROC-COUNT-DATASET                                   06860001
           IF NOT WS-DS-FAILED(WS-DX)                                   06870001
              IF WS-DS-ID-AFTER(WS-DX) > 0                              06880001
                 MOVE 'ID REMAINS' TO WS-DS-STATE(WS-DX)                06890001
              ELSE                                                      06900001
                 MOVE 'DONE' TO WS-DS-STATE(WS-DX)                      06910001
              END-IF                                                    06920001
           END-IF                                                       06930001
           EXIT.                                                        06940001
      ******************************************************************06950001
      *    A FULL READ OF ONE DATASET: RECORDS, RECORDS CARRYING THE    06960001
      *    ID, RECORDS CARRYING THE TOKEN.                              06970001
       PROC-COUNT-DATASET.                                              06980001
           MOVE 0 TO WS-CNT-REC                                         06990001
           MOVE 0 TO WS-CNT-ID                                          07000001
           MOVE 0 TO WS-CNT-TOK                                         07010001
           EVALUATE WS-DX                                               07020001
              WHEN 1 PERFORM PROC-CNT-QLK                               07030001
              WHEN 2 PERFORM PROC-CNT-DTL                               07040001
              WHEN 3 PERFORM PROC-CNT-ARCH                              07050001
              WHEN 4 PERFORM PROC-CNT-OVR                               07060001
              WHEN 5 PERFORM PROC-CNT-OVA                               07070001
              WHEN 6 PERFORM PROC-CNT-ADJ                               07080001
              WHEN 7 PERFORM PROC-CNT-CHG                               07090001
              WHEN 8 PERFORM PROC-CNT-RST                               07100001
              WHEN 9 PERFORM PROC-CNT-CHL                               07110001
              WHEN 10 PERFORM PROC-CNT-ENR                              07111002
              WHEN 11 PERFORM PROC-CNT-FLG                              07112002
              WHEN 12 PERFORM PROC-CNT-REL                              07113002
              WHEN 13 PERFORM PROC-CNT-REQ                              07114003
           END-EVALUATE                                                 07120001
           IF WS-PASS-BEFORE                                            07130001
              MOVE WS-CNT-REC TO WS-DS-REC-BEFORE(WS-DX)                07140001
              MOVE WS-CNT-ID  TO WS-DS-ID-BEFORE(WS-DX)                 07150001
              ADD WS-CNT-ID   TO WS-TOT-ID-BEFORE                       07160001
           ELSE                                                         07170001
              MOVE WS-CNT-REC TO WS-DS-REC-AFTER(WS-DX)                 07180001
              MOVE WS-CNT-ID  TO WS-DS-ID-AFTER(WS-DX)                  07190001
              MOVE WS-CNT-TOK TO WS-DS-TOK-AFTER(WS-DX)                 07200001
           END-IF                                                       07210001
           EXIT.                                                        07220001
      ******************************************************************07230001
      *    THE OPEN STATUS OF A COUNT PASS - '35' BEFORE THE FIRST PASS 07240001
      *    IS A DD LEFT OUT OF THE JCL; ANYTHING ELSE IS A FAILURE.     07250001
       PROC-OPEN-RESULT.                                                07260001
           EVALUATE TRUE                                                07270001
              WHEN WS-OPEN-STATUS = '00'                                07280001
                 CONTINUE                                               07290001
              WHEN WS-OPEN-STATUS = '35' AND WS-PASS-BEFORE             07300001
                 SET WS-DS-ABSENT(WS-DX) TO TRUE                        07310001
              WHEN OTHER                                                07320001
                 DISPLAY 'ERROR: ', WS-DS-NAME(WS-DX),                  07330001
                    ' COULD NOT BE OPENED (STATUS=',                    07340001
                    WS-OPEN-STATUS, ')'                                 07350001
                 SET WS-DS-FAILED(WS-DX) TO TRUE                        07360001
           END-EVALUATE                                                 07370001
           EXIT.                                                        07380001
      ******************************************************************07390001
       PROC-TALLY.                                                      07400001
           ADD 1 TO WS-CNT-REC                                          07410001
           IF WS-HIT-ID                                                 07420001
              ADD 1 TO WS-CNT-ID                                        07430001
           END-IF                                                       07440001
           IF WS-HIT-TOK                                                07450001
              ADD 1 TO WS-CNT-TOK                                       07460001
           END-IF                                                       07470001
           MOVE 'N' TO WS-HIT-ID-SW                                     07480001
           MOVE 'N' TO WS-HIT-TOK-SW                                    07490001
           EXIT.                                                        07500001
      ******************************************************************07510001
       PROC-CNT-QLK.                                                    07520001
           OPEN INPUT QLK-FILE                                          07530001
           MOVE WS-QLOG-STATUS TO WS-OPEN-STATUS                        07540001
           PERFORM PROC-OPEN-RESULT                                     07550001
           IF WS-QLOG-STATUS = '00'                                     07560001
              PERFORM PROC-CNT-QLK-REC                                  07570001
                 UNTIL WS-QLOG-STATUS NOT = '00'                        07580001
              CLOSE QLK-FILE                                            07590001
           END-IF                                                       07600001
           EXIT.                                                        07610001
      ******************************************************************07620001
       PROC-CNT-QLK-REC.                                                07630001
           READ QLK-FILE NEXT RECORD                                    07640001
           IF WS-QLOG-STATUS = '00'                                     07650001
              IF QLK-OPER-ID = WS-OPER-ID                               07660001
                 SET WS-HIT-ID TO TRUE                                  07670001
              END-IF                                                    07680001
              IF QLK-OPER-ID = WS-TOKEN                                 07690001
                 SET WS-HIT-TOK TO TRUE                                 07700001
              END-IF                                                    07710001
              PERFORM PROC-TALLY                                        07720001
           END-IF                                                       07730001
           EXIT.                                                        07740001
      ******************************************************************07750001
       PROC-CNT-DTL.                                                    07760001
           OPEN INPUT DTL-FILE                                          07770001
           MOVE WS-DTL-STATUS TO WS-OPEN-STATUS                         07780001
           PERFORM PROC-OPEN-RESULT                                     07790001
           IF WS-DTL-STATUS = '00'                                      07800001
              PERFORM PROC-CNT-DTL-REC                                  07810001
                 UNTIL WS-DTL-STATUS NOT = '00'                         07820001
              CLOSE DTL-FILE                                            07830001
           END-IF                                                       07840001
           EXIT.                                                        07850001
      ******************************************************************07860001
       PROC-CNT-DTL-REC.                                                07870001
           READ DTL-FILE                                                07880001
           IF WS-DTL-STATUS = '00'                                      07890001
              IF DTL-OPER-ID = WS-OPER-ID                               07900001
                 SET WS-HIT-ID TO TRUE                                  07910001
              END-IF                                                    07920001
              IF DTL-OPER-ID = WS-TOKEN                                 07930001
                 SET WS-HIT-TOK TO TRUE                                 07940001
              END-IF                                                    07950001
              PERFORM PROC-TALLY                                        07960001
           END-IF                                                       07970001
           EXIT.                                                        07980001
      ******************************************************************07990001
       PROC-CNT-ARCH.                                                   08000001
           OPEN INPUT ARCH-FILE                                         08010001
           MOVE WS-ARCH-STATUS TO WS-OPEN-STATUS                        08020001
           PERFORM PROC-OPEN-RESULT                                     08030001
           IF WS-ARCH-STATUS = '00'                                     08040001
              PERFORM PROC-CNT-ARCH-REC                                 08050001
                 UNTIL WS-ARCH-STATUS NOT = '00'                        08060001
              CLOSE ARCH-FILE                                           08070001
           END-IF                                                       08080001
           EXIT.                                                        08090001
      ******************************************************************08100001
       PROC-CNT-ARCH-REC.                                               08110001
           READ ARCH-FILE                                               08120001
           IF WS-ARCH-STATUS = '00'                                     08130001
              IF ARCH-JOB-NAME = WS-OPER-ID                             08140001
                 SET WS-HIT-ID TO TRUE                                  08150001
              END-IF                                                    08160001
              IF ARCH-JOB-NAME = WS-TOKEN                               08170001
                 SET WS-HIT-TOK TO TRUE                                 08180001
              END-IF                                                    08190001
              PERFORM PROC-TALLY                                        08200001
           END-IF                                                       08210001
           EXIT.                                                        08220001
      ******************************************************************08230001
       PROC-CNT-OVR.                                                    08240001
           OPEN INPUT OVR-FILE                                          08250001
           MOVE WS-OVR-STATUS TO WS-OPEN-STATUS                         08260001
           PERFORM PROC-OPEN-RESULT                                     08270001
           IF WS-OVR-STATUS = '00'                                      08280001
              PERFORM PROC-CNT-OVR-REC                                  08290001
                 UNTIL WS-OVR-STATUS NOT = '00'                         08300001
              CLOSE OVR-FILE                                            08310001
           END-IF                                                       08320001
           EXIT.                                                        08330001
      ******************************************************************08340001
       PROC-CNT-OVR-REC.                                                08350001
           READ OVR-FILE                                                08360001
           IF WS-OVR-STATUS = '00'                                      08370001
              IF OVR-OPER-ID = WS-OPER-ID                               08380001
                 OR OVR-SUPERVISOR = WS-OPER-ID                         08390001
                 SET WS-HIT-ID TO TRUE                                  08400001
              END-IF                                                    08410001
              IF OVR-OPER-ID = WS-TOKEN                                 08420001
                 OR OVR-SUPERVISOR = WS-TOKEN                           08430001
                 SET WS-HIT-TOK TO TRUE                                 08440001
              END-IF                                                    08450001
              PERFORM PROC-TALLY                                        08460001
           END-IF                                                       08470001
           EXIT.                                                        08480001
      ******************************************************************08490001
       PROC-CNT-OVA.                                                    08500001
           OPEN INPUT OVA-FILE                                          08510001
           MOVE WS-OVA-STATUS TO WS-OPEN-STATUS                         08520001
           PERFORM PROC-OPEN-RESULT                                     08530001
           IF WS-OVA-STATUS = '00'                                      08540001
              PERFORM PROC-CNT-OVA-REC                                  08550001
                 UNTIL WS-OVA-STATUS NOT = '00'                         08560001
              CLOSE OVA-FILE                                            08570001
           END-IF                                                       08580001
           EXIT.                                                        08590001
      ******************************************************************08600001
       PROC-CNT-OVA-REC.                                                08610001
           READ OVA-FILE                                                08620001
           IF WS-OVA-STATUS = '00'                                      08630001
              IF OVA-OPER-ID = WS-OPER-ID                               08640001
                 OR OVA-SUPERVISOR = WS-OPER-ID                         08650001
                 SET WS-HIT-ID TO TRUE                                  08660001
              END-IF                                                    08670001
              IF OVA-OPER-ID = WS-TOKEN                                 08680001
                 OR OVA-SUPERVISOR = WS-TOKEN                           08690001
                 SET WS-HIT-TOK TO TRUE                                 08700001
              END-IF                                                    08710001
              PERFORM PROC-TALLY                                        08720001
           END-IF                                                       08730001
           EXIT.                                                        08740001
      ******************************************************************08750001
       PROC-CNT-ADJ.                                                    08760001
           OPEN INPUT ADJ-FILE                                          08770001
           MOVE WS-ADJ-STATUS TO WS-OPEN-STATUS                         08780001
           PERFORM PROC-OPEN-RESULT                                     08790001
           IF WS-ADJ-STATUS = '00'                                      08800001
              PERFORM PROC-CNT-ADJ-REC                                  08810001
                 UNTIL WS-ADJ-STATUS NOT = '00'                         08820001
              CLOSE ADJ-FILE                                            08830001
           END-IF                                                       08840001
           EXIT.                                                        08850001
      ******************************************************************08860001
       PROC-CNT-ADJ-REC.                                                08870001
           READ ADJ-FILE                                                08880001
           IF WS-ADJ-STATUS = '00'                                      08890001
              IF ADJ-OPER = WS-OPER-ID                                  08900001
                 SET WS-HIT-ID TO TRUE                                  08910001
              END-IF                                                    08920001
              IF ADJ-OPER = WS-TOKEN                                    08930001
                 SET WS-HIT-TOK TO TRUE                                 08940001
              END-IF                                                    08950001
              PERFORM PROC-TALLY                                        08960001
           END-IF                                                       08970001
           EXIT.                                                        08980001
      ******************************************************************08990001
       PROC-CNT-CHG.                                                    09000001
           OPEN INPUT CHG-FILE                                          09010001
           MOVE WS-CHG-STATUS TO WS-OPEN-STATUS                         09020001
           PERFORM PROC-OPEN-RESULT                                     09030001
           IF WS-CHG-STATUS = '00'                                      09040001
              PERFORM PROC-CNT-CHG-REC                                  09050001
                 UNTIL WS-CHG-STATUS NOT = '00'                         09060001
              CLOSE CHG-FILE                                            09070001
           END-IF                                                       09080001
           EXIT.                                                        09090001
      ******************************************************************09100001
       PROC-CNT-CHG-REC.                                                09110001
           READ CHG-FILE                                                09120001
           IF WS-CHG-STATUS = '00'                                      09130001
              IF CHG-EDITOR = WS-OPER-ID                                09140001
                 SET WS-HIT-ID TO TRUE                                  09150001
              END-IF                                                    09160001
              IF CHG-EDITOR = WS-TOKEN                                  09170001
                 SET WS-HIT-TOK TO TRUE                                 09180001
              END-IF                                                    09190001
              PERFORM PROC-TALLY                                        09200001
           END-IF                                                       09210001
           EXIT.                                                        09220001
      ******************************************************************09230001
       PROC-CNT-RST.                                                    09240001
           OPEN INPUT RST-FILE                                          09250001
           MOVE WS-RST-STATUS TO WS-OPEN-STATUS                         09260001
           PERFORM PROC-OPEN-RESULT                                     09270001
           IF WS-RST-STATUS = '00'                                      09280001
              PERFORM PROC-CNT-RST-REC                                  09290001
                 UNTIL WS-RST-STATUS NOT = '00'                         09300001
              CLOSE RST-FILE                                            09310001
           END-IF                                                       09320001
           EXIT.                                                        09330001
      ******************************************************************09340001
       PROC-CNT-RST-REC.                                                09350001
           READ RST-FILE                                                09360001
           IF WS-RST-STATUS = '00'                                      09370001
              IF RST-OPER-ID = WS-OPER-ID                               09380001
                 SET WS-HIT-ID TO TRUE                                  09390001
              END-IF                                                    09400001
              IF RST-OPER-ID = WS-TOKEN                                 09410001
                 SET WS-HIT-TOK TO TRUE                                 09420001
              END-IF                                                    09430001
              PERFORM PROC-TALLY                                        09440001
           END-IF                                                       09450001
           EXIT.                                                        09460001
      ******************************************************************09470001
       PROC-CNT-CHL.                                                    09480001
           OPEN INPUT CHL-FILE                                          09490001
           MOVE WS-CHL-STATUS TO WS-OPEN-STATUS                         09500001
           PERFORM PROC-OPEN-RESULT                                     09510001
           IF WS-CHL-STATUS = '00'                                      09520001
              PERFORM PROC-CNT-CHL-REC                                  09530001
                 UNTIL WS-CHL-STATUS NOT = '00'                         09540001
              CLOSE CHL-FILE                                            09550001
           END-IF                                                       09560001
           EXIT.                                                        09570001
      ******************************************************************09580001
       PROC-CNT-CHL-REC.                                                09590001
           READ CHL-FILE                                                09600001
           IF WS-CHL-STATUS = '00'                                      09610001
              IF CHL-OPER-ID = WS-OPER-ID                               09620001
                 OR CHL-DECIDED-BY = WS-OPER-ID                         09630001
                 SET WS-HIT-ID TO TRUE                                  09640001
              END-IF                                                    09650001
              IF CHL-OPER-ID = WS-TOKEN                                 09660001
                 OR CHL-DECIDED-BY = WS-TOKEN                           09670001
                 SET WS-HIT-TOK TO TRUE                                 09680001
              END-IF                                                    09690001
              PERFORM PROC-TALLY                                        09700001
           END-IF                                                       09710001
           EXIT.                                                        09720001
      ******************************************************************09730001
       PROC-CNT-ENR.                                                    09730102
           OPEN INPUT ENR-FILE                                          09730202
           MOVE WS-ENR-STATUS TO WS-OPEN-STATUS                         09730302
           PERFORM PROC-OPEN-RESULT                                     09730402
           IF WS-ENR-STATUS = '00'                                      09730502
              PERFORM PROC-CNT-ENR-REC                                  09730602
                 UNTIL WS-ENR-STATUS NOT = '00'                         09730702
              CLOSE ENR-FILE                                            09730802
           END-IF                                                       09730902
           EXIT.                                                        09731002
      ******************************************************************09731102
       PROC-CNT-ENR-REC.                                                09731202
           READ ENR-FILE                                                09731302
           IF WS-ENR-STATUS = '00'                                      09731402
              IF ENR-OPER-ID = WS-OPER-ID                               09731502
                 SET WS-HIT-ID TO TRUE                                  09731602
              END-IF                                                    09731702
              IF ENR-OPER-ID = WS-TOKEN                                 09731802
                 SET WS-HIT-TOK TO TRUE                                 09731902
              END-IF                                                    09732002
              PERFORM PROC-TALLY                                        09732102
           END-IF                                                       09732202
           EXIT.                                                        09732302
      ******************************************************************09732402
       PROC-CNT-FLG.                                                    09732502
           OPEN INPUT FLG-FILE                                          09732602
           MOVE WS-FLG-STATUS TO WS-OPEN-STATUS                         09732702
           PERFORM PROC-OPEN-RESULT                                     09732802
           IF WS-FLG-STATUS = '00'                                      09732902
              PERFORM PROC-CNT-FLG-REC                                  09733002
                 UNTIL WS-FLG-STATUS NOT = '00'                         09733102
              CLOSE FLG-FILE                                            09733202
           END-IF                                                       09733302
           EXIT.                                                        09733402
      ******************************************************************09733502
       PROC-CNT-FLG-REC.                                                09733602
           READ FLG-FILE                                                09733702
           IF WS-FLG-STATUS = '00'                                      09733802
              IF FLG-OPER-ID = WS-OPER-ID                               09733902
                 OR (FLG-REASON = 'PAIR'                                09734002
                     AND FLG-PARTNER = WS-OPER-ID)                      09734102
                 SET WS-HIT-ID TO TRUE                                  09734202
              END-IF                                                    09734302
              IF FLG-OPER-ID = WS-TOKEN                                 09734402
                 OR (FLG-REASON = 'PAIR'                                09734502
                     AND FLG-PARTNER = WS-TOKEN)                        09734602
                 SET WS-HIT-TOK TO TRUE                                 09734702
              END-IF                                                    09734802
              PERFORM PROC-TALLY                                        09734902
           END-IF                                                       09735002
           EXIT.                                                        09735102
      ******************************************************************09735202
       PROC-CNT-REL.                                                    09735302
           OPEN INPUT REL-FILE                                          09735402
           MOVE WS-REL-STATUS TO WS-OPEN-STATUS                         09735502
           PERFORM PROC-OPEN-RESULT                                     09735602
           IF WS-REL-STATUS = '00'                                      09735702
              PERFORM PROC-CNT-REL-REC                                  09735802
                 UNTIL WS-REL-STATUS NOT = '00'                         09735902
              CLOSE REL-FILE                                            09736002
           END-IF                                                       09736102
           EXIT.                                                        09736202
      ******************************************************************09736302
       PROC-CNT-REL-REC.                                                09736402
           READ REL-FILE                                                09736502
           IF WS-REL-STATUS = '00'                                      09736602
              IF REL-EDITOR = WS-OPER-ID                                09736702
                 OR REL-APPROVER = WS-OPER-ID                           09736802
                 SET WS-HIT-ID TO TRUE                                  09736902
              END-IF                                                    09737002
              IF REL-EDITOR = WS-TOKEN                                  09737102
                 OR REL-APPROVER = WS-TOKEN                             09737202
                 SET WS-HIT-TOK TO TRUE                                 09737302
              END-IF                                                    09737402
              PERFORM PROC-TALLY                                        09737502
           END-IF                                                       09737602
           EXIT.                                                        09737702
      ******************************************************************09737802
       PROC-CNT-REQ.                                                    09738203
           OPEN INPUT REQ-FILE                                          09738603
           MOVE WS-REQ-STATUS TO WS-OPEN-STATUS                         09739003
           PERFORM PROC-OPEN-RESULT                                     09739403
           IF WS-REQ-STATUS = '00'                                      09739803
              PERFORM PROC-CNT-REQ-REC                                  09740203
                 UNTIL WS-REQ-STATUS NOT = '00'                         09740603
              CLOSE REQ-FILE                                            09741003
           END-IF                                                       09741403
           EXIT.                                                        09741803
      ******************************************************************09742203
       PROC-CNT-REQ-REC.                                                09742603
           READ REQ-FILE                                                09743003
           IF WS-REQ-STATUS = '00'                                      09743403
              IF REQ-DECIDED-BY = WS-OPER-ID                            09743803
                 SET WS-HIT-ID TO TRUE                                  09744203
              END-IF                                                    09744603
              IF REQ-DECIDED-BY = WS-TOKEN                              09745003
                 SET WS-HIT-TOK TO TRUE                                 09745403
              END-IF                                                    09745803
              PERFORM PROC-TALLY                                        09746203
           END-IF                                                       09746603
           EXIT.                                                        09747003
      ******************************************************************09747403
      *    THE ID IS PART OF THE QUIZLOGK KEY. EACH RECORD IS WRITTEN   09747801
      *    UNDER THE TOKEN FIRST AND ONLY THEN DELETED UNDER THE ID, SO 09750001
      *    A FAILURE PART-WAY NEVER LOSES AN ATTEMPT - AT WORST IT IS   09760001
      *    ON FILE UNDER BOTH UNTIL THE RERUN, WHICH FINDS THE TOKEN    09761002
      *    RECORD ALREADY THERE AND ONLY HAS THE DELETE LEFT TO DO.     09762002
       PROC-UPD-QLK.                                                    09780001
           OPEN I-O QLK-FILE                                            09790001
           IF WS-QLOG-STATUS NOT = '00'                                 09800001
              DISPLAY 'ERROR: QUIZLOGK COULD NOT BE OPENED FOR UPDATE ',09810001
                 '(STATUS=', WS-QLOG-STATUS, ')'                        09820001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           09830001
              EXIT PARAGRAPH                                            09840001
           END-IF                                                       09850001
           MOVE 'N' TO WS-QLK-DONE-SW                                   09860001
           PERFORM PROC-MOVE-QLK-BATCH                                  09870001
              UNTIL WS-QLK-DONE                                         09880001
           CLOSE QLK-FILE                                               09890001
           EXIT.                                                        09900001
      ******************************************************************09910001
       PROC-MOVE-QLK-BATCH.                                             09920001
           MOVE 0 TO WS-QB-COUNT                                        09930001
           MOVE WS-OPER-ID TO QLK-OPER-ID                               09940001
           MOVE SPACES TO QLK-TOPIC                                     09950001
           MOVE 0 TO QLK-START-DATE                                     09960001
           MOVE 0 TO QLK-START-TIME                                     09970001
           START QLK-FILE KEY IS NOT LESS THAN QLK-KEY                  09980001
              INVALID KEY MOVE '23' TO WS-QLOG-STATUS                   09990001
           END-START                                                    10000001
           PERFORM PROC-BUFFER-QLK                                      10010001
              UNTIL WS-QLOG-STATUS NOT = '00'                           10020001
              OR WS-QB-COUNT = 500                                      10030001
           IF WS-QB-COUNT = 0                                           10040001
              SET WS-QLK-DONE TO TRUE                                   10050001
              EXIT PARAGRAPH                                            10060001
           END-IF                                                       10070001
           PERFORM PROC-MOVE-ONE-QLK                                    10080001
              VARYING WS-QB-IDX FROM 1 BY 1                             10090001
              UNTIL WS-QB-IDX > WS-QB-COUNT                             10100001
              OR WS-QLK-DONE                                            10110001
           EXIT.                                                        10120001
      ******************************************************************10130001
       PROC-BUFFER-QLK.                                                 10140001
           READ QLK-FILE NEXT RECORD                                    10150001
           IF WS-QLOG-STATUS = '00'                                     10160001
              IF QLK-OPER-ID NOT = WS-OPER-ID                           10170001
                 MOVE '10' TO WS-QLOG-STATUS                            10180001
              ELSE                                                      10190001
                 ADD 1 TO WS-QB-COUNT                                   10200001
                 MOVE QLK-RECORD TO WS-QB-REC(WS-QB-COUNT)              10210001
              END-IF                                                    10220001
           END-IF                                                       10230001
           EXIT.                                                        10240001
      ******************************************************************10250001
       PROC-MOVE-ONE-QLK.                                               10260001
           MOVE WS-QB-REC(WS-QB-IDX) TO QLK-RECORD                      10270001
           MOVE WS-TOKEN TO QLK-OPER-ID                                 10280001
           WRITE QLK-RECORD                                             10290001
           EVALUATE WS-QLOG-STATUS                                      10291002
              WHEN '00'                                                 10292002
                 MOVE '+' TO WS-CTL-SIGN                                10293002
                 PERFORM PROC-POST-QLK                                  10294002
                 PERFORM PROC-FLUSH-CONTROL                             10294503
              WHEN '22'                                                 10295002
                 PERFORM PROC-CHECK-TOKEN-QLK                           10296002
              WHEN OTHER                                                10297002
                 DISPLAY 'ERROR: QUIZLOGK WRITE UNDER THE TOKEN ',      10298002
                    'FAILED (STATUS=', WS-QLOG-STATUS, ')'              10299002
                 SET WS-DS-FAILED(WS-DX) TO TRUE                        10300002
                 SET WS-QLK-DONE TO TRUE                                10301002
           END-EVALUATE                                                 10302002
           IF WS-QLK-DONE                                               10303002
              EXIT PARAGRAPH                                            10350001
           END-IF                                                       10360001
           MOVE WS-QB-REC(WS-QB-IDX) TO QLK-RECORD                      10390001
           DELETE QLK-FILE RECORD                                       10400001
           IF WS-QLOG-STATUS NOT = '00'                                 10410001
              DISPLAY 'ERROR: QUIZLOGK DELETE UNDER THE ID FAILED ',    10420001
                 '(STATUS=', WS-QLOG-STATUS, ')'                        10430001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           10440001
              SET WS-QLK-DONE TO TRUE                                   10450001
              EXIT PARAGRAPH                                            10460001
           END-IF                                                       10470001
           MOVE '-' TO WS-CTL-SIGN                                      10480001
           PERFORM PROC-POST-QLK                                        10490001
           PERFORM PROC-FLUSH-CONTROL                                   10491003
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                10500001
           EXIT.                                                        10500402
      ******************************************************************10500802
      *    THE TOKEN KEY IS ALREADY ON FILE. IF IT HOLDS THIS VERY      10501202
      *    ATTEMPT (EVERYTHING BUT THE OPERATOR FIELD THE SAME) AN      10501602
      *    EARLIER RUN WROTE IT AND FLUSHED ITS POSTING BEFORE STOPPING,10502003
      *    AND THE ID RECORD IS SIMPLY DELETED. ANYTHING ELSE UNDER THAT10502403
      *    KEY IS A GENUINE CLASH AND FAILS THE DATASET.                10502803
       PROC-CHECK-TOKEN-QLK.                                            10503202
           MOVE QLK-RECORD TO WS-QB-TOKEN-REC                           10503602
           READ QLK-FILE RECORD                                         10504002
           IF WS-QLOG-STATUS NOT = '00'                                 10504402
              DISPLAY 'ERROR: QUIZLOGK RECORD UNDER THE TOKEN COULD ',  10504802
                 'NOT BE READ (STATUS=', WS-QLOG-STATUS, ')'            10505202
              SET WS-DS-FAILED(WS-DX) TO TRUE                           10505602
              SET WS-QLK-DONE TO TRUE                                   10506002
              EXIT PARAGRAPH                                            10506402
           END-IF                                                       10506802
           IF QLK-RECORD(9:76) NOT = WS-QB-TOKEN-REC(9:76)              10507202
              DISPLAY 'ERROR: QUIZLOGK ALREADY HOLDS A DIFFERENT ',     10507602
                 'ATTEMPT UNDER ', WS-QB-TOKEN-REC(1:32)                10508002
              SET WS-DS-FAILED(WS-DX) TO TRUE                           10508402
              SET WS-QLK-DONE TO TRUE                                   10508802
           END-IF                                                       10509202
           EXIT.                                                        10510001
      ******************************************************************10520001
      *    EACH RE-KEYED HISTORY RECORD IS POSTED TO THE CONTROL TOTALS 10530001
      *    AS KIND R - THE OLD IMAGE OUT, THE NEW ONE IN. COUNT AND     10540001
      *    SCORE HASH NET TO NOTHING; THE KEY HASH MOVES BY EXACTLY THE 10550001
      *    CHANGE OF ID, SO QZCTLVFY STILL AGREES.                      10560001
       PROC-POST-QLK.                                                   10570001
           MOVE 'P'            TO WS-CTL-FUNC                           10580001
           MOVE 'QUIZLOGK'     TO WS-CTL-FILE                           10590001
           MOVE 'R'            TO WS-CTL-KIND                           10600001
           MOVE 'QZANONYM'     TO WS-CTL-SOURCE                         10610001
           MOVE QLK-START-DATE TO WS-CTL-DAY                            10620001
           MOVE QLK-KEY        TO WS-CTL-KEY-TEXT                       10630001
           MOVE 0              TO WS-CTL-POS                            10640001
           MOVE QLK-SCORE      TO WS-CTL-SCORE                          10650001
           MOVE QLK-Q-AMOUNT   TO WS-CTL-AMOUNT                         10660001
           MOVE QLK-PCT        TO WS-CTL-PCT                            10670001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            10680001
           EXIT.                                                        10690001
      ******************************************************************10700001
       PROC-UPD-DTL.                                                    10710001
           OPEN I-O DTL-FILE                                            10720001
           IF WS-DTL-STATUS NOT = '00'                                  10730001
              DISPLAY 'ERROR: QUIZDTL COULD NOT BE OPENED FOR UPDATE ', 10740001
                 '(STATUS=', WS-DTL-STATUS, ')'                         10750001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           10760001
              EXIT PARAGRAPH                                            10770001
           END-IF                                                       10780001
           PERFORM PROC-UPD-DTL-REC                                     10790001
              UNTIL WS-DTL-STATUS NOT = '00'                            10800001
           CLOSE DTL-FILE                                               10810001
           EXIT.                                                        10820001
      ******************************************************************10830001
       PROC-UPD-DTL-REC.                                                10840001
           READ DTL-FILE                                                10850001
           IF WS-DTL-STATUS NOT = '00'                                  10860001
              OR DTL-OPER-ID NOT = WS-OPER-ID                           10870001
              EXIT PARAGRAPH                                            10880001
           END-IF                                                       10890001
           MOVE '-' TO WS-CTL-SIGN                                      10900001
           PERFORM PROC-POST-DTL                                        10910001
           MOVE WS-TOKEN TO DTL-OPER-ID                                 10920001
           REWRITE DTL-RECORD                                           10930001
           IF WS-DTL-STATUS NOT = '00'                                  10940001
              DISPLAY 'ERROR: QUIZDTL REWRITE FAILED (STATUS=',         10950001
                 WS-DTL-STATUS, ')'                                     10960001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           10970001
              MOVE WS-OPER-ID TO DTL-OPER-ID                            10980001
              MOVE '+' TO WS-CTL-SIGN                                   10990001
              PERFORM PROC-POST-DTL                                     11000001
              EXIT PARAGRAPH                                            11010001
           END-IF                                                       11020001
           MOVE '+' TO WS-CTL-SIGN                                      11030001
           PERFORM PROC-POST-DTL                                        11040001
           PERFORM PROC-FLUSH-CONTROL                                   11041003
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                11050001
           EXIT.                                                        11060001
      ******************************************************************11070001
       PROC-POST-DTL.                                                   11080001
           MOVE 'P'              TO WS-CTL-FUNC                         11090001
           MOVE 'QUIZDTL'        TO WS-CTL-FILE                         11100001
           MOVE 'R'              TO WS-CTL-KIND                         11110001
           MOVE 'QZANONYM'       TO WS-CTL-SOURCE                       11120001
           MOVE DTL-DATE         TO WS-CTL-DAY                          11130001
           MOVE DTL-RECORD(1:32) TO WS-CTL-KEY-TEXT                     11140001
           MOVE DTL-POS          TO WS-CTL-POS                          11150001
           MOVE DTL-SUBMITTED    TO WS-CTL-SUBMITTED                    11160001
           MOVE DTL-CORRECT      TO WS-CTL-CORRECT                      11170001
           MOVE DTL-VERDICT      TO WS-CTL-VERDICT                      11180001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            11190001
           EXIT.                                                        11200001
      ******************************************************************11210001
       PROC-UPD-ARCH.                                                   11220001
           OPEN I-O ARCH-FILE                                           11230001
           IF WS-ARCH-STATUS NOT = '00'                                 11240001
              DISPLAY 'ERROR: QUIZARCH COULD NOT BE OPENED FOR UPDATE ',11250001
                 '(STATUS=', WS-ARCH-STATUS, ')'                        11260001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           11270001
              EXIT PARAGRAPH                                            11280001
           END-IF                                                       11290001
           PERFORM PROC-UPD-ARCH-REC                                    11300001
              UNTIL WS-ARCH-STATUS NOT = '00'                           11310001
           CLOSE ARCH-FILE                                              11320001
           EXIT.                                                        11330001
      ******************************************************************11340001
       PROC-UPD-ARCH-REC.                                               11350001
           READ ARCH-FILE                                               11360001
           IF WS-ARCH-STATUS NOT = '00'                                 11370001
              OR ARCH-JOB-NAME NOT = WS-OPER-ID                         11380001
              EXIT PARAGRAPH                                            11390001
           END-IF                                                       11400001
           MOVE '-' TO WS-CTL-SIGN                                      11410001
           PERFORM PROC-POST-ARCH                                       11420001
           MOVE WS-TOKEN TO ARCH-JOB-NAME                               11430001
           REWRITE ARCH-RECORD                                          11440001
           IF WS-ARCH-STATUS NOT = '00'                                 11450001
              DISPLAY 'ERROR: QUIZARCH REWRITE FAILED (STATUS=',        11460001
                 WS-ARCH-STATUS, ')'                                    11470001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           11480001
              MOVE WS-OPER-ID TO ARCH-JOB-NAME                          11490001
              MOVE '+' TO WS-CTL-SIGN                                   11500001
              PERFORM PROC-POST-ARCH                                    11510001
              EXIT PARAGRAPH                                            11520001
           END-IF                                                       11530001
           MOVE '+' TO WS-CTL-SIGN                                      11540001
           PERFORM PROC-POST-ARCH                                       11550001
           PERFORM PROC-FLUSH-CONTROL                                   11551003
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                11560001
           EXIT.                                                        11570001
      ******************************************************************11580001
      *    HASHED ON THE QUIZLOGK KEY THE RECORD CAME FROM, THE SAME    11590001
      *    WAY QZLOGARC POSTED IT.                                      11600001
       PROC-POST-ARCH.                                                  11610001
           MOVE 'P'             TO WS-CTL-FUNC                          11620001
           MOVE 'QUIZARCH'      TO WS-CTL-FILE                          11630001
           MOVE 'R'             TO WS-CTL-KIND                          11640001
           MOVE 'QZANONYM'      TO WS-CTL-SOURCE                        11650001
           MOVE ARCH-START-DATE TO WS-CTL-DAY                           11660001
           MOVE ARCH-JOB-NAME   TO WS-CTL-KEY-TEXT(1:8)                 11670001
           MOVE ARCH-TOPIC      TO WS-CTL-KEY-TEXT(9:8)                 11680001
           MOVE ARCH-START-DATE TO WS-CTL-KEY-TEXT(17:8)                11690001
           MOVE ARCH-START-TIME TO WS-CTL-KEY-TEXT(25:8)                11700001
           MOVE 0               TO WS-CTL-POS                           11710001
           MOVE ARCH-SCORE      TO WS-CTL-SCORE                         11720001
           MOVE ARCH-Q-AMOUNT   TO WS-CTL-AMOUNT                        11730001
           MOVE ARCH-PCT        TO WS-CTL-PCT                           11740001
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            11750001
           EXIT.                                                        11750803
      ******************************************************************11751603
      *    HANDS THE HELD CONTROL TOTALS TO QZCTLTOT - AFTER EVERY      11752403
      *    CHANGED HISTORY RECORD, AND ONCE MORE AT THE END OF THE RUN. 11753203
       PROC-FLUSH-CONTROL.                                              11754003
           MOVE 'F'        TO WS-CTL-FUNC                               11754803
           MOVE 'QZANONYM' TO WS-CTL-SOURCE                             11755603
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            11756403
           IF WS-CTL-RC NOT = 0                                         11757203
              SET WS-CTL-FAILED TO TRUE                                 11758003
           END-IF                                                       11758803
           EXIT.                                                        11760001
      ******************************************************************11770001
       PROC-UPD-OVR.                                                    11780001
           OPEN I-O OVR-FILE                                            11790001
           IF WS-OVR-STATUS NOT = '00'                                  11800001
              DISPLAY 'ERROR: QZOVRD COULD NOT BE OPENED FOR UPDATE ',  11810001
                 '(STATUS=', WS-OVR-STATUS, ')'                         11820001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           11830001
              EXIT PARAGRAPH                                            11840001
           END-IF                                                       11850001
           PERFORM PROC-UPD-OVR-REC                                     11860001
              UNTIL WS-OVR-STATUS NOT = '00'                            11870001
           CLOSE OVR-FILE                                               11880001
           EXIT.                                                        11890001
      ******************************************************************11900001
       PROC-UPD-OVR-REC.                                                11910001
           READ OVR-FILE                                                11920001
           IF WS-OVR-STATUS NOT = '00'                                  11930001
              EXIT PARAGRAPH                                            11940001
           END-IF                                                       11950001
           IF OVR-OPER-ID NOT = WS-OPER-ID                              11960001
              AND OVR-SUPERVISOR NOT = WS-OPER-ID                       11970001
              EXIT PARAGRAPH                                            11980001
           END-IF                                                       11990001
           IF OVR-OPER-ID = WS-OPER-ID                                  12000001
              MOVE WS-TOKEN TO OVR-OPER-ID                              12010001
              IF WS-ERASE                                               12020001
                 MOVE WS-ERASED-TEXT TO OVR-REASON                      12030001
                 ADD 1 TO WS-DS-TEXT-CLR(WS-DX)                         12040001
              END-IF                                                    12050001
           END-IF                                                       12060001
           IF OVR-SUPERVISOR = WS-OPER-ID                               12070001
              MOVE WS-TOKEN TO OVR-SUPERVISOR                           12080001
           END-IF                                                       12090001
           REWRITE OVR-RECORD                                           12100001
           IF WS-OVR-STATUS NOT = '00'                                  12110001
              DISPLAY 'ERROR: QZOVRD REWRITE FAILED (STATUS=',          12120001
                 WS-OVR-STATUS, ')'                                     12130001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           12140001
              EXIT PARAGRAPH                                            12150001
           END-IF                                                       12160001
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                12170001
           EXIT.                                                        12180001
      ******************************************************************12190001
       PROC-UPD-OVA.                                                    12200001
           OPEN I-O OVA-FILE                                            12210001
           IF WS-OVA-STATUS NOT = '00'                                  12220001
              DISPLAY 'ERROR: QZOVRAUD COULD NOT BE OPENED FOR UPDATE ',12230001
                 '(STATUS=', WS-OVA-STATUS, ')'                         12240001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           12250001
              EXIT PARAGRAPH                                            12260001
           END-IF                                                       12270001
           PERFORM PROC-UPD-OVA-REC                                     12280001
              UNTIL WS-OVA-STATUS NOT = '00'                            12290001
           CLOSE OVA-FILE                                               12300001
           EXIT.                                                        12310001
      ******************************************************************12320001
       PROC-UPD-OVA-REC.                                                12330001
           READ OVA-FILE                                                12340001
           IF WS-OVA-STATUS NOT = '00'                                  12350001
              EXIT PARAGRAPH                                            12360001
           END-IF                                                       12370001
           IF OVA-OPER-ID NOT = WS-OPER-ID                              12380001
              AND OVA-SUPERVISOR NOT = WS-OPER-ID                       12390001
              EXIT PARAGRAPH                                            12400001
           END-IF                                                       12410001
           IF OVA-OPER-ID = WS-OPER-ID                                  12420001
              MOVE WS-TOKEN TO OVA-OPER-ID                              12430001
              IF WS-ERASE                                               12440001
                 MOVE WS-ERASED-TEXT TO OVA-REASON                      12450001
                 ADD 1 TO WS-DS-TEXT-CLR(WS-DX)                         12460001
              END-IF                                                    12470001
           END-IF                                                       12480001
           IF OVA-SUPERVISOR = WS-OPER-ID                               12490001
              MOVE WS-TOKEN TO OVA-SUPERVISOR                           12500001
           END-IF                                                       12510001
           REWRITE OVA-RECORD                                           12520001
           IF WS-OVA-STATUS NOT = '00'                                  12530001
              DISPLAY 'ERROR: QZOVRAUD REWRITE FAILED (STATUS=',        12540001
                 WS-OVA-STATUS, ')'                                     12550001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           12560001
              EXIT PARAGRAPH                                            12570001
           END-IF                                                       12580001
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                12590001
           EXIT.                                                        12600001
      ******************************************************************12610001
      *    THE TRAIL'S SCORES ARE LEFT ALONE - QZCTLVFY RECKONS THE     12620001
      *    REGRADE DELTAS FROM THEM, NOT FROM THE OPERATOR.             12630001
       PROC-UPD-ADJ.                                                    12640001
           OPEN I-O ADJ-FILE                                            12650001
           IF WS-ADJ-STATUS NOT = '00'                                  12660001
              DISPLAY 'ERROR: QZADJLOG COULD NOT BE OPENED FOR UPDATE ',12670001
                 '(STATUS=', WS-ADJ-STATUS, ')'                         12680001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           12690001
              EXIT PARAGRAPH                                            12700001
           END-IF                                                       12710001
           PERFORM PROC-UPD-ADJ-REC                                     12720001
              UNTIL WS-ADJ-STATUS NOT = '00'                            12730001
           CLOSE ADJ-FILE                                               12740001
           EXIT.                                                        12750001
      ******************************************************************12760001
       PROC-UPD-ADJ-REC.                                                12770001
           READ ADJ-FILE                                                12780001
           IF WS-ADJ-STATUS NOT = '00'                                  12790001
              OR ADJ-OPER NOT = WS-OPER-ID                              12800001
              EXIT PARAGRAPH                                            12810001
           END-IF                                                       12820001
           MOVE WS-TOKEN TO ADJ-OPER                                    12830001
           REWRITE ADJ-RECORD                                           12840001
           IF WS-ADJ-STATUS NOT = '00'                                  12850001
              DISPLAY 'ERROR: QZADJLOG REWRITE FAILED (STATUS=',        12860001
                 WS-ADJ-STATUS, ')'                                     12870001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           12880001
              EXIT PARAGRAPH                                            12890001
           END-IF                                                       12900001
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                12910001
           EXIT.                                                        12920001
      ******************************************************************12930001
      *    THE EDITOR STAYS DISTINCT FROM EVERY OTHER EDITOR, SO THE    12940001
      *    FOUR-EYES CHECK IN QZBANKPR STILL HOLDS.                     12950001
       PROC-UPD-CHG.                                                    12960001
           OPEN I-O CHG-FILE                                            12970001
           IF WS-CHG-STATUS NOT = '00'                                  12980001
              DISPLAY 'ERROR: BANKCHG COULD NOT BE OPENED FOR UPDATE ', 12990001
                 '(STATUS=', WS-CHG-STATUS, ')'                         13000001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           13010001
              EXIT PARAGRAPH                                            13020001
           END-IF                                                       13030001
           PERFORM PROC-UPD-CHG-REC                                     13040001
              UNTIL WS-CHG-STATUS NOT = '00'                            13050001
           CLOSE CHG-FILE                                               13060001
           EXIT.                                                        13070001
      ******************************************************************13080001
       PROC-UPD-CHG-REC.                                                13090001
           READ CHG-FILE                                                13100001
           IF WS-CHG-STATUS NOT = '00'                                  13110001
              OR CHG-EDITOR NOT = WS-OPER-ID                            13120001
              EXIT PARAGRAPH                                            13130001
           END-IF                                                       13140001
           MOVE WS-TOKEN TO CHG-EDITOR                                  13150001
           REWRITE CHG-RECORD                                           13160001
           IF WS-CHG-STATUS NOT = '00'                                  13170001
              DISPLAY 'ERROR: BANKCHG REWRITE FAILED (STATUS=',         13180001
                 WS-CHG-STATUS, ')'                                     13190001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           13200001
              EXIT PARAGRAPH                                            13210001
           END-IF                                                       13220001
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                13230001
           EXIT.                                                        13240001
      ******************************************************************13250001
      *    A DEPARTED OPERATOR'S CHECKPOINT WILL NEVER BE RESUMED. ON   13260001
      *    ERASE IT IS EMPTIED THE WAY ORQMOD02 CLEARS A FINISHED ONE;  13270001
      *    ON PSEUDONYMIZE IT IS KEPT UNDER THE TOKEN.                  13280001
       PROC-UPD-RST.                                                    13290001
           IF WS-ERASE                                                  13300001
              OPEN OUTPUT RST-FILE                                      13310001
              IF WS-RST-STATUS NOT = '00'                               13320001
                 DISPLAY 'ERROR: QUIZRST COULD NOT BE CLEARED ',        13330001
                    '(STATUS=', WS-RST-STATUS, ')'                      13340001
                 SET WS-DS-FAILED(WS-DX) TO TRUE                        13350001
                 EXIT PARAGRAPH                                         13360001
              END-IF                                                    13370001
              CLOSE RST-FILE                                            13380001
              MOVE WS-DS-ID-BEFORE(WS-DX) TO WS-DS-CHANGED(WS-DX)       13390001
              MOVE WS-DS-ID-BEFORE(WS-DX) TO WS-DS-TEXT-CLR(WS-DX)      13400001
              EXIT PARAGRAPH                                            13410001
           END-IF                                                       13420001
           OPEN I-O RST-FILE                                            13430001
           IF WS-RST-STATUS NOT = '00'                                  13440001
              DISPLAY 'ERROR: QUIZRST COULD NOT BE OPENED FOR UPDATE ', 13450001
                 '(STATUS=', WS-RST-STATUS, ')'                         13460001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           13470001
              EXIT PARAGRAPH                                            13480001
           END-IF                                                       13490001
           PERFORM PROC-UPD-RST-REC                                     13500001
              UNTIL WS-RST-STATUS NOT = '00'                            13510001
           CLOSE RST-FILE                                               13520001
           EXIT.                                                        13530001
      ******************************************************************13540001
       PROC-UPD-RST-REC.                                                13550001
           READ RST-FILE                                                13560001
           IF WS-RST-STATUS NOT = '00'                                  13570001
              OR RST-OPER-ID NOT = WS-OPER-ID                           13580001
              EXIT PARAGRAPH                                            13590001
           END-IF                                                       13600001
           MOVE WS-TOKEN TO RST-OPER-ID                                 13610001
           REWRITE RST-RECORD                                           13620001
           IF WS-RST-STATUS NOT = '00'                                  13630001
              DISPLAY 'ERROR: QUIZRST REWRITE FAILED (STATUS=',         13640001
                 WS-RST-STATUS, ')'                                     13650001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           13660001
              EXIT PARAGRAPH                                            13670001
           END-IF                                                       13680001
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                13690001
           EXIT.                                                        13700001
      ******************************************************************13710001
       PROC-UPD-CHL.                                                    13720001
           OPEN I-O CHL-FILE                                            13730001
           IF WS-CHL-STATUS NOT = '00'                                  13740001
              DISPLAY 'ERROR: QZCHALNG COULD NOT BE OPENED FOR UPDATE ',13750001
                 '(STATUS=', WS-CHL-STATUS, ')'                         13760001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           13770001
              EXIT PARAGRAPH                                            13780001
           END-IF                                                       13790001
           PERFORM PROC-UPD-CHL-REC                                     13800001
              UNTIL WS-CHL-STATUS NOT = '00'                            13810001
           CLOSE CHL-FILE                                               13820001
           EXIT.                                                        13830001
      ******************************************************************13840001
       PROC-UPD-CHL-REC.                                                13850001
           READ CHL-FILE                                                13860001
           IF WS-CHL-STATUS NOT = '00'                                  13870001
              EXIT PARAGRAPH                                            13880001
           END-IF                                                       13890001
           IF CHL-OPER-ID NOT = WS-OPER-ID                              13900001
              AND CHL-DECIDED-BY NOT = WS-OPER-ID                       13910001
              EXIT PARAGRAPH                                            13920001
           END-IF                                                       13930001
           IF CHL-OPER-ID = WS-OPER-ID                                  13940001
              MOVE WS-TOKEN TO CHL-OPER-ID                              13950001
              IF WS-ERASE                                               13960001
                 MOVE WS-ERASED-TEXT TO CHL-REASON                      13970001
                 MOVE WS-ERASED-TEXT TO CHL-RESPONSE                    13980001
                 ADD 1 TO WS-DS-TEXT-CLR(WS-DX)                         13990001
              END-IF                                                    14000001
           END-IF                                                       14010001
           IF CHL-DECIDED-BY = WS-OPER-ID                               14020001
              MOVE WS-TOKEN TO CHL-DECIDED-BY                           14030001
           END-IF                                                       14040001
           REWRITE CHL-RECORD                                           14050001
           IF WS-CHL-STATUS NOT = '00'                                  14060001
              DISPLAY 'ERROR: QZCHALNG REWRITE FAILED (STATUS=',        14070001
                 WS-CHL-STATUS, ')'                                     14080001
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14090001
              EXIT PARAGRAPH                                            14100001
           END-IF                                                       14110001
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                14120001
           EXIT.                                                        14130001
      ******************************************************************14140001
       PROC-UPD-ENR.                                                    14140102
           OPEN I-O ENR-FILE                                            14140202
           IF WS-ENR-STATUS NOT = '00'                                  14140302
              DISPLAY 'ERROR: QZENROL COULD NOT BE OPENED FOR UPDATE ', 14140402
                 '(STATUS=', WS-ENR-STATUS, ')'                         14140502
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14140602
              EXIT PARAGRAPH                                            14140702
           END-IF                                                       14140802
           PERFORM PROC-UPD-ENR-REC                                     14140902
              UNTIL WS-ENR-STATUS NOT = '00'                            14141002
           CLOSE ENR-FILE                                               14141102
           EXIT.                                                        14141202
      ******************************************************************14141302
       PROC-UPD-ENR-REC.                                                14141402
           READ ENR-FILE                                                14141502
           IF WS-ENR-STATUS NOT = '00'                                  14141602
              OR ENR-OPER-ID NOT = WS-OPER-ID                           14141702
              EXIT PARAGRAPH                                            14141802
           END-IF                                                       14141902
           MOVE WS-TOKEN TO ENR-OPER-ID                                 14142002
           REWRITE ENR-RECORD                                           14142102
           IF WS-ENR-STATUS NOT = '00'                                  14142202
              DISPLAY 'ERROR: QZENROL REWRITE FAILED (STATUS=',         14142302
                 WS-ENR-STATUS, ')'                                     14142402
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14142502
              EXIT PARAGRAPH                                            14142602
           END-IF                                                       14142702
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                14142802
           EXIT.                                                        14142902
      ******************************************************************14143002
      *    THE OPERATOR'S OWN FLAGS, AND ANY PAIR FLAG ON ANOTHER       14143102
      *    OPERATOR THAT NAMES THEM AS THE PARTNER.                     14143202
       PROC-UPD-FLG.                                                    14143302
           OPEN I-O FLG-FILE                                            14143402
           IF WS-FLG-STATUS NOT = '00'                                  14143502
              DISPLAY 'ERROR: QZFLAGS COULD NOT BE OPENED FOR UPDATE ', 14143602
                 '(STATUS=', WS-FLG-STATUS, ')'                         14143702
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14143802
              EXIT PARAGRAPH                                            14143902
           END-IF                                                       14144002
           PERFORM PROC-UPD-FLG-REC                                     14144102
              UNTIL WS-FLG-STATUS NOT = '00'                            14144202
           CLOSE FLG-FILE                                               14144302
           EXIT.                                                        14144402
      ******************************************************************14144502
       PROC-UPD-FLG-REC.                                                14144602
           READ FLG-FILE                                                14144702
           IF WS-FLG-STATUS NOT = '00'                                  14144802
              EXIT PARAGRAPH                                            14144902
           END-IF                                                       14145002
           IF FLG-OPER-ID NOT = WS-OPER-ID                              14145102
              AND (FLG-REASON NOT = 'PAIR'                              14145202
                   OR FLG-PARTNER NOT = WS-OPER-ID)                     14145302
              EXIT PARAGRAPH                                            14145402
           END-IF                                                       14145502
           IF FLG-OPER-ID = WS-OPER-ID                                  14145602
              MOVE WS-TOKEN TO FLG-OPER-ID                              14145702
           END-IF                                                       14145802
           IF FLG-REASON = 'PAIR'                                       14145902
              AND FLG-PARTNER = WS-OPER-ID                              14146002
              MOVE WS-TOKEN TO FLG-PARTNER                              14146102
           END-IF                                                       14146202
           REWRITE FLG-RECORD                                           14146302
           IF WS-FLG-STATUS NOT = '00'                                  14146402
              DISPLAY 'ERROR: QZFLAGS REWRITE FAILED (STATUS=',         14146502
                 WS-FLG-STATUS, ')'                                     14146602
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14146702
              EXIT PARAGRAPH                                            14146802
           END-IF                                                       14146902
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                14147002
           EXIT.                                                        14147102
      ******************************************************************14147202
      *    THE EDITOR AND APPROVER STAY DISTINCT FROM EVERY OTHER USER, 14147302
      *    SO THE REGISTER STILL SHOWS TWO DIFFERENT PEOPLE PER RELEASE.14147402
       PROC-UPD-REL.                                                    14147502
           OPEN I-O REL-FILE                                            14147602
           IF WS-REL-STATUS NOT = '00'                                  14147702
              DISPLAY 'ERROR: QZRELEAS COULD NOT BE OPENED FOR UPDATE ',14147802
                 '(STATUS=', WS-REL-STATUS, ')'                         14147902
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14148002
              EXIT PARAGRAPH                                            14148102
           END-IF                                                       14148202
           PERFORM PROC-UPD-REL-REC                                     14148302
              UNTIL WS-REL-STATUS NOT = '00'                            14148402
           CLOSE REL-FILE                                               14148502
           EXIT.                                                        14148602
      ******************************************************************14148702
       PROC-UPD-REL-REC.                                                14148802
           READ REL-FILE                                                14148902
           IF WS-REL-STATUS NOT = '00'                                  14149002
              EXIT PARAGRAPH                                            14149102
           END-IF                                                       14149202
           IF REL-EDITOR NOT = WS-OPER-ID                               14149302
              AND REL-APPROVER NOT = WS-OPER-ID                         14149402
              EXIT PARAGRAPH                                            14149502
           END-IF                                                       14149602
           IF REL-EDITOR = WS-OPER-ID                                   14149702
              MOVE WS-TOKEN TO REL-EDITOR                               14149802
           END-IF                                                       14149902
           IF REL-APPROVER = WS-OPER-ID                                 14150002
              MOVE WS-TOKEN TO REL-APPROVER                             14150102
           END-IF                                                       14150202
           REWRITE REL-RECORD                                           14150302
           IF WS-REL-STATUS NOT = '00'                                  14150402
              DISPLAY 'ERROR: QZRELEAS REWRITE FAILED (STATUS=',        14150502
                 WS-REL-STATUS, ')'                                     14150602
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14150702
              EXIT PARAGRAPH                                            14150802
           END-IF                                                       14150902
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                14151002
           EXIT.                                                        14151102
      ******************************************************************14151202
      *    THE REVIEWER'S NAME ON A REQUEST STILL WAITING FOR QZREGRAD -14151403
      *    THE SAME VALUE QZCHALNG CARRIES AS THE DECIDER.              14151603
       PROC-UPD-REQ.                                                    14151803
           OPEN I-O REQ-FILE                                            14152003
           IF WS-REQ-STATUS NOT = '00'                                  14152203
              DISPLAY 'ERROR: QZRGREQ COULD NOT BE OPENED FOR UPDATE ', 14152403
                 '(STATUS=', WS-REQ-STATUS, ')'                         14152603
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14152803
              EXIT PARAGRAPH                                            14153003
           END-IF                                                       14153203
           PERFORM PROC-UPD-REQ-REC                                     14153403
              UNTIL WS-REQ-STATUS NOT = '00'                            14153603
           CLOSE REQ-FILE                                               14153803
           EXIT.                                                        14154003
      ******************************************************************14154203
       PROC-UPD-REQ-REC.                                                14154403
           READ REQ-FILE                                                14154603
           IF WS-REQ-STATUS NOT = '00'                                  14154803
              OR REQ-DECIDED-BY NOT = WS-OPER-ID                        14155003
              EXIT PARAGRAPH                                            14155203
           END-IF                                                       14155403
           MOVE WS-TOKEN TO REQ-DECIDED-BY                              14155603
           REWRITE REQ-RECORD                                           14155803
           IF WS-REQ-STATUS NOT = '00'                                  14156003
              DISPLAY 'ERROR: QZRGREQ REWRITE FAILED (STATUS=',         14156203
                 WS-REQ-STATUS, ')'                                     14156403
              SET WS-DS-FAILED(WS-DX) TO TRUE                           14156603
              EXIT PARAGRAPH                                            14156803
           END-IF                                                       14157003
           ADD 1 TO WS-DS-CHANGED(WS-DX)                                14157203
           EXIT.                                                        14157403
      ******************************************************************14157603
      *    THE CERTIFICATE. IT NAMES THE TOKEN ONLY - THE ID IS NEVER   14157801
      *    PRINTED, SO THE CERTIFICATE CAN BE FILED AND HANDED TO HR    14160001
      *    WITHOUT ITSELF HOLDING THE PERSONAL DATA IT CERTIFIES AWAY.  14170001
       PROC-PRINT-CERTIFICATE.                                          14180001
           DISPLAY WS-HLINE                                             14190001
           IF WS-ERASE                                                  14200001
              DISPLAY 'CERTIFICATE OF ERASURE'                          14210001
           ELSE                                                         14220001
              DISPLAY 'CERTIFICATE OF PSEUDONYMIZATION'                 14230001
           END-IF                                                       14240001
           DISPLAY WS-HLINE                                             14250001
           DISPLAY 'RUN                  ', WS-NOW(1:8), ' ',           14260001
              WS-NOW(9:6)                                               14270001
           DISPLAY 'ANONYMOUS TOKEN      ', WS-TOKEN, '  (',            14280001
              WS-TOKEN-NOTE, ')'                                        14290001
           DISPLAY 'ROSTER               CHECKED - THE OPERATOR IS ',   14300001
              'NOT ON IT'                                               14310001
           IF WS-ERASE                                                  14320001
              DISPLAY 'TOKEN REGISTER       NO RECORD OF THE ID KEPT ', 14321002
                 '(KEYED HASH ONLY)'                                    14322002
           ELSE                                                         14340001
              DISPLAY 'TOKEN REGISTER       ID AND TOKEN HELD ON ',     14350001
                 'QZANONRG (RESTRICTED)'                                14360001
           END-IF                                                       14370001
           DISPLAY WS-HLINE                                             14380001
           DISPLAY 'DATASET  STATE       RECORDS  WITH ID  CHANGED  ',  14390001
              '   TEXT  RECORDS  WITH ID WITH TOKEN'                    14391003
           DISPLAY '                      BEFORE   BEFORE           ',  14410001
              'CLEARED   AFTER    AFTER    AFTER'                       14411003
           DISPLAY WS-HLINE                                             14430001
           PERFORM PROC-PRINT-CERT-LINE                                 14440001
              VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-COUNT       14441002
           DISPLAY WS-HLINE                                             14460001
           MOVE WS-TOT-CHANGED TO WS-CNT-EDIT                           14470001
           DISPLAY 'RECORDS CHANGED IN ALL DATASETS: ', WS-CNT-EDIT     14480001
           IF WS-ERASE                                                  14490001
              DISPLAY 'FREE TEXT REPLACED ON THE OPERATOR''S OWN ',     14500001
                 'QZOVRD, QZOVRAUD AND QZCHALNG RECORDS; A SAVED ',     14510001
                 'QUIZRST CHECKPOINT EMPTIED'                           14520001
           END-IF                                                       14530001
           IF WS-DS-ABSENT(3)                                           14540001
              CONTINUE                                                  14550001
           ELSE                                                         14560001
              DISPLAY 'QUIZARCH: ONE GENERATION PER RUN - RERUN WITH ', 14570001
                 'THE SAME PARM FOR EVERY GENERATION ON THE SHELF'      14580001
           END-IF                                                       14590001
           IF WS-CTL-FAILED                                             14600001
              DISPLAY 'WARNING: THE RE-KEY COULD NOT BE POSTED TO ',    14610001
                 'QZCTLTOT - QZCTLVFY WILL SHOW KEY DIFFERENCES'        14620001
           ELSE                                                         14630001
              DISPLAY 'QUIZLOGK/QUIZDTL/QUIZARCH RE-KEYS POSTED TO ',   14640001
                 'QZCTLTOT AS KIND R - RECORD COUNTS AND SCORES ',      14650001
                 'UNCHANGED'                                            14660001
           END-IF                                                       14670001
           DISPLAY WS-HLINE                                             14680001
           EVALUATE TRUE                                                14690001
              WHEN RETURN-CODE NOT = 0                                  14700001
                 CONTINUE                                               14710001
              WHEN WS-CTL-FAILED                                        14720001
                 MOVE 8 TO RETURN-CODE                                  14730001
              WHEN WS-TOT-ID-BEFORE = 0                                 14740001
                 DISPLAY 'NO RECORD OF THE OPERATOR IN ANY DATASET ',   14750001
                    'PRESENT'                                           14760001
                 MOVE 4 TO RETURN-CODE                                  14770001
           END-EVALUATE                                                 14780001
           EXIT.                                                        14790001
      ******************************************************************14800001
       PROC-PRINT-CERT-LINE.                                            14810001
           IF WS-DS-FAILED(WS-DX)                                       14820001
              OR WS-DS-STATE(WS-DX) = 'ID REMAINS'                      14830001
              MOVE 8 TO RETURN-CODE                                     14840001
           END-IF                                                       14850001
           MOVE SPACES TO WS-CERT-LINE                                  14860001
           MOVE WS-DS-NAME(WS-DX)  TO WS-CERT-LINE(1:8)                 14870001
           MOVE WS-DS-STATE(WS-DX) TO WS-CERT-LINE(10:11)               14880001
           IF NOT WS-DS-ABSENT(WS-DX)                                   14890001
              MOVE WS-DS-REC-BEFORE(WS-DX) TO WS-CNT-EDIT               14900001
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(21:7)                    14910001
              MOVE WS-DS-ID-BEFORE(WS-DX) TO WS-CNT-EDIT                14920001
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(30:7)                    14930001
              MOVE WS-DS-CHANGED(WS-DX) TO WS-CNT-EDIT                  14940001
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(39:7)                    14950001
              MOVE WS-DS-TEXT-CLR(WS-DX) TO WS-CNT-EDIT                 14951003
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(48:7)                    14952003
              MOVE WS-DS-REC-AFTER(WS-DX) TO WS-CNT-EDIT                14960001
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(57:7)                    14961003
              MOVE WS-DS-ID-AFTER(WS-DX) TO WS-CNT-EDIT                 14980001
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(66:7)                    14981003
              MOVE WS-DS-TOK-AFTER(WS-DX) TO WS-CNT-EDIT                15000001
              MOVE WS-CNT-EDIT TO WS-CERT-LINE(75:7)                    15001003
           END-IF                                                       15020001
           DISPLAY WS-CERT-LINE                                         15030001
           ADD WS-DS-CHANGED(WS-DX) TO WS-TOT-CHANGED                   15040001
           EXIT.                                                        15050001
       END PROGRAM QZANONYM.                                            15060001
