      *          RECORD EVER AGAIN.                                     00200001
      *                                                                 00210001
      *    INFO                                                         00220001
      *          NO PARM - THE TOPIC IS PROMPTED FOR AT START-UP (ANY   00221097
      *          TOPIC IN THE QZTOPICS CATALOG, OR A QAxxxx DD NAME     00222097
      *          DIRECTLY).                                             00223097
      *          CHANGES ARE MADE IN STORAGE AND ONLY WRITTEN BACK BY   00224097
      *          THE (S)AVE COMMAND; (Q)UIT WITH UNSAVED CHANGES ASKS   00225097
      *          FOR CONFIRMATION.                                      00226097
      *          THE SAVE GOES TO THE BANK'S STAGING DD, NEVER THE LIVE 00227097
      *          ONE - QSxxxx FOR LIVE QAxxxx (QAVSAM STAGES ON QSVSAM, 00228097
      *          QAFILE ON QSFILE). THE SESSION LOADS THE STAGING COPY  00229097
      *          WHEN IT HOLDS PENDING EDITS, THE LIVE BANK OTHERWISE.  00230097
      *          STAGED EDITS REACH THE QUIZ ONLY WHEN QZBANKPR         00231097
      *          PROMOTES THEM UNDER A SECOND USER'S APPROVAL.          00232097
      *                                                                 00280001
      ******************************************************************00290001
      *                                                                 00300001
      *                                           MAINTENANCE           00430001
      *          UTILITY PGM       QZCLSCHK.CBL   CLASS SCORING OFF     00440001
      *                                           QUIZSUB               00450001
      *          UTILITY PGM       QZBANKPR.CBL   STAGED BANK PROMOTION 00451097
      *                                           AND RELEASE NUMBERING 00452097
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00460001
      *                            CPBQAC02       VER2 OF Q&A           00470001
      *                                                                 00480001
      *                    CHOICE-LINE FIELDS (RECORD NOW 860 BYTES)    00520807
      *                    SO A CONTINUATION-ONLY EDIT IS FULLY         00520907
      *                    RECOVERABLE FROM ITS BEFORE IMAGE            00521007
      *    2026-10-15 PAK  THE TOPIC PROMPT NOW LISTS AND RESOLVES      00522097
      *                    TOPICS FROM THE QZTOPICS CATALOG INSTEAD OF  00523097
      *                    A FIXED FOUR                                 00524097
      *    2026-10-15 PAK  (S)AVE NOW WRITES THE BANK'S QSxxxx STAGING  00525097
      *                    DD INSTEAD OF THE LIVE QAxxxx - THE LIVE     00526097
      *                    BANK CHANGES ONLY THROUGH A QZBANKPR         00527097
      *                    PROMOTION. LOAD PREFERS THE STAGING COPY;    00528097
      *                    QABACKUP NOW BACKS UP THE OUTGOING STAGING   00529097
      *                    COPY; BANKCHG STILL NAMES THE LIVE DD SO     00530097
      *                    THE TRAIL STAYS ONE PER BANK                 00531097
      *    2026-10-15 PAK  BANK RECORDS GREW A 4-BYTE SUBJECT-AREA      00532097
      *                    CODE (QAF-AREA, RECORD NOW 165 BYTES, SO     00533097
      *                    QABACKUP IS 165 TOO). ADD PROMPTS FOR IT,    00534097
      *                    CHANGE CAN SET OR CLEAR IT AND LIST SHOWS    00535097
      *                    IT; THE TOPIC'S QZBLUEPR AREAS ARE SHOWN AS  00536097
      *                    A GUIDE AND AN AREA OUTSIDE THEM IS WARNED   00537097
      *                    ABOUT. BANKCHG IMAGES CARRY THE AREA IN      00538097
      *                    WHAT WAS TRAILING FILLER (STILL 860 BYTES)   00539097
      ******************************************************************00520001
       ENVIRONMENT DIVISION.                                            00530001
       INPUT-OUTPUT SECTION.                                            00540001
           SELECT CHG-FILE ASSIGN TO "BANKCHG"                          00587005
              ORGANIZATION IS SEQUENTIAL                                00588005
              FILE STATUS IS WS-CHG-STATUS.                             00589005
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00589197
              ORGANIZATION IS SEQUENTIAL                                00589297
              FILE STATUS IS WS-TOP-STATUS.                             00589397
           SELECT BLU-FILE ASSIGN TO "QZBLUEPR"                         00589497
              ORGANIZATION IS SEQUENTIAL                                00589597
              FILE STATUS IS WS-BLU-STATUS.                             00589697
      ******************************************************************00590001
       DATA DIVISION.                                                   00600001
       FILE SECTION.                                                    00610001
       FD  QAF-FILE                                                     00620001
           RECORDING MODE F                                             00630001
           RECORD CONTAINS 165 CHARACTERS                               00631097
           LABEL RECORDS ARE STANDARD.                                  00650001
       01  QAF-RECORD.                                                  00660001
           05 QAF-Q            PIC   X(50).                             00670001
      *    RECORD TYPE - BLANK/Q BASE, T EXTRA QUESTION TEXT, A-D A     00707606
      *    FULL LINE FOR THAT CHOICE (TEXT IN QAF-Q, SAME QAF-ID).      00707706
           05 QAF-T            PIC   X.                                 00707806
      *    SUBJECT AREA THE QZBLUEPR QUOTAS COUNT - BASE RECORDS ONLY.  00707997
           05 QAF-AREA         PIC   X(4).                              00708097
      *    BEFORE-IMAGE BACKUP OF THE OUTGOING BANK - WRITTEN BY THE    00708005
      *    SAVE PATH BEFORE THE DD IS REWRITTEN, SO A FAT-FINGERED      00708105
      *    EDIT CAN BE BACKED OUT WITHOUT HUNTING THROUGH TAPE.         00708205
      *    RECORDS ARE COPIED WHOLE, CONTINUATIONS INCLUDED.            00708257
       FD  BAK-FILE                                                     00708305
           RECORDING MODE F                                             00708405
           RECORD CONTAINS 165 CHARACTERS                               00708597
           LABEL RECORDS ARE STANDARD.                                  00708605
       01  BAK-RECORD            PIC   X(165).                          00708797
      *    THE BANK-CHANGE LOG - ONE 860-BYTE RECORD PER QUESTION       00708807
      *    ADDED, CHANGED OR DELETED BY A SAVE: WHO, WHEN, WHICH DD,    00708905
      *    WHICH QAF-ID, THE ACTION AND THE BEFORE/AFTER IMAGES OF      00709005
      *    THE Q/Q2/A/CHOICE-LINE/C/E/S/AREA FIELDS, SO A LONG QUESTION 00709197
      *    CAN BE RESTORED WHOLE. QZBNKHRP REPORTS OVER IT.             00709157
       FD  CHG-FILE                                                     00709205
           RECORDING MODE F                                             00709305
              10 CHG-A-C        PIC   X.                                00711905
              10 CHG-A-E        PIC   X(60).                            00712005
              10 CHG-A-S        PIC   X.                                00712105
           05 CHG-B-AREA        PIC   X(4).                             00713197
           05 CHG-A-AREA        PIC   X(4).                             00714197
           05 FILLER            PIC   X(3).                             00715197
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00716197
      *    ONLY THE TOPIC AND DD NAME ARE USED HERE.                    00717197
       FD  TOP-FILE                                                     00718197
           RECORDING MODE F                                             00719197
           RECORD CONTAINS 80 CHARACTERS                                00720197
           LABEL RECORDS ARE STANDARD.                                  00721197
       01  TOP-RECORD.                                                  00722197
           05 TOP-TOPIC          PIC   X(8).                            00723197
           05 FILLER             PIC   X.                               00724197
           05 TOP-PASS-PCT       PIC   9(3).                            00725197
           05 FILLER             PIC   X.                               00726197
           05 TOP-BORDER-PCT     PIC   9(3).                            00727197
           05 FILLER             PIC   X.                               00728197
           05 TOP-FRESH-DAYS     PIC   9(3).                            00729197
           05 FILLER             PIC   X.                               00730197
           05 TOP-MAX-FAILS      PIC   9.                               00731197
           05 FILLER             PIC   X.                               00732197
           05 TOP-DDNAME         PIC   X(8).                            00733197
           05 FILLER             PIC   X.                               00734197
           05 TOP-MIXED          PIC   X.                               00735197
           05 FILLER             PIC   X.                               00736197
           05 TOP-FALLBACK       PIC   X(8).                            00737197
           05 FILLER             PIC   X(38).                           00738197
      *    EXAM BLUEPRINT - SAME LAYOUT AS THE BLU-FILE FD IN ORQMOD02. 00739197
      *    READ ONLY TO SHOW THE TOPIC'S AREAS WHILE EDITING.           00740197
       FD  BLU-FILE                                                     00741197
           RECORDING MODE F                                             00742197
           RECORD CONTAINS 80 CHARACTERS                                00743197
           LABEL RECORDS ARE STANDARD.                                  00744197
       01  BLU-RECORD.                                                  00745197
           05 BLU-TOPIC          PIC   X(8).                            00746197
           05 FILLER             PIC   X.                               00747197
           05 BLU-AREA           PIC   X(4).                            00748197
           05 FILLER             PIC   X.                               00749197
           05 BLU-COUNT          PIC   9(2).                            00750197
           05 FILLER             PIC   X.                               00751197
           05 BLU-DESC           PIC   X(30).                           00752197
           05 FILLER             PIC   X(33).                           00753197
      ******************************************************************00710001
       WORKING-STORAGE SECTION.                                         00720001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00730001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     00740001
       01 WS-BAK-STATUS     PIC   XX    VALUE '00'.                     00742005
       01 WS-CHG-STATUS     PIC   XX    VALUE '00'.                     00744005
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00745097
       01 WS-BLU-STATUS     PIC   XX    VALUE '00'.                     00746097
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE 'QAFILE'.                 00750001
      *    THE LIVE BANK DD THE TOPIC RESOLVES TO, AND ITS STAGING      00751097
      *    TWIN - WS-QAF-DDNAME POINTS AT THE STAGING DD FOR THE        00752097
      *    WHOLE SESSION EXCEPT WHILE THE LIVE BANK IS BEING LOADED.    00753097
       01 WS-LIVE-DDNAME    PIC   X(8)  VALUE 'QAFILE'.                 00754097
       01 WS-STAGE-DDNAME   PIC   X(8)  VALUE 'QSFILE'.                 00755097
       01 WS-TOPIC-IN       PIC   X(8)  VALUE SPACES.                   00760001
      *    WHO IS EDITING - PROMPTED AT START-UP AND STAMPED ON         00762005
      *    EVERY BANKCHG RECORD THIS SESSION WRITES.                    00764005
         05 WS-QID         PIC   X(8).                                  00870001
         05 WS-E           PIC   X(60).                                 00875003
         05 WS-S           PIC   X.                                     00877504
         05 WS-AREA        PIC   X(4).                                  00877697
      *    SNAPSHOT OF THE BANK AS LOADED (AND AS OF THE LAST SAVE) -   00877605
      *    THE SAVE PATH DIFFS THE LIVE TABLE AGAINST IT, BY QAF-ID,    00877705
      *    TO KNOW WHAT TO PUT ON THE BANKCHG LOG.                      00877805
         10 WS-O-QID       PIC   X(8).                                  00878505
         10 WS-O-E         PIC   X(60).                                 00878605
         10 WS-O-S         PIC   X.                                     00878705
         10 WS-O-AREA      PIC   X(4).                                  00878897
       01 WS-OX             PIC   9(3)  USAGE IS COMP.                  00878805
       01 WS-MATCH-SW       PIC   X     VALUE 'N'.                      00878905
          88 WS-MATCH                VALUE 'Y'.                         00879005
        05 WS-IN-E            PIC   X(60).                              01083303
        05 WS-IN-S            PIC   X.                                  01084304
           88 WS-IN-S-VALID           VALUES 'A', 'D', 'R'.             01085304
        05 WS-IN-AREA         PIC   X(4).                               01085497
        05 WS-IN-Q2           PIC   X(50).                              01085406
        05 WS-IN-CL           PIC   X(50).                              01085506
        05 WS-CL-IX           PIC   9     USAGE IS COMP.                01085606
        05 WS-CHOICE-TALLY    PIC   9(3)  USAGE IS COMP.                01130001
        05 WS-DUP-IDX         PIC   9(3)  USAGE IS COMP.                01140001
        05 WS-SHIFT-IDX       PIC   9(3)  USAGE IS COMP.                01150001
      * --------------------------------------------------------------- 01150297
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        01150497
       01 WS-CAT-DEFAULTS.                                              01150697
        05 FILLER            PIC   X(25)                                01150897
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         01151097
        05 FILLER            PIC   X(25)                                01151297
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         01151497
        05 FILLER            PIC   X(25)                                01151697
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         01151897
        05 FILLER            PIC   X(25)                                01152097
                             VALUE 'CICS    QACICS  YCPBQAC05'.         01152297
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               01152497
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                01152697
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01152897
       01 WS-CAT-TABLE.                                                 01153097
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                01153297
           10 WS-CAT-TOPIC    PIC   X(8).                               01153497
           10 WS-CAT-DDNAME   PIC   X(8).                               01153697
           10 WS-CAT-MIXED    PIC   X.                                  01153897
           10 WS-CAT-FALLBACK PIC   X(8).                               01154097
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  01154297
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   01154497
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          01154697
      * --------------------------------------------------------------- 01154897
      *    THE TOPIC'S BLUEPRINT AREAS OFF QZBLUEPR, SHOWN AT THE AREA  01155097
      *    PROMPT. A RAW DD NAME WITH NO CATALOG TOPIC HAS NONE.        01155297
       01 WS-BLU-TOPIC      PIC   X(8)  VALUE SPACES.                   01155497
       01 WS-BLU-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01155697
       01 WS-BLU-IDX        PIC   9(3)  USAGE IS COMP.                  01155897
       01 WS-BLU-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          01156097
       01 WS-BLU-TABLE.                                                 01156297
        05 WS-BLU-ENTRY OCCURS 20 TIMES.                                01156497
           10 WS-BLU-AREA     PIC   X(4).                               01156697
           10 WS-BLU-QUOTA    PIC   9(2).                               01156897
           10 WS-BLU-DESC     PIC   X(30).                              01157097
      ******************************************************************01160001
       PROCEDURE DIVISION.                                              01170001
           DISPLAY WS-HLINE                                             01180001
           DISPLAY 'BYE, BYE :)'                                        01260001
           GOBACK.                                                      01270001
      ******************************************************************01280001
      *    SAME CATALOG TOPICS PROC-PARSE-TOPIC IN ORQMOD02 KNOWS,      01281097
      *    PLUS A RAW QAxxxx DD NAME FOR A BRAND-NEW BANK.              01300001
       PROC-PICK-TOPIC.                                                 01310001
           PERFORM PROC-LOAD-CATALOG                                    01311097
           DISPLAY 'CATALOG TOPICS:'                                    01312097
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       01313097
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           01314097
              DISPLAY '   ', WS-CAT-TOPIC(WS-CAT-IDX), ' ON DD ',       01315097
                 WS-CAT-DDNAME(WS-CAT-IDX)                              01316097
           END-PERFORM                                                  01317097
           DISPLAY 'ENTER A TOPIC OR A QAxxxx DD NAME (BLANK = OPER)'   01318097
           ACCEPT WS-TOPIC-IN                                           01340001
           MOVE FUNCTION UPPER-CASE(WS-TOPIC-IN) TO WS-TOPIC-IN         01350001
           IF WS-TOPIC-IN = SPACES                                      01351097
              MOVE 'OPER' TO WS-TOPIC-IN                                01352097
           END-IF                                                       01353097
           MOVE WS-TOPIC-IN TO WS-CAT-KEY                               01354097
           PERFORM PROC-FIND-CATALOG                                    01355097
           IF WS-CAT-HIT > 0                                            01356097
              MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-LIVE-DDNAME          01357097
           ELSE                                                         01358097
              MOVE WS-TOPIC-IN TO WS-LIVE-DDNAME                        01359097
           END-IF                                                       01360097
           MOVE SPACES TO WS-STAGE-DDNAME                               01361097
           IF WS-LIVE-DDNAME(1:2) = 'QA'                                01362097
              STRING 'QS' WS-LIVE-DDNAME(3:6) DELIMITED BY SIZE         01363097
                 INTO WS-STAGE-DDNAME                                   01364097
           ELSE                                                         01365097
              STRING 'QS' WS-LIVE-DDNAME DELIMITED BY SPACE             01366097
                 INTO WS-STAGE-DDNAME                                   01367097
           END-IF                                                       01368097
           MOVE WS-STAGE-DDNAME TO WS-QAF-DDNAME                        01369097
           DISPLAY 'MAINTAINING BANK ON DD: ', WS-LIVE-DDNAME,          01370097
              ' (EDITS STAGED ON ', WS-STAGE-DDNAME, ')'                01371097
      *    THE BLUEPRINT IS KEPT BY TOPIC - A DD NAME TYPED IN IS       01372097
      *    MAPPED BACK TO THE CATALOG TOPIC THAT OWNS IT.               01373097
           MOVE SPACES TO WS-BLU-TOPIC                                  01374097
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       01375097
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           01376097
              IF WS-CAT-DDNAME(WS-CAT-IDX) = WS-LIVE-DDNAME             01377097
                 MOVE WS-CAT-TOPIC(WS-CAT-IDX) TO WS-BLU-TOPIC          01378097
                 MOVE WS-CAT-COUNT TO WS-CAT-IDX                        01379097
              END-IF                                                    01380097
           END-PERFORM                                                  01381097
           PERFORM PROC-LOAD-BLUEPRINT                                  01382097
           EXIT.                                                        01450001
      ******************************************************************01460001
       PROC-LOAD-BLUEPRINT.                                             01460197
           MOVE 0 TO WS-BLU-COUNT                                       01460297
           IF WS-BLU-TOPIC = SPACES                                     01460397
              EXIT PARAGRAPH                                            01460497
           END-IF                                                       01460597
           OPEN INPUT BLU-FILE                                          01460697
           IF WS-BLU-STATUS = '00'                                      01460797
              PERFORM PROC-LOAD-BLUEPRINT-REC                           01460897
                 UNTIL WS-BLU-STATUS NOT = '00'                         01460997
              CLOSE BLU-FILE                                            01461097
           END-IF                                                       01461197
           MOVE '00' TO WS-BLU-STATUS                                   01461297
           IF WS-BLU-COUNT > 0                                          01461397
              DISPLAY WS-BLU-TOPIC, ' HAS AN EXAM BLUEPRINT OF ',       01461497
                 WS-BLU-COUNT, ' SUBJECT AREAS'                         01461597
           END-IF                                                       01461697
           EXIT.                                                        01461797
      ******************************************************************01461897
       PROC-LOAD-BLUEPRINT-REC.                                         01461997
           READ BLU-FILE                                                01462097
           IF WS-BLU-STATUS NOT = '00'                                  01462197
              OR BLU-TOPIC NOT = WS-BLU-TOPIC                           01462297
              OR BLU-AREA = SPACES                                      01462397
              EXIT PARAGRAPH                                            01462497
           END-IF                                                       01462597
           MOVE BLU-AREA TO WS-IN-AREA                                  01462697
           PERFORM PROC-FIND-BLUEPRINT                                  01462797
           IF WS-BLU-HIT = 0                                            01462897
              IF WS-BLU-COUNT = 20                                      01462997
                 EXIT PARAGRAPH                                         01463097
              END-IF                                                    01463197
              ADD 1 TO WS-BLU-COUNT                                     01463297
              MOVE WS-BLU-COUNT TO WS-BLU-HIT                           01463397
              MOVE BLU-AREA TO WS-BLU-AREA(WS-BLU-HIT)                  01463497
           END-IF                                                       01463597
           MOVE BLU-COUNT TO WS-BLU-QUOTA(WS-BLU-HIT)                   01463697
           MOVE BLU-DESC  TO WS-BLU-DESC(WS-BLU-HIT)                    01463797
           EXIT.                                                        01463897
      ******************************************************************01463997
       PROC-FIND-BLUEPRINT.                                             01464097
           MOVE 0 TO WS-BLU-HIT                                         01464197
           PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                       01464297
              UNTIL WS-BLU-IDX > WS-BLU-COUNT                           01464397
              OR WS-BLU-HIT > 0                                         01464497
              IF WS-BLU-AREA(WS-BLU-IDX) = WS-IN-AREA                   01464597
                 MOVE WS-BLU-IDX TO WS-BLU-HIT                          01464697
              END-IF                                                    01464797
           END-PERFORM                                                  01464897
           EXIT.                                                        01464997
      ******************************************************************01465097
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   01465197
       PROC-LOAD-CATALOG.                                               01465297
           MOVE 4 TO WS-CAT-COUNT                                       01465397
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       01465497
              UNTIL WS-CAT-IDX > 4                                      01465597
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  01465697
           END-PERFORM                                                  01465797
           OPEN INPUT TOP-FILE                                          01465897
           IF WS-TOP-STATUS = '00'                                      01465997
              PERFORM PROC-LOAD-CATALOG-REC                             01466097
                 UNTIL WS-TOP-STATUS NOT = '00'                         01466197
              CLOSE TOP-FILE                                            01466297
           END-IF                                                       01466397
           MOVE '00' TO WS-TOP-STATUS                                   01466497
           EXIT.                                                        01466597
      ******************************************************************01466697
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  01466797
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    01466897
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          01466997
       PROC-LOAD-CATALOG-REC.                                           01467097
           READ TOP-FILE                                                01467197
           IF WS-TOP-STATUS NOT = '00'                                  01467297
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              01467397
              EXIT PARAGRAPH                                            01467497
           END-IF                                                       01467597
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 01467697
           PERFORM PROC-FIND-CATALOG                                    01467797
           IF WS-CAT-HIT = 0                                            01467897
              IF WS-CAT-COUNT = 20                                      01467997
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   01468097
                    ' IGNORED'                                          01468197
                 EXIT PARAGRAPH                                         01468297
              END-IF                                                    01468397
              ADD 1 TO WS-CAT-COUNT                                     01468497
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           01468597
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                01468697
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  01468797
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  01468897
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         01468997
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      01469097
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                01469197
           END-IF                                                       01469297
           IF TOP-DDNAME NOT = SPACES                                   01469397
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              01469497
           END-IF                                                       01469597
           IF TOP-MIXED NOT = SPACE                                     01469697
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                01469797
           END-IF                                                       01469897
           IF TOP-FALLBACK NOT = SPACES                                 01469997
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          01470097
           END-IF                                                       01470197
           EXIT.                                                        01470297
      ******************************************************************01470397
       PROC-FIND-CATALOG.                                               01470497
           MOVE 0 TO WS-CAT-HIT                                         01470597
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       01470697
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           01470797
              OR WS-CAT-HIT > 0                                         01470897
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  01470997
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          01471097
              END-IF                                                    01471197
           END-PERFORM                                                  01471297
           EXIT.                                                        01471397
      ******************************************************************01471497
      *    PENDING STAGED EDITS WIN - A STAGING DD THAT IS MISSING OR   01471597
      *    EMPTY (NOTHING SAVED SINCE THE LAST PROMOTION WIPED IT, OR   01471697
      *    NEVER USED) MEANS THE SESSION STARTS FROM THE LIVE BANK.     01471797
       PROC-LOAD-BANK.                                                  01470001
           MOVE 0 TO WS-Q-AMOUNT                                        01480001
           MOVE 'N' TO WS-BASE-LOADED-SW                                01484006
           OPEN INPUT QAF-FILE                                          01484497
           IF WS-QAF-STATUS = '00'                                      01484897
              PERFORM PROC-LOAD-ONE-RECORD                              01485297
                 UNTIL WS-QAF-STATUS NOT = '00'                         01485697
              CLOSE QAF-FILE                                            01486097
              IF WS-Q-AMOUNT > 0                                        01486497
                 DISPLAY WS-Q-AMOUNT, ' QUESTIONS LOADED FROM ',        01486897
                    'STAGING - EDITS PENDING PROMOTION'                 01487297
                 EXIT PARAGRAPH                                         01487697
              END-IF                                                    01488097
           END-IF                                                       01488497
           MOVE 0 TO WS-Q-AMOUNT                                        01488897
           MOVE 'N' TO WS-BASE-LOADED-SW                                01489297
           MOVE WS-LIVE-DDNAME TO WS-QAF-DDNAME                         01489697
           OPEN INPUT QAF-FILE                                          01490001
           EVALUATE WS-QAF-STATUS                                       01500001
              WHEN '00'                                                 01510001
                 MOVE 12 TO RETURN-CODE                                 01630001
                 SET WS-DONE TO TRUE                                    01640001
           END-EVALUATE                                                 01650001
           MOVE WS-STAGE-DDNAME TO WS-QAF-DDNAME                        01651097
           EXIT.                                                        01660001
      ******************************************************************01670001
      *    A BASE RECORD OPENS A NEW QUESTION; T AND A-D RECORDS        01672006
                       MOVE QAF-E  TO WS-E(WS-Q-AMOUNT)                 01755006
                       MOVE SPACES TO WS-Q2(WS-Q-AMOUNT)                01755106
                       MOVE SPACES TO WS-CLS(WS-Q-AMOUNT)               01755206
                       MOVE QAF-AREA TO WS-AREA(WS-Q-AMOUNT)            01756297
                       IF QAF-S = SPACE                                 01758106
                          MOVE 'A' TO WS-S(WS-Q-AMOUNT)                 01758206
                       ELSE                                             01758306
           DISPLAY ' '                                                  02090001
           SET WS-LIST-NUM TO I                                         02095001
           DISPLAY 'QUESTION-', WS-LIST-NUM, ' ID=', WS-QID(I),         02100001
              ' KEY=', WS-C(I), ' STATUS=', WS-S(I),                    02101097
              ' AREA=', WS-AREA(I)                                      02102097
           IF WS-E(I) NOT = SPACES                                      02112503
              DISPLAY '  E: ', WS-E(I)                                  02115003
           END-IF                                                       02117503
              PERFORM PROC-GET-KEY                                      02240001
              PERFORM PROC-GET-EXPLANATION                              02245003
              PERFORM PROC-GET-STATUS                                   02247504
              PERFORM PROC-GET-AREA                                     02248597
              ADD 1 TO WS-Q-AMOUNT                                      02250001
              MOVE WS-IN-Q  TO WS-Q(WS-Q-AMOUNT)                        02260001
              MOVE WS-IN-A  TO WS-A(WS-Q-AMOUNT)                        02270001
              MOVE WS-IN-ID TO WS-QID(WS-Q-AMOUNT)                      02290001
              MOVE WS-IN-E  TO WS-E(WS-Q-AMOUNT)                        02295003
              MOVE WS-IN-S  TO WS-S(WS-Q-AMOUNT)                        02297504
              MOVE WS-IN-AREA TO WS-AREA(WS-Q-AMOUNT)                   02297697
              MOVE SPACES   TO WS-Q2(WS-Q-AMOUNT)                       02297606
              MOVE SPACES   TO WS-CLS(WS-Q-AMOUNT)                      02297706
              MOVE WS-Q-AMOUNT TO WS-EDIT-NUM                           02297806
                    DISPLAY 'NOT A, D OR R - STATUS KEPT UNCHANGED'     02688904
                 END-IF                                                 02689004
              END-IF                                                    02689104
              PERFORM PROC-SHOW-BLUEPRINT                               02689297
              DISPLAY 'NEW SUBJECT AREA OR BLANK TO KEEP, * TO CLEAR'   02689397
              ACCEPT WS-IN-AREA                                         02689497
              MOVE FUNCTION UPPER-CASE(WS-IN-AREA) TO WS-IN-AREA        02689597
              EVALUATE TRUE                                             02689697
                 WHEN WS-IN-AREA = '*'                                  02689797
                    MOVE SPACES TO WS-IN-AREA                           02689897
                    PERFORM PROC-CHECK-AREA                             02689997
                    MOVE SPACES TO WS-AREA(WS-EDIT-NUM)                 02690097
                 WHEN WS-IN-AREA NOT = SPACES                           02690197
                    PERFORM PROC-CHECK-AREA                             02690297
                    IF WS-FIELD-OK                                      02690397
                       MOVE WS-IN-AREA TO WS-AREA(WS-EDIT-NUM)          02690497
                    ELSE                                                02690597
                       DISPLAY 'SUBJECT AREA KEPT UNCHANGED'            02690697
                    END-IF                                              02690797
              END-EVALUATE                                              02690897
              PERFORM PROC-GET-LONG-TEXT                                02689206
              SET WS-CHANGED TO TRUE                                    02690001
              DISPLAY 'QUESTION-', WS-EDIT-NUM, ' UPDATED'              02700001
      *    UP TO QABACKUP (SAVING WITHOUT ONE NEEDS AN EXPLICIT Y),     02884005
      *    REWRITE THE BANK, THEN DIFF AGAINST THE LAST-SAVED           02886005
      *    SNAPSHOT AND LOG EVERY ADD/CHANGE/DELETE TO BANKCHG.         02888005
      *    THE DD REWRITTEN IS THE STAGING ONE - THE LIVE BANK IS       02888697
      *    QZBANKPR'S TO REPLACE.                                       02889297
       PROC-SAVE.                                                       02890001
           PERFORM PROC-BACKUP-BANK                                     02892005
           IF NOT WS-SAVE-OK                                            02894005
              CLOSE QAF-FILE                                            02980001
              MOVE 'N' TO WS-CHANGED-SW                                 02990001
              DISPLAY WS-Q-AMOUNT, ' QUESTIONS WRITTEN TO ',            03000001
                 WS-QAF-DDNAME, ' - RUN QZBANKPR TO PROMOTE'            03001097
              PERFORM PROC-LOG-CHANGES                                  03012005
              PERFORM PROC-SNAP-ORIGINAL                                03014005
           END-IF                                                       03020001
                    OR WS-O-C(WS-OX) NOT = WS-C(I)                      03045805
                    OR WS-O-E(WS-OX) NOT = WS-E(I)                      03045905
                    OR WS-O-S(WS-OX) NOT = WS-S(I)                      03046005
                    OR WS-O-AREA(WS-OX) NOT = WS-AREA(I)                03046197
                    PERFORM PROC-WRITE-CHANGE-C                         03046105
                 END-IF                                                 03046205
                 MOVE WS-ORIG-COUNT TO WS-OX                            03046305
           MOVE WS-RUN-DATE TO CHG-DATE                                 03048705
           MOVE WS-RUN-TIME TO CHG-TIME                                 03048805
           MOVE WS-EDITOR   TO CHG-EDITOR                               03048905
           MOVE WS-LIVE-DDNAME TO CHG-DDNAME                            03049097
           EXIT.                                                        03049105
      ******************************************************************03049205
       PROC-WRITE-CHANGE-A.                                             03049305
           MOVE WS-C(I)  TO CHG-A-C                                     03049905
           MOVE WS-E(I)  TO CHG-A-E                                     03050005
           MOVE WS-S(I)  TO CHG-A-S                                     03050105
           MOVE WS-AREA(I) TO CHG-A-AREA                                03050297
           PERFORM PROC-WRITE-CHANGE-REC                                03050205
           EXIT.                                                        03050305
      ******************************************************************03050405
           MOVE WS-O-C(WS-OX) TO CHG-B-C                                03051105
           MOVE WS-O-E(WS-OX) TO CHG-B-E                                03051205
           MOVE WS-O-S(WS-OX) TO CHG-B-S                                03051305
           MOVE WS-O-AREA(WS-OX) TO CHG-B-AREA                          03051497
           MOVE WS-Q(I)  TO CHG-A-Q                                     03051405
           MOVE WS-Q2(I) TO CHG-A-Q2                                    03051457
           MOVE WS-A(I)  TO CHG-A-A                                     03051505
           MOVE WS-C(I)  TO CHG-A-C                                     03051605
           MOVE WS-E(I)  TO CHG-A-E                                     03051705
           MOVE WS-S(I)  TO CHG-A-S                                     03051805
           MOVE WS-AREA(I) TO CHG-A-AREA                                03051997
           PERFORM PROC-WRITE-CHANGE-REC                                03051905
           EXIT.                                                        03052005
      ******************************************************************03052105
           MOVE WS-O-C(WS-OX) TO CHG-B-C                                03052805
           MOVE WS-O-E(WS-OX) TO CHG-B-E                                03052905
           MOVE WS-O-S(WS-OX) TO CHG-B-S                                03053005
           MOVE WS-O-AREA(WS-OX) TO CHG-B-AREA                          03053197
           PERFORM PROC-WRITE-CHANGE-REC                                03053105
           EXIT.                                                        03053205
      ******************************************************************03053305
           MOVE WS-E(I)   TO QAF-E                                      03095003
           MOVE WS-S(I)   TO QAF-S                                      03097504
           MOVE SPACE     TO QAF-T                                      03098006
           MOVE WS-AREA(I) TO QAF-AREA                                  03099097
           WRITE QAF-RECORD                                             03100001
           IF WS-QAF-STATUS NOT = '00'                                  03110001
              DISPLAY 'WARNING: WRITE FAILED, STATUS=', WS-QAF-STATUS   03120001
           END-PERFORM                                                  04161004
           EXIT.                                                        04161104
      ******************************************************************04161204
      *    THE SUBJECT AREA - OPTIONAL, BUT A QUESTION WITHOUT ONE CAN  04161397
      *    NEVER COUNT TOWARDS A BLUEPRINT QUOTA.                       04161497
       PROC-GET-AREA.                                                   04161597
           PERFORM PROC-SHOW-BLUEPRINT                                  04161697
           MOVE 'N' TO WS-FIELD-OK-SW                                   04161797
           PERFORM UNTIL WS-FIELD-OK                                    04161897
              DISPLAY 'ENTER SUBJECT AREA (4 CHARS, BLANK = NONE)'      04161997
              ACCEPT WS-IN-AREA                                         04162097
              MOVE FUNCTION UPPER-CASE(WS-IN-AREA) TO WS-IN-AREA        04162197
              PERFORM PROC-CHECK-AREA                                   04162297
           END-PERFORM                                                  04162397
           EXIT.                                                        04162497
      ******************************************************************04162597
       PROC-SHOW-BLUEPRINT.                                             04162697
           IF WS-BLU-COUNT > 0                                          04162797
              DISPLAY 'BLUEPRINT AREAS FOR ', WS-BLU-TOPIC,             04162897
                 ' (AREA, QUESTIONS PER SITTING):'                      04162997
              PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                    04163097
                 UNTIL WS-BLU-IDX > WS-BLU-COUNT                        04163197
                 DISPLAY '   ', WS-BLU-AREA(WS-BLU-IDX), '  ',          04163297
                    WS-BLU-QUOTA(WS-BLU-IDX), '  ',                     04163397
                    WS-BLU-DESC(WS-BLU-IDX)                             04163497
              END-PERFORM                                               04163597
           END-IF                                                       04163697
           EXIT.                                                        04163797
      ******************************************************************04163897
      *    SAME RULE QZBANKCK ENFORCES - THE CODE STARTS IN THE FIRST   04163997
      *    BYTE. AN AREA THE BLUEPRINT DOES NOT NAME, OR NO AREA UNDER  04164097
      *    A BLUEPRINT, IS ALLOWED BUT WARNED ABOUT.                    04164197
       PROC-CHECK-AREA.                                                 04164297
           SET WS-FIELD-OK TO TRUE                                      04164397
           IF WS-IN-AREA NOT = SPACES AND WS-IN-AREA(1:1) = SPACE       04164497
              DISPLAY 'SUBJECT AREA MUST START IN THE FIRST POSITION'   04164597
              MOVE 'N' TO WS-FIELD-OK-SW                                04164697
              EXIT PARAGRAPH                                            04164797
           END-IF                                                       04164897
           IF WS-BLU-COUNT = 0                                          04164997
              EXIT PARAGRAPH                                            04165097
           END-IF                                                       04165197
           IF WS-IN-AREA = SPACES                                       04165297
              DISPLAY 'NO AREA - THIS QUESTION CAN ONLY FILL SEATS ',   04165397
                 'BEYOND THE BLUEPRINT QUOTAS'                          04165497
           ELSE                                                         04165597
              PERFORM PROC-FIND-BLUEPRINT                               04165697
              IF WS-BLU-HIT = 0                                         04165797
                 DISPLAY 'AREA ', WS-IN-AREA, ' IS NOT IN THE ',        04165897
                    WS-BLU-TOPIC, ' BLUEPRINT - IT WILL NOT COUNT ',    04165997
                    'TOWARDS ANY QUOTA'                                 04166097
              END-IF                                                    04166197
           END-IF                                                       04166297
           EXIT.                                                        04166397
      ******************************************************************04166497
      *    THE CONTINUATION FIELDS - EXTRA QUESTION TEXT AND A FULL     04161306
      *    LINE PER CHOICE. ALL OPTIONAL; A BLANK REPLY LEAVES THE      04161406
      *    FIELD AS IT IS (EMPTY ON AN ADD), AND A SINGLE '*' CLEARS    04161506
