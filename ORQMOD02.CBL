      *                    TOPICS); IF IT STILL FILLS, THE QUIZORD      00763965
      *                    REWRITE IS SKIPPED WITH A WARNING INSTEAD    00763975
      *                    OF DROPPING THE OVERFLOW                     00763985
      *    2026-10-15 PAK  TOPICS NOW COME FROM A CATALOG - THE         00764986
      *                    QZTOPICS RECORD GREW THE TOPIC'S BANK DD     00765986
      *                    (TOP-DDNAME), A MIXED-ELIGIBLE FLAG          00766986
      *                    (TOP-MIXED) AND ITS COMPILED-IN FALLBACK     00767986
      *                    MEMBER (TOP-FALLBACK). ANY CATALOG TOPIC IS  00768986
      *                    ACCEPTED IN THE PARM, ITS DD IS TAKEN FROM   00769986
      *                    THE CATALOG, PROC-LOAD-FALLBACK REPLACES THE 00770986
      *                    FOUR PER-TOPIC FALLBACK PARAGRAPHS, AND      00771986
      *                    MIXED SHARES THE EXAM ACROSS THE ELIGIBLE    00772986
      *                    TOPICS. THE FOUR ORIGINAL TOPICS ARE BUILT   00773986
      *                    IN, SO NO QZTOPICS DD CHANGES NOTHING        00774986
      *    2026-10-15 PAK  BANK RELEASES - EACH QUESTION LOADED CARRIES 00775986
      *                    ITS BANK'S RELEASE IN FORCE (THE HIGHEST ON  00776986
      *                    THE QZRELEAS REGISTER QZBANKPR KEEPS, 0 FOR  00777986
      *                    A BANK NEVER PROMOTED OR A BUILT-IN ONE).    00778986
      *                    QUIZDTL GREW DTL-RELEASE (RECORD NOW 47      00779986
      *                    BYTES), THE POOL ENTRY GREW WS-REL (QUIZRST  00780986
      *                    NOW 8324 BYTES, QUIZORD 8294) SO A RESUMED   00781986
      *                    SESSION OR A LATER BATCH CHECK STILL STAMPS  00782986
      *                    THE RELEASE THE QUESTION WAS PRESENTED       00783986
      *                    FROM, AND WS-QUIZ-RESULT GREW WS-QR-RELEASE  00784986
      *                    FOR THE CALLER'S QUIZLOGK RECORD - THE ONE   00785986
      *                    RELEASE ALL THE QUESTIONS SHARED, 0 WHEN A   00786986
      *                    MIXED EXAM DREW ON SEVERAL                   00787986
      *    2026-10-15 PAK  EXAM BLUEPRINTS - BANK RECORDS GREW A        00788986
      *                    4-BYTE SUBJECT-AREA CODE (QAF-AREA, RECORD   00789986
      *                    NOW 165 BYTES; EXISTING BANKS NEED A         00790986
      *                    ONE-TIME RECUT) AND THE NEW QZBLUEPR DD      00791986
      *                    GIVES EACH TOPIC'S PER-AREA QUOTA. A TOPIC   00792986
      *                    WITH A BLUEPRINT DRAWS EVERY QUOTA FIRST,    00793986
      *                    THEN FILLS ANY SEATS LEFT OVER AT RANDOM;    00794986
      *                    THE SAME DRAW SERVES THE CONSOLE AND EVERY   00795986
      *                    FORM OF A SHEET RUN. A POOL THAT CANNOT      00796986
      *                    MEET A QUOTA REFUSES THE RUN, REPORTED TO    00797986
      *                    THE CALLER IN THE NEW WS-QR-REFUSED. MIXED   00798986
      *                    KEEPS ITS EVEN SHARE PER TOPIC               00799986
      *    2026-10-15 PAK  LANGUAGE VARIANTS - A TOPIC MAY HAVE A BANK  00800986
      *                    PER LANGUAGE (NEW QZLANGS DD: TOPIC,         00801986
      *                    LANGUAGE CODE, VARIANT BANK DD) SHARING      00802986
      *                    THE PRIMARY BANK'S QAF-ID AND QAF-C KEY.     00803986
      *                    THE CALLER'S ROSTER LANGUAGE ARRIVES IN      00804986
      *                    THE NEW WS-QR-LANG; AN L=xx PARM FIELD       00805986
      *                    OVERRIDES IT AND L=* FORCES THE PRIMARY      00806986
      *                    BANK. AN UNKNOWN LANGUAGE OR A VARIANT DD    00807986
      *                    THAT WILL NOT OPEN FALLS BACK TO THE         00808986
      *                    PRIMARY BANK. THE TOPIC IS UNCHANGED, SO     00809986
      *                    THE ATTEMPT IS LOGGED AND CHECKPOINTED       00810986
      *                    UNDER IT; WS-QR-LANG RETURNS THE LANGUAGE    00811986
      *                    ACTUALLY SAT AND THE RELEASE STAMP IS THE    00812986
      *                    VARIANT BANK'S OWN                           00813986
      *    2026-10-15 PAK  EVERY QUIZDTL DETAIL WRITTEN IS ALSO POSTED  00814986
      *                    TO THE HISTORY CONTROL TOTALS (QZCTLMOD /    00815986
      *                    QZCTLTOT), FLUSHED WHEN THE TRAIL CLOSES     00816986
      *    2026-10-15 PAK  QUESTION CHALLENGES - AFTER THE REVIEW       00817986
      *                    SHEET A CONSOLE RUN OFFERS TO CHALLENGE      00818986
      *                    ANY QUESTION OF THE ATTEMPT, WITH A SHORT    00819986
      *                    REASON, ONTO THE NEW QZCHALNG REGISTER       00820986
      *                    (WORKED BY TRAINING STAFF IN QZCHALMT)       00821986
      *    2026-10-15 PAK  EACH QUIZDTL POSTING IS FLUSHED TO QZCTLTOT  00822986
      *                    AS SOON AS THE DETAIL IS WRITTEN, AS         00823986
      *                    OPERQUIZ DOES FOR QUIZLOGK, SO A SESSION     00824986
      *                    THAT ENDS ABNORMALLY LEAVES THE TOTALS IN    00825986
      *                    STEP WITH THE DETAILS ALREADY ON FILE        00826986
      ******************************************************************00759628
       ENVIRONMENT DIVISION.                                            00759728
       INPUT-OUTPUT SECTION.                                            00760027
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00834728
              ORGANIZATION IS SEQUENTIAL                                00836428
              FILE STATUS IS WS-DTL-STATUS.                             00838128
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00838286
              ORGANIZATION IS SEQUENTIAL                                00838386
              FILE STATUS IS WS-TOP-STATUS.                             00838486
           SELECT REL-FILE ASSIGN TO "QZRELEAS"                         00838586
              ORGANIZATION IS SEQUENTIAL                                00838686
              FILE STATUS IS WS-REL-STATUS.                             00838786
           SELECT BLU-FILE ASSIGN TO "QZBLUEPR"                         00838886
              ORGANIZATION IS SEQUENTIAL                                00838986
              FILE STATUS IS WS-BLU-STATUS.                             00839086
           SELECT LNG-FILE ASSIGN TO "QZLANGS"                          00839186
              ORGANIZATION IS SEQUENTIAL                                00839286
              FILE STATUS IS WS-LNG-STATUS.                             00839386
           SELECT CHL-FILE ASSIGN TO "QZCHALNG"                         00839486
              ORGANIZATION IS SEQUENTIAL                                00839586
              FILE STATUS IS WS-CHL-STATUS.                             00839686
      ******************************************************************00840027
       DATA DIVISION.                                                   00850027
       FILE SECTION.                                                    00860027
       FD  QAF-FILE                                                     00870027
           RECORDING MODE F                                             00880027
           RECORD CONTAINS 165 CHARACTERS                               00881086
           LABEL RECORDS ARE STANDARD.                                  00900027
       01  QAF-RECORD.                                                  00910027
           05 QAF-Q            PIC   X(50).                             00920027
      *    (THE TEXT RIDES IN QAF-Q, QAF-ID NAMES THE QUESTION, AND     00949733
      *    CONTINUATIONS FOLLOW THEIR BASE RECORD ON THE DD).           00949833
           05 QAF-T            PIC   X.                                 00949933
      *    SUBJECT AREA WITHIN THE TOPIC (E.G. IDCA, RCVY) - WHAT THE   00950086
      *    QZBLUEPR QUOTAS COUNT. BLANK ON CONTINUATION RECORDS.        00950186
           05 QAF-AREA         PIC   X(4).                              00950286
      ******************************************************************00950027
      *    HOLDS THE ONE IN-PROGRESS CONSOLE ATTEMPT, IF ANY - REWRITTEN00960027
      *    AFTER EVERY ANSWER SO A DROPPED SESSION CAN PICK UP WHERE IT 00970027
      *    EMPTY) ONCE A CONSOLE ATTEMPT FINISHES NORMALLY.             00990027
       FD  RST-FILE                                                     01000027
           RECORDING MODE F                                             01010027
           RECORD CONTAINS 8324 CHARACTERS                              01011086
           LABEL RECORDS ARE STANDARD.                                  01030027
       01  RST-RECORD.                                                  01040027
           05 RST-OPER-ID       PIC   X(8).                             01050027
              10 RST-C          PIC   A.                                01130027
              10 RST-QID        PIC   X(8).                             01135028
              10 RST-E          PIC   X(60).                            01137528
              10 RST-REL        PIC   9(5).                             01138586
      ******************************************************************01140027
      *    HOLDS THE SHUFFLED ORDER EVERY FORM OF A BATCH ANSWER        01141029
      *    SHEET RUN (PROC-PRINT-SHEET) WAS PRINTED IN - ONE RECORD     01142029
      *    THEIR FORM WAS PRINTED IN, NOT A FRESH RESHUFFLE.            01145029
       FD  ORD-FILE                                                     01146027
           RECORDING MODE F                                             01147027
           RECORD CONTAINS 8294 CHARACTERS                              01148086
           LABEL RECORDS ARE STANDARD.                                  01149027
       01  ORD-RECORD.                                                  01149127
           05 ORD-TOPIC         PIC   X(8).                             01149227
              10 ORD-C          PIC   A.                                01149833
              10 ORD-QID        PIC   X(8).                             01150128
              10 ORD-E          PIC   X(60).                            01150328
              10 ORD-REL        PIC   9(5).                             01150486
      ******************************************************************01150528
      *    ONE RECORD PER ANSWERED QUESTION, APPENDED AT SCORING TIME   01150928
      *    FOR BOTH CONSOLE AND BATCH-CHECK RUNS. BECAUSE THE QUESTION  01151328
      *    EVERY RUN PRESENTS A DIFFERENT ORDER.                        01152528
       FD  DTL-FILE                                                     01152928
           RECORDING MODE F                                             01153328
           RECORD CONTAINS 47 CHARACTERS                                01153786
           LABEL RECORDS ARE STANDARD.                                  01154128
       01  DTL-RECORD.                                                  01154528
           05 DTL-OPER-ID       PIC   X(8).                             01154928
      *    SHEET CARRIES NO PER-QUESTION TIMING).                       01197328
           05 DTL-SECS          PIC   9(4).                             01207328
           05 DTL-OVER          PIC   X.                                01217328
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            01217486
           05 DTL-RELEASE       PIC   9(5).                             01217586
      ******************************************************************01217686
      *    THE TOPIC CATALOG - ONE RECORD PER TOPIC. SAME LAYOUT AS     01217786
      *    TOP-RECORD IN OPERQUIZ; ONLY THE CATALOG FIELDS ARE USED     01217886
      *    HERE (THE THRESHOLDS ARE THE CALLER'S BUSINESS).             01217986
       FD  TOP-FILE                                                     01218086
           RECORDING MODE F                                             01218186
           RECORD CONTAINS 80 CHARACTERS                                01218286
           LABEL RECORDS ARE STANDARD.                                  01218386
       01  TOP-RECORD.                                                  01218486
           05 TOP-TOPIC          PIC   X(8).                            01218586
           05 FILLER             PIC   X.                               01218686
           05 TOP-PASS-PCT       PIC   9(3).                            01218786
           05 FILLER             PIC   X.                               01218886
           05 TOP-BORDER-PCT     PIC   9(3).                            01218986
           05 FILLER             PIC   X.                               01219086
           05 TOP-FRESH-DAYS     PIC   9(3).                            01219186
           05 FILLER             PIC   X.                               01219286
           05 TOP-MAX-FAILS      PIC   9.                               01219386
           05 FILLER             PIC   X.                               01219486
           05 TOP-DDNAME         PIC   X(8).                            01219586
           05 FILLER             PIC   X.                               01219686
           05 TOP-MIXED          PIC   X.                               01219786
           05 FILLER             PIC   X.                               01219886
           05 TOP-FALLBACK       PIC   X(8).                            01219986
           05 FILLER             PIC   X(38).                           01220086
      ******************************************************************01220186
      *    THE BANK RELEASE REGISTER - SAME LAYOUT QZBANKPR APPENDS.    01220286
      *    ONLY THE DD AND RELEASE ARE USED HERE.                       01220386
       FD  REL-FILE                                                     01220486
           RECORDING MODE F                                             01220586
           RECORD CONTAINS 80 CHARACTERS                                01220686
           LABEL RECORDS ARE STANDARD.                                  01220786
       01  REL-RECORD.                                                  01220886
           05 REL-DDNAME         PIC   X(8).                            01220986
           05 FILLER             PIC   X.                               01221086
           05 REL-RELEASE        PIC   9(5).                            01221186
           05 FILLER             PIC   X(66).                           01221286
      ******************************************************************01221386
      *    THE EXAM BLUEPRINT - ONE RECORD PER TOPIC AND SUBJECT AREA,  01221486
      *    SAYING HOW MANY QUESTIONS OF THAT AREA EVERY SITTING OF THE  01221586
      *    TOPIC MUST HOLD. THE DESCRIPTION IS FOR PEOPLE (QZBANKMT     01221686
      *    SHOWS IT). A TOPIC WITH NO RECORDS DRAWS PURELY AT RANDOM.   01221786
       FD  BLU-FILE                                                     01221886
           RECORDING MODE F                                             01221986
           RECORD CONTAINS 80 CHARACTERS                                01222086
           LABEL RECORDS ARE STANDARD.                                  01222186
       01  BLU-RECORD.                                                  01222286
           05 BLU-TOPIC          PIC   X(8).                            01222386
           05 FILLER             PIC   X.                               01222486
           05 BLU-AREA           PIC   X(4).                            01222586
           05 FILLER             PIC   X.                               01222686
           05 BLU-COUNT          PIC   9(2).                            01222786
           05 FILLER             PIC   X.                               01222886
           05 BLU-DESC           PIC   X(30).                           01222986
           05 FILLER             PIC   X(33).                           01223086
      *    THE LANGUAGE VARIANTS - ONE RECORD PER TOPIC AND LANGUAGE,   01223186
      *    NAMING THE BANK DD THAT HOLDS THAT TRANSLATION. THE PRIMARY  01223286
      *    LANGUAGE IS THE CATALOG'S OWN DD AND HAS NO RECORD HERE.     01223386
       FD  LNG-FILE                                                     01223486
           RECORDING MODE F                                             01223586
           RECORD CONTAINS 80 CHARACTERS                                01223686
           LABEL RECORDS ARE STANDARD.                                  01223786
       01  LNG-RECORD.                                                  01223886
           05 LNG-TOPIC          PIC   X(8).                            01223986
           05 FILLER             PIC   X.                               01224086
           05 LNG-CODE           PIC   X(2).                            01224186
           05 FILLER             PIC   X.                               01224286
           05 LNG-DDNAME         PIC   X(8).                            01224386
           05 FILLER             PIC   X.                               01224486
           05 LNG-DESC           PIC   X(20).                           01224586
           05 FILLER             PIC   X(39).                           01224686
      *    THE QUESTION CHALLENGE REGISTER - ONE 220-BYTE RECORD PER    01224786
      *    CHALLENGE, APPENDED HERE FROM THE END-OF-RUN REVIEW. SAME    01224886
      *    LAYOUT AS CHL-RECORD IN QZCHALMT, WHICH DECIDES THEM.        01224986
       FD  CHL-FILE                                                     01225086
           RECORDING MODE F                                             01225186
           RECORD CONTAINS 220 CHARACTERS                               01225286
           LABEL RECORDS ARE STANDARD.                                  01225386
       01  CHL-RECORD.                                                  01225486
      *    CURRENT-DATE TIMESTAMP TO THE HUNDREDTH OF A SECOND WHEN     01225586
      *    THE CHALLENGE WAS RAISED - UNIQUE AND IN ARRIVAL ORDER.      01225686
           05 CHL-ID             PIC   X(16).                           01225786
           05 FILLER             PIC   X.                               01225886
           05 CHL-QID            PIC   X(8).                            01225986
           05 FILLER             PIC   X.                               01226086
      *    THE ATTEMPT - SAME OPERATOR/TOPIC/DATE GROUPING QZREGRAD     01226186
      *    REBUILDS FROM QUIZDTL.                                       01226286
           05 CHL-OPER-ID        PIC   X(8).                            01226386
           05 FILLER             PIC   X.                               01226486
           05 CHL-TOPIC          PIC   X(8).                            01226586
           05 FILLER             PIC   X.                               01226686
           05 CHL-ATT-DATE       PIC   9(8).                            01226786
           05 FILLER             PIC   X.                               01226886
      *    C = RAISED AT THE CONSOLE, S = ENTERED BY A CLERK FOR A      01226986
      *    BATCH-CHECK (SHEET) ATTEMPT.                                 01227086
           05 CHL-SOURCE         PIC   X.                               01227186
           05 FILLER             PIC   X.                               01227286
           05 CHL-REASON         PIC   X(40).                           01227386
           05 FILLER             PIC   X.                               01227486
           05 CHL-STATUS         PIC   X.                               01227586
              88 CHL-OPEN                VALUE 'O'.                     01227686
              88 CHL-UPHELD-KEY          VALUE 'K'.                     01227786
              88 CHL-UPHELD-VOID         VALUE 'V'.                     01227886
              88 CHL-UPHELD              VALUES 'K', 'V'.               01227986
              88 CHL-REJECTED            VALUE 'R'.                     01228086
           05 FILLER             PIC   X.                               01228186
           05 CHL-NEW-KEY        PIC   X.                               01228286
           05 FILLER             PIC   X.                               01228386
           05 CHL-DECIDED-BY     PIC   X(20).                           01228486
           05 FILLER             PIC   X.                               01228586
           05 CHL-DECIDED-DATE   PIC   9(8).                            01228686
           05 FILLER             PIC   X.                               01228786
           05 CHL-RESPONSE       PIC   X(40).                           01228886
           05 FILLER             PIC   X.                               01228986
      *    THE REGRADE LINK - THE CHALLENGE WHOSE QZRGREQ REQUEST       01229086
      *    CARRIES THIS DECISION (ITSELF, OR THE FIRST UPHELD           01229186
      *    CHALLENGE ON THE SAME QUESTION), THE DAY THE REQUEST WAS     01229286
      *    QUEUED, AND THE QZADJLOG RECORDS QZREGRAD WROTE FOR IT.      01229386
           05 CHL-REQ-ID         PIC   X(16).                           01229486
           05 FILLER             PIC   X.                               01229586
           05 CHL-REQ-DATE       PIC   9(8).                            01229686
           05 FILLER             PIC   X.                               01229786
           05 CHL-ADJ-DATE       PIC   9(8).                            01229886
           05 FILLER             PIC   X.                               01229986
           05 CHL-ADJ-COUNT      PIC   9(4).                            01230086
           05 FILLER             PIC   X(10).                           01230186
      ******************************************************************01227328
       WORKING-STORAGE SECTION.                                         01237328
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     01247328
       01 WS-RST-STATUS     PIC   XX    VALUE '00'.                     01267328
       01 WS-ORD-STATUS     PIC   XX    VALUE '00'.                     01277328
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     01287328
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01288386
       01 WS-REL-STATUS     PIC   XX    VALUE '00'.                     01289386
       01 WS-BLU-STATUS     PIC   XX    VALUE '00'.                     01290386
       01 WS-LNG-STATUS     PIC   XX    VALUE '00'.                     01291386
       01 WS-CHL-STATUS     PIC   XX    VALUE '00'.                     01292386
       01 WS-DTL-OPEN-SW    PIC   X     VALUE 'N'.                      01297328
          88 WS-DTL-OPEN              VALUE 'Y'.                        01307328
       01 WS-RESTART-WORK.                                              01317328
        05 WS-ORD-KEEP-FULL-SW PIC  X       VALUE 'N'.                  01359845
           88 WS-ORD-KEEP-FULL        VALUE 'Y'.                        01359855
       01 WS-ORD-KEEP-TABLE.                                            01359934
        05 WS-ORD-KEEP OCCURS 100 TIMES PIC X(8294).                    01360986
       01 WS-Q-AMOUNT       PIC   9(3)  VALUE 0.                        01367328
      *    'P' IN THE PARM MODE LETTER - A PRACTICE RUN: CONSOLE        01368330
      *    FLOW WITH IMMEDIATE FEEDBACK AND NO RECORDS OF ANY KIND.     01369330
          88 WS-PRACTICE              VALUE 'Y'.                        01369530
       01 WS-BD-VERDICT     PIC   X(9)  VALUE SPACES.                   01377328
       01 WS-REVIEW-CNT     PIC   9(3)  USAGE IS COMP VALUE 0.          01382328
      *    END-OF-RUN CHALLENGE WORK - ONE FLAG BYTE PER QUESTION SO    01382686
      *    THE SAME QUESTION IS NOT CHALLENGED TWICE IN ONE RUN.        01382986
       01 WS-CHL-WORK.                                                  01383286
        05 WS-CHL-IN-NUM      PIC   X(3).                               01383586
        05 WS-CHL-NUM         PIC   9(3).                               01383886
        05 WS-CHL-COUNT       PIC   9(3).                               01384186
        05 WS-CHL-REASON      PIC   X(40).                              01384486
        05 WS-CHL-TAKEN       PIC   X(20).                              01384786
        05 WS-CHL-OPEN-SW     PIC   X.                                  01385086
           88 WS-CHL-OPEN             VALUE 'Y'.                        01385386
        05 WS-CHL-DONE-SW     PIC   X.                                  01385686
           88 WS-CHL-DONE             VALUE 'Y'.                        01385986
       01 WS-SHOW-PROMPT-SW PIC   X     VALUE 'N'.                      01387328
          88 WS-SHOW-PROMPT           VALUE 'Y'.                        01397328
       01 WS-TOPIC-WORK.                                                01407328
        05 WS-FLD1            PIC   X       VALUE SPACES.               01417328
        05 WS-FLD2            PIC   X(8)    VALUE SPACES.               01427328
      *    SET BY PROC-CHECK-TOPIC-FIELD WHEN WS-FLD2 NAMES A TOPIC     01428386
      *    IN THE CATALOG OR IS THE MIXED KEYWORD.                      01429386
        05 WS-FLD2-TOPIC-SW   PIC   X       VALUE 'N'.                  01430386
           88 WS-FLD2-IS-TOPIC        VALUE 'Y'.                        01431386
        05 WS-FLD3            PIC   X(8)    VALUE SPACES.               01457328
        05 WS-TOPIC            PIC   X(8)    VALUE 'OPER'.              01467328
        05 WS-OPER-ID          PIC   X(8)    VALUE SPACES.              01477328
         05 WS-C           PIC   A.                                     01817328
         05 WS-QID         PIC   X(8).                                  01827328
         05 WS-E           PIC   X(60).                                 01832328
      *    THE RELEASE OF THE BANK THE QUESTION WAS LOADED FROM.        01833186
         05 WS-REL         PIC   9(5).                                  01833986
      *    SUBJECT AREA - ONLY THE BLUEPRINT DRAW LOOKS AT IT, SO IT    01834786
      *    IS NOT CARRIED IN THE QUIZRST/QUIZORD ROWS.                  01835586
         05 WS-AREA        PIC   X(4).                                  01836386
       01 WS-RST-IDX        PIC   9(3)  USAGE IS COMP.                  01837328
      *    WHETHER THE LAST BASE BANK RECORD READ ACTUALLY JOINED       01838333
      *    THE POOL - CONTINUATIONS OF A SKIPPED BASE ARE SKIPPED.      01839333
       01 WS-SHUFFLE-WORK.                                              01857328
        05 WS-SH-J          PIC   9(3)  USAGE IS COMP.                  01867328
        05 WS-SH-RAND       COMP-2.                                     01877328
        05 WS-SWAP-REC       PIC X(418).                                01878386
        05 WS-SEED-DONE      PIC X       VALUE 'N'.                     01897328
           88 WS-SEED-IS-DONE            VALUE 'Y'.                     01907328
      ******************************************************************01917328
      *    HERE, AND THE FINISHED DRAW IS COPIED BACK OVER              01957328
      *    WS-QA-TABLE AS THE EXAM.                                     01967328
       01 WS-MIX-WORK.                                                  01977328
      *    HOW MANY CATALOG TOPICS ARE MARKED ELIGIBLE FOR MIXED -      01978386
      *    THE EXAM IS SHARED OUT EVENLY ACROSS THEM.                   01979386
        05 WS-MIX-TOPICS     PIC   9(3)  USAGE IS COMP VALUE 0.         01980386
        05 WS-MIX-IDX        PIC   9(3)  USAGE IS COMP.                 02057328
        05 WS-MIX-SHARE      PIC   9(3)  USAGE IS COMP VALUE 5.         02067328
        05 WS-MIX-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.         02077328
        05 WS-MIX-ROW        PIC   9(3)  USAGE IS COMP.                 02087328
       01 WS-MIX-TABLE.                                                 02097328
        05 WS-MIX-REC OCCURS 20 TIMES   PIC X(418).                     02097486
      * --------------------------------------------------------------- 02097586
      *    THE TOPIC CATALOG - WHICH TOPICS EXIST, WHICH QAxxxx DD      02097686
      *    HOLDS EACH ONE'S BANK, WHETHER MIXED DRAWS FROM IT, AND      02097786
      *    WHICH COMPILED-IN CPBQACnn BANK (IF ANY) STANDS IN WHEN      02097886
      *    THE DD WILL NOT OPEN. THE FOUR ORIGINAL TOPICS ARE SEEDED    02097986
      *    FROM WS-CAT-DEFAULTS; EACH QZTOPICS RECORD THEN OVERRIDES    02098086
      *    ITS TOPIC'S ENTRY OR ADDS A NEW TOPIC, SO A NEW SUBJECT      02098186
      *    GOES LIVE WITH A CATALOG RECORD AND A BANK ALONE.            02098286
       01 WS-CAT-DEFAULTS.                                              02098386
        05 FILLER            PIC   X(25)                                02098486
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         02098586
        05 FILLER            PIC   X(25)                                02098686
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         02098786
        05 FILLER            PIC   X(25)                                02098886
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         02098986
        05 FILLER            PIC   X(25)                                02099086
                             VALUE 'CICS    QACICS  YCPBQAC05'.         02099186
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               02099286
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                02099386
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02099486
       01 WS-CAT-TABLE.                                                 02099586
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                02099686
           10 WS-CAT-TOPIC    PIC   X(8).                               02099786
           10 WS-CAT-DDNAME   PIC   X(8).                               02099886
           10 WS-CAT-MIXED    PIC   X.                                  02099986
           10 WS-CAT-FALLBACK PIC   X(8).                               02100086
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  02100186
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   02100286
      *    ENTRY PROC-FIND-CATALOG MATCHED WS-CAT-KEY TO, 0 = NONE.     02100386
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02100486
      * --------------------------------------------------------------- 02100586
      *    EACH BANK DD'S RELEASE IN FORCE OFF THE QZRELEAS REGISTER    02100686
      *    (HIGHEST RELEASE SEEN PER DD). A DD NOT IN THE TABLE HAS     02100786
      *    NEVER BEEN PROMOTED AND IS AT RELEASE 0.                     02100886
       01 WS-REL-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02100986
       01 WS-REL-IDX        PIC   9(3)  USAGE IS COMP.                  02101086
       01 WS-REL-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02101186
       01 WS-REL-TABLE.                                                 02101286
        05 WS-REL-ENTRY OCCURS 50 TIMES.                                02101386
           10 WS-REL-DDNAME   PIC   X(8).                               02101486
           10 WS-REL-NUMBER   PIC   9(5).                               02101586
      *    RELEASE OF THE BANK BEING LOADED RIGHT NOW.                  02101686
       01 WS-BANK-REL       PIC   9(5)  VALUE 0.                        02101786
      * --------------------------------------------------------------- 02101886
      *    THE RUN TOPIC'S BLUEPRINT OFF QZBLUEPR - EACH SUBJECT        02101986
      *    AREA'S QUOTA, HOW MANY ACTIVE QUESTIONS THE POOL HOLDS FOR   02102086
      *    IT AND HOW MANY THE DRAW HAS PLACED SO FAR. WS-BLU-PLACED    02102186
      *    IS THE LAST POOL SLOT A QUOTA QUESTION WAS MOVED UP INTO.    02102286
       01 WS-BLU-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02102386
       01 WS-BLU-IDX        PIC   9(3)  USAGE IS COMP.                  02102486
       01 WS-BLU-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02102586
       01 WS-BLU-TOTAL      PIC   9(3)  USAGE IS COMP VALUE 0.          02102686
       01 WS-BLU-PLACED     PIC   9(3)  USAGE IS COMP VALUE 0.          02102786
       01 WS-BLU-KEY        PIC   X(4)  VALUE SPACES.                   02102886
       01 WS-BLU-SHORT-SW   PIC   X     VALUE 'N'.                      02102986
          88 WS-BLU-SHORT            VALUE 'Y'.                         02103086
       01 WS-BLU-TABLE.                                                 02103186
        05 WS-BLU-ENTRY OCCURS 20 TIMES.                                02103286
           10 WS-BLU-AREA     PIC   X(4).                               02103386
           10 WS-BLU-QUOTA    PIC   9(2).                               02103486
           10 WS-BLU-HAVE     PIC   9(3)  USAGE IS COMP.                02103586
           10 WS-BLU-DRAWN    PIC   9(3)  USAGE IS COMP.                02103686
      * --------------------------------------------------------------- 02103786
      *    LANGUAGE VARIANTS OFF QZLANGS. WS-LANG IS THE LANGUAGE ASKED 02103886
      *    FOR (ROSTER, THEN ANY L=xx IN THE PARM), WS-LNG-PRIMARY THE  02103986
      *    CATALOG DD OF THE TOPIC BEING LOADED AND WS-LNG-USED THE     02104086
      *    LANGUAGE WHOSE BANK WAS REALLY READ (BLANK = PRIMARY).       02104186
       01 WS-LANG           PIC   X(2)  VALUE SPACES.                   02104286
       01 WS-LNG-USED       PIC   X(2)  VALUE SPACES.                   02104386
       01 WS-LNG-PRIMARY    PIC   X(8)  VALUE 'QAFILE'.                 02104486
       01 WS-LNG-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02104586
       01 WS-LNG-IDX        PIC   9(3)  USAGE IS COMP.                  02104686
       01 WS-LNG-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02104786
       01 WS-LNG-TABLE.                                                 02104886
        05 WS-LNG-ENTRY OCCURS 50 TIMES.                                02104986
           10 WS-LNG-TOPIC    PIC   X(8).                               02105086
           10 WS-LNG-CODE     PIC   X(2).                               02105186
           10 WS-LNG-DDNAME   PIC   X(8).                               02105286
      * --------------------------------------------------------------- 02105386
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    02105486
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  02105586
       01 WS-CTL-AREA.                                                  02105686
        05 WS-CTL-FUNC       PIC   X.                                   02105786
        05 WS-CTL-FILE       PIC   X(8).                                02105886
        05 WS-CTL-KIND       PIC   X.                                   02105986
        05 WS-CTL-SIGN       PIC   X.                                   02106086
        05 WS-CTL-SOURCE     PIC   X(8).                                02106186
        05 WS-CTL-DAY        PIC   9(8).                                02106286
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               02106386
        05 WS-CTL-POS        PIC   9(2).                                02106486
        05 WS-CTL-SCORE      PIC   9(3).                                02106586
        05 WS-CTL-AMOUNT     PIC   9(3).                                02106686
        05 WS-CTL-PCT        PIC   9(3)V99.                             02106786
        05 WS-CTL-SUBMITTED  PIC   X.                                   02106886
        05 WS-CTL-CORRECT    PIC   X.                                   02106986
        05 WS-CTL-VERDICT    PIC   X.                                   02107086
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               02107186
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               02107286
        05 WS-CTL-RC         PIC   9(2).                                02107386
      ******************************************************************02117328
       LOCAL-STORAGE SECTION.                                           02127328
       01 LS-ALL.                                                       02137328
        05 WS-QR-LETTERS     PIC   X(20).                               02317328
        05 WS-QR-OPERATOR-ID PIC   X(8).                                02327328
        05 WS-QR-TOPIC       PIC   X(8).                                02332328
        05 WS-QR-RELEASE     PIC   9(5).                                02332886
      *    SET WHEN THE RUN WAS REFUSED BEFORE IT STARTED (A BLUEPRINT  02333386
      *    QUOTA THE POOL CANNOT MEET) - THE CALLER ENDS WITH RC 12.    02333886
        05 WS-QR-REFUSED     PIC   X.                                   02334386
           88 WS-QR-WAS-REFUSED          VALUE 'Y'.                     02334886
      *    IN: THE OPERATOR'S ROSTER LANGUAGE. OUT: THE LANGUAGE WHOSE  02335386
      *    VARIANT BANK WAS ACTUALLY LOADED, BLANK FOR THE PRIMARY.     02335886
        05 WS-QR-LANG        PIC   X(2).                                02336386
       01 WS-RUN-DATE                    PIC   9(8).                    02337328
      ******************************************************************02347328
       PROCEDURE DIVISION USING WS-HLINE, PARM-BUFFER, WS-QUIZ-RESULT,  02357328
           IF PARM-DATA(1:1) = 'P'                                      02402330
              SET WS-PRACTICE TO TRUE                                   02404330
           END-IF                                                       02406330
           MOVE 'N' TO WS-QR-REFUSED                                    02406486
           MOVE WS-QR-LANG TO WS-LANG                                   02406586
           MOVE SPACES TO WS-LNG-USED                                   02406686
           PERFORM PROC-LOAD-CATALOG                                    02406786
           PERFORM PROC-LOAD-RELEASES                                   02406886
           PERFORM PROC-LOAD-LANGS                                      02406986
           PERFORM PROC-PARSE-TOPIC                                     02407328
           PERFORM PROC-LOAD-QUESTIONS                                  02417328
           MOVE WS-LNG-USED TO WS-QR-LANG                               02418386
           IF WS-QR-WAS-REFUSED                                         02419386
              GOBACK                                                    02420386
           END-IF                                                       02421386
           MOVE 'N' TO WS-SHOW-PROMPT-SW                                02427328
           IF PARM-DATA(1:2) NOT = 'C,'                                 02437328
              AND PARM-DATA(1:1) NOT = 'B'                              02447328
           END-EVALUATE                                                 02717328
           GOBACK.                                                      02727328
      ******************************************************************02737328
      *    BUILDS WS-CAT-TABLE - THE BUILT-IN DEFAULTS FIRST, THEN THE  02737686
      *    OPTIONAL QZTOPICS CATALOG ON TOP OF THEM. NO QZTOPICS DD     02737986
      *    LEAVES THE FOUR ORIGINAL TOPICS EXACTLY AS THEY WERE.        02738286
       PROC-LOAD-CATALOG.                                               02738586
           MOVE 4 TO WS-CAT-COUNT                                       02738886
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       02739186
              UNTIL WS-CAT-IDX > 4                                      02739486
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  02739786
           END-PERFORM                                                  02740086
           OPEN INPUT TOP-FILE                                          02740386
           IF WS-TOP-STATUS = '00'                                      02740686
              PERFORM PROC-LOAD-CATALOG-REC                             02740986
                 UNTIL WS-TOP-STATUS NOT = '00'                         02741286
              CLOSE TOP-FILE                                            02741586
           END-IF                                                       02741886
           MOVE '00' TO WS-TOP-STATUS                                   02742186
           EXIT.                                                        02742486
      ******************************************************************02742786
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  02743086
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    02743386
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK. MIXED    02743686
      *    IS A KEYWORD, NEVER A CATALOG TOPIC.                         02743986
       PROC-LOAD-CATALOG-REC.                                           02744286
           READ TOP-FILE                                                02744586
           IF WS-TOP-STATUS NOT = '00'                                  02744886
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              02745186
              EXIT PARAGRAPH                                            02745486
           END-IF                                                       02745786
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 02746086
           PERFORM PROC-FIND-CATALOG                                    02746386
           IF WS-CAT-HIT = 0                                            02746686
              IF WS-CAT-COUNT = 20                                      02746986
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   02747286
                    ' IGNORED'                                          02747586
                 EXIT PARAGRAPH                                         02747886
              END-IF                                                    02748186
              ADD 1 TO WS-CAT-COUNT                                     02748486
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           02748786
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                02749086
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  02749386
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  02749686
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         02749986
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      02750286
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                02750586
           END-IF                                                       02750886
           IF TOP-DDNAME NOT = SPACES                                   02751186
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              02751486
           END-IF                                                       02751786
           IF TOP-MIXED NOT = SPACE                                     02752086
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                02752386
           END-IF                                                       02752686
           IF TOP-FALLBACK NOT = SPACES                                 02752986
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          02753286
           END-IF                                                       02753586
           EXIT.                                                        02753886
      ******************************************************************02754186
       PROC-FIND-CATALOG.                                               02754486
           MOVE 0 TO WS-CAT-HIT                                         02754786
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       02755086
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           02755386
              OR WS-CAT-HIT > 0                                         02755686
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  02755986
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          02756286
              END-IF                                                    02756586
           END-PERFORM                                                  02756886
           EXIT.                                                        02757186
      ******************************************************************02757486
      *    A PARM FIELD IS A TOPIC WHEN THE CATALOG KNOWS IT OR IT IS   02757786
      *    THE MIXED KEYWORD.                                           02758086
       PROC-CHECK-TOPIC-FIELD.                                          02758386
           MOVE 'N' TO WS-FLD2-TOPIC-SW                                 02758686
           IF WS-FLD2 = 'MIXED'                                         02758986
              SET WS-FLD2-IS-TOPIC TO TRUE                              02759286
           ELSE                                                         02759586
              MOVE WS-FLD2 TO WS-CAT-KEY                                02759886
              PERFORM PROC-FIND-CATALOG                                 02760186
              IF WS-CAT-HIT > 0                                         02760486
                 SET WS-FLD2-IS-TOPIC TO TRUE                           02760786
              END-IF                                                    02761086
           END-IF                                                       02761386
           EXIT.                                                        02761686
      ******************************************************************02761986
      *    PICKS THE TOPIC AND ITS CATALOG ENTRY'S QAxxxx DD NAME FROM  02762286
      *    PARM-DATA, AND CLASSIFIES EVERY FIELD AFTER                  02762586
      *    THE MODE LETTER BY WHAT IT LOOKS LIKE RATHER THAN BY ITS     02767328
      *    POSITION:                                                    02777328
      *       - A TOPIC IN THE CATALOG (OR MIXED) SELECTS THE           02778386
      *         TOPIC, E.G. 'O,VSAM' OR 'C,VSAM,ABCDA'                  02797328
      *       - AN ALL-NUMERIC FIELD IS THE EXAM SIZE - HOW MANY        02807328
      *         QUESTIONS OF THE LOADED POOL THIS RUN ASKS, E.G.        02817328
           IF WS-OPER-ID = SPACES                                       03077328
              MOVE WS-QR-OPERATOR-ID TO WS-OPER-ID                      03087328
           END-IF                                                       03097328
      *    THE CATALOG NAMES THE TOPIC'S BANK DD. MIXED HAS NO ENTRY -  03098386
      *    PROC-LOAD-MIXED WORKS OUT EACH SOURCE BANK'S DD ITSELF.      03099386
           MOVE WS-TOPIC TO WS-CAT-KEY                                  03100386
           PERFORM PROC-FIND-CATALOG                                    03101386
           IF WS-CAT-HIT > 0                                            03102386
              MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-QAF-DDNAME           03103386
           END-IF                                                       03104386
           IF WS-TOPIC NOT = 'MIXED'                                    03105386
              PERFORM PROC-RESOLVE-VARIANT                              03106386
           END-IF                                                       03107386
           EXIT.                                                        03167328
      ******************************************************************03177328
      *    CONSUMES THE NEXT COMMA-DELIMITED PARM FIELD. THE POINTER    03187328
      *    DIGITS (E.G. T30) SETS THE PER-QUESTION TIME LIMIT IN        03487328
      *    SECONDS FOR CONSOLE RUNS; T0 TURNS THE FLAGGING OFF.         03497328
       PROC-CLASSIFY-FIELD.                                             03507328
           PERFORM PROC-CHECK-TOPIC-FIELD                               03508386
           EVALUATE TRUE                                                03517328
              WHEN WS-FLD2-IS-TOPIC                                     03527328
                 MOVE WS-FLD2 TO WS-TOPIC                               03537328
      *    PROC-CHECK-ROSTER IN OPERQUIZ) - NOT AN OPERATOR ID.         03597331
              WHEN WS-FLD2 = 'NOROSTER'                                 03597431
                 CONTINUE                                               03597531
      *    L=xx OVERRIDES THE ROSTER LANGUAGE FOR THIS RUN, L=* ASKS    03598586
      *    FOR THE PRIMARY BANK WHATEVER THE ROSTER SAYS.               03599586
              WHEN WS-FLD2(1:2) = 'L='                                  03600586
                 MOVE WS-FLD2(3:2) TO WS-LANG                           03601586
              WHEN FUNCTION TEST-NUMVAL(WS-FLD2) = 0                    03597328
                 COMPUTE WS-EXAM-SIZE = FUNCTION NUMVAL(WS-FLD2)        03607328
              WHEN OTHER                                                03617328
           EXIT.                                                        03647328
      ******************************************************************03657328
      *    LOADS THE QUESTION BANK - PRIMARY SOURCE IS THE TOPIC'S      03667328
      *    QAxxxx DD, A FIXED 165-BYTE QSAM DATASET (Q(50), A(40),      03668386
      *    C(1), ID(8), E(60), S(1), T(1), AREA(4) PER RECORD, PLUS     03669386
      *    OPTIONAL                                                     03670386
      *    CONTINUATION RECORDS) TRAINING CAN MAINTAIN                  03684034
      *    WITHOUT A RECOMPILE. IF THE DD IS ABSENT WE FALL BACK TO     03692228
      *    THAT TOPIC'S BUILT-IN CPBQACnn COPYBOOK SO THE QUIZ STILL    03700528
      *    RUNS.                                                        03708828
      *    THE MIXED TOPIC INSTEAD DRAWS ITS SHARE FROM EVERY BANK      03709886
      *    THE CATALOG MARKS AS ELIGIBLE.                               03710886
       PROC-LOAD-QUESTIONS.                                             03727328
           IF WS-TOPIC = 'MIXED'                                        03737328
              PERFORM PROC-LOAD-MIXED                                   03747328
      *    (QUIZORD FOR BATCH SHEETS, QUIZRST FOR CONSOLE               03987328
      *    CHECKPOINTS) SO BATCH-CHECK AND A RESUMED SESSION STILL      03997328
      *    SCORE WHAT WAS ACTUALLY PRESENTED.                           04007328
      *    A TOPIC WITH A BLUEPRINT DRAWS BY AREA QUOTA INSTEAD. A      04008386
      *    BATCH-CHECK RUN NEVER DRAWS - IT SCORES THE SAVED FORM.      04009386
       PROC-SELECT-EXAM.                                                04017328
           IF WS-EXAM-SIZE > 20                                         04027328
              MOVE 20 TO WS-EXAM-SIZE                                   04037328
           END-IF                                                       04038386
           MOVE 0 TO WS-BLU-COUNT                                       04039386
           IF PARM-DATA(1:2) NOT = 'C,'                                 04040386
              PERFORM PROC-LOAD-BLUEPRINT                               04041386
           END-IF                                                       04042386
           IF WS-BLU-COUNT > 0                                          04043386
              PERFORM PROC-DRAW-BY-BLUEPRINT                            04044386
              EXIT PARAGRAPH                                            04045386
           END-IF                                                       04047328
           IF WS-EXAM-SIZE > 0 AND WS-EXAM-SIZE < WS-Q-AMOUNT           04057328
              PERFORM PROC-SHUFFLE-QUESTIONS                            04067328
           END-IF                                                       04127328
           EXIT.                                                        04137328
      ******************************************************************04147328
      *    EVERY LANGUAGE VARIANT ON QZLANGS. NO DD MEANS NO VARIANTS - 04147486
      *    EVERY TOPIC IS SAT FROM ITS CATALOG BANK, AS BEFORE. A       04147586
      *    SECOND RECORD FOR THE SAME TOPIC AND LANGUAGE REPLACES THE   04147686
      *    FIRST.                                                       04147786
       PROC-LOAD-LANGS.                                                 04147886
           MOVE 0 TO WS-LNG-COUNT                                       04147986
           OPEN INPUT LNG-FILE                                          04148086
           IF WS-LNG-STATUS = '00'                                      04148186
              PERFORM PROC-LOAD-LANG-REC                                04148286
                 UNTIL WS-LNG-STATUS NOT = '00'                         04148386
              CLOSE LNG-FILE                                            04148486
           END-IF                                                       04148586
           MOVE '00' TO WS-LNG-STATUS                                   04148686
           EXIT.                                                        04148786
      ******************************************************************04148886
       PROC-LOAD-LANG-REC.                                              04148986
           READ LNG-FILE                                                04149086
           IF WS-LNG-STATUS NOT = '00'                                  04149186
              OR LNG-TOPIC = SPACES                                     04149286
              OR LNG-CODE = SPACES                                      04149386
              OR LNG-DDNAME = SPACES                                    04149486
              EXIT PARAGRAPH                                            04149586
           END-IF                                                       04149686
           PERFORM PROC-FIND-LANG-REC                                   04149786
           IF WS-LNG-HIT = 0                                            04149886
              IF WS-LNG-COUNT = 50                                      04149986
                 DISPLAY 'WARNING: QZLANGS HOLDS MORE THAN 50 ',        04150086
                    'VARIANTS - ', LNG-TOPIC, ' ', LNG-CODE, ' IGNORED' 04150186
                 EXIT PARAGRAPH                                         04150286
              END-IF                                                    04150386
              ADD 1 TO WS-LNG-COUNT                                     04150486
              MOVE WS-LNG-COUNT TO WS-LNG-HIT                           04150586
              MOVE LNG-TOPIC TO WS-LNG-TOPIC(WS-LNG-HIT)                04150686
              MOVE LNG-CODE  TO WS-LNG-CODE(WS-LNG-HIT)                 04150786
           END-IF                                                       04150886
           MOVE LNG-DDNAME TO WS-LNG-DDNAME(WS-LNG-HIT)                 04150986
           EXIT.                                                        04151086
      ******************************************************************04151186
       PROC-FIND-LANG-REC.                                              04151286
           MOVE 0 TO WS-LNG-HIT                                         04151386
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1                       04151486
              UNTIL WS-LNG-IDX > WS-LNG-COUNT                           04151586
              IF WS-LNG-TOPIC(WS-LNG-IDX) = LNG-TOPIC                   04151686
                 AND WS-LNG-CODE(WS-LNG-IDX) = LNG-CODE                 04151786
                 MOVE WS-LNG-IDX TO WS-LNG-HIT                          04151886
                 MOVE WS-LNG-COUNT TO WS-LNG-IDX                        04151986
              END-IF                                                    04152086
           END-PERFORM                                                  04152186
           EXIT.                                                        04152286
      ******************************************************************04152386
      *    SWAPS THE TOPIC'S CATALOG DD IN WS-QAF-DDNAME FOR THE DD OF  04152486
      *    ITS VARIANT IN THE LANGUAGE ASKED FOR. THE CATALOG DD IS     04152586
      *    KEPT IN WS-LNG-PRIMARY FOR PROC-LOAD-ONE-TOPIC TO FALL BACK  04152686
      *    ON. NO LANGUAGE, L=*, OR NO VARIANT IN THAT LANGUAGE LEAVES  04152786
      *    THE PRIMARY BANK IN PLACE.                                   04152886
       PROC-RESOLVE-VARIANT.                                            04152986
           MOVE WS-QAF-DDNAME TO WS-LNG-PRIMARY                         04153086
           IF WS-LANG = SPACES                                          04153186
              OR WS-LANG(1:1) = '*'                                     04153286
              EXIT PARAGRAPH                                            04153386
           END-IF                                                       04153486
           MOVE 0 TO WS-LNG-HIT                                         04153586
           PERFORM VARYING WS-LNG-IDX FROM 1 BY 1                       04153686
              UNTIL WS-LNG-IDX > WS-LNG-COUNT                           04153786
              IF WS-LNG-TOPIC(WS-LNG-IDX) = WS-TOPIC                    04153886
                 AND WS-LNG-CODE(WS-LNG-IDX) = WS-LANG                  04153986
                 MOVE WS-LNG-IDX TO WS-LNG-HIT                          04154086
                 MOVE WS-LNG-COUNT TO WS-LNG-IDX                        04154186
              END-IF                                                    04154286
           END-PERFORM                                                  04154386
           IF WS-LNG-HIT = 0                                            04154486
              DISPLAY 'NOTE: TOPIC ', WS-TOPIC, ' HAS NO ', WS-LANG,    04154586
                 ' LANGUAGE VARIANT - USING THE PRIMARY BANK'           04154686
           ELSE                                                         04154786
              MOVE WS-LNG-DDNAME(WS-LNG-HIT) TO WS-QAF-DDNAME           04154886
              DISPLAY 'TOPIC ', WS-TOPIC, ' IN LANGUAGE ', WS-LANG,     04154986
                 ' FROM ', WS-QAF-DDNAME                                04155086
           END-IF                                                       04155186
           EXIT.                                                        04155286
      ******************************************************************04155386
      *    THE RUN TOPIC'S QUOTAS. NO QZBLUEPR DD, OR NO RECORDS FOR    04155486
      *    THE TOPIC, LEAVES WS-BLU-COUNT AT 0 AND THE DRAW RANDOM. A   04155586
      *    SECOND RECORD FOR THE SAME AREA REPLACES THE FIRST.          04155686
       PROC-LOAD-BLUEPRINT.                                             04155786
           MOVE 0 TO WS-BLU-COUNT                                       04155886
           OPEN INPUT BLU-FILE                                          04155986
           IF WS-BLU-STATUS = '00'                                      04156086
              PERFORM PROC-LOAD-BLUEPRINT-REC                           04156186
                 UNTIL WS-BLU-STATUS NOT = '00'                         04156286
              CLOSE BLU-FILE                                            04156386
           END-IF                                                       04156486
           MOVE '00' TO WS-BLU-STATUS                                   04156586
           EXIT.                                                        04156686
      ******************************************************************04156786
       PROC-LOAD-BLUEPRINT-REC.                                         04156886
           READ BLU-FILE                                                04156986
           IF WS-BLU-STATUS NOT = '00'                                  04157086
              OR BLU-TOPIC NOT = WS-TOPIC                               04157186
              OR BLU-AREA = SPACES                                      04157286
              EXIT PARAGRAPH                                            04157386
           END-IF                                                       04157486
           IF BLU-COUNT NOT NUMERIC                                     04157586
              DISPLAY 'WARNING: QZBLUEPR QUOTA FOR ', BLU-TOPIC, ' ',   04157686
                 BLU-AREA, ' IS NOT NUMERIC - IGNORED'                  04157786
              EXIT PARAGRAPH                                            04157886
           END-IF                                                       04157986
           MOVE BLU-AREA TO WS-BLU-KEY                                  04158086
           PERFORM PROC-FIND-BLUEPRINT                                  04158186
           IF WS-BLU-HIT = 0                                            04158286
              IF WS-BLU-COUNT = 20                                      04158386
                 DISPLAY 'WARNING: BLUEPRINT TABLE FULL - AREA ',       04158486
                    BLU-AREA, ' IGNORED'                                04158586
                 EXIT PARAGRAPH                                         04158686
              END-IF                                                    04158786
              ADD 1 TO WS-BLU-COUNT                                     04158886
              MOVE WS-BLU-COUNT TO WS-BLU-HIT                           04158986
              MOVE BLU-AREA TO WS-BLU-AREA(WS-BLU-HIT)                  04159086
           END-IF                                                       04159186
           MOVE BLU-COUNT TO WS-BLU-QUOTA(WS-BLU-HIT)                   04159286
           EXIT.                                                        04159386
      ******************************************************************04159486
       PROC-FIND-BLUEPRINT.                                             04159586
           MOVE 0 TO WS-BLU-HIT                                         04159686
           PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                       04159786
              UNTIL WS-BLU-IDX > WS-BLU-COUNT                           04159886
              OR WS-BLU-HIT > 0                                         04159986
              IF WS-BLU-AREA(WS-BLU-IDX) = WS-BLU-KEY                   04160086
                 MOVE WS-BLU-IDX TO WS-BLU-HIT                          04160186
              END-IF                                                    04160286
           END-PERFORM                                                  04160386
           EXIT.                                                        04160486
      ******************************************************************04160586
      *    THE BLUEPRINT DRAW - THE POOL IS SHUFFLED, EVERY AREA'S      04160686
      *    QUOTA IS MOVED UP TO THE FRONT, AND THE EXAM IS CUT AT THE   04160786
      *    SITTING SIZE, SO ANY SEATS BEYOND THE QUOTAS GO TO A RANDOM  04160886
      *    PICK OF WHAT IS LEFT. THE SITTING IS THE EXPLICIT EXAM SIZE  04160986
      *    WHEN ONE IS GIVEN (NEVER LESS THAN THE QUOTAS ADD UP TO),    04161086
      *    ELSE EXACTLY THE QUOTAS. THE CONSOLE AND EVERY FORM OF A     04161186
      *    SHEET RUN ONLY RESHUFFLE THE ORDER OF THESE QUESTIONS, SO    04161286
      *    ALL OF THEM HONOR THE BLUEPRINT. A POOL THAT CANNOT MEET A   04161386
      *    QUOTA - INCLUDING A BUILT-IN FALLBACK BANK, WHICH CARRIES    04161486
      *    NO AREAS - REFUSES THE RUN RATHER THAN ASK A LOPSIDED EXAM.  04161586
       PROC-DRAW-BY-BLUEPRINT.                                          04161686
           MOVE 0 TO WS-BLU-TOTAL                                       04161786
           PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                       04161886
              UNTIL WS-BLU-IDX > WS-BLU-COUNT                           04161986
              ADD WS-BLU-QUOTA(WS-BLU-IDX) TO WS-BLU-TOTAL              04162086
              MOVE 0 TO WS-BLU-HAVE(WS-BLU-IDX)                         04162186
              MOVE 0 TO WS-BLU-DRAWN(WS-BLU-IDX)                        04162286
           END-PERFORM                                                  04162386
           PERFORM PROC-COUNT-AREA-HAVE                                 04162486
              VARYING I FROM 1 BY 1                                     04162586
              UNTIL I > WS-Q-AMOUNT                                     04162686
           MOVE 'N' TO WS-BLU-SHORT-SW                                  04162786
           PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                       04162886
              UNTIL WS-BLU-IDX > WS-BLU-COUNT                           04162986
              IF WS-BLU-HAVE(WS-BLU-IDX) < WS-BLU-QUOTA(WS-BLU-IDX)     04163086
                 SET WS-BLU-SHORT TO TRUE                               04163186
                 DISPLAY 'RUN REFUSED: ', WS-TOPIC, ' BLUEPRINT AREA ', 04163286
                    WS-BLU-AREA(WS-BLU-IDX), ' NEEDS ',                 04163386
                    WS-BLU-QUOTA(WS-BLU-IDX), ' QUESTIONS - THE ',      04163486
                    'ACTIVE POOL HOLDS ', WS-BLU-HAVE(WS-BLU-IDX)       04163586
              END-IF                                                    04163686
           END-PERFORM                                                  04163786
           IF WS-BLU-TOTAL > 20                                         04163886
              SET WS-BLU-SHORT TO TRUE                                  04163986
              DISPLAY 'RUN REFUSED: THE ', WS-TOPIC, ' BLUEPRINT ',     04164086
                 'ASKS FOR ', WS-BLU-TOTAL, ' QUESTIONS - ONE ',        04164186
                 'SITTING HOLDS AT MOST 20'                             04164286
           END-IF                                                       04164386
           IF WS-BLU-SHORT                                              04164486
              DISPLAY 'ADD OR REINSTATE QUESTIONS IN QZBANKMT, OR ',    04164586
                 'CORRECT THE QZBLUEPR QUOTAS, THEN RERUN'              04164686
              SET WS-QR-WAS-REFUSED TO TRUE                             04164786
              MOVE 0 TO WS-Q-AMOUNT                                     04164886
              EXIT PARAGRAPH                                            04164986
           END-IF                                                       04165086
           IF WS-EXAM-SIZE > 0 AND WS-EXAM-SIZE < WS-BLU-TOTAL          04165186
              DISPLAY 'NOTE: EXAM SIZE ', WS-EXAM-SIZE, ' IS BELOW ',   04165286
                 'THE ', WS-TOPIC, ' BLUEPRINT - ', WS-BLU-TOTAL,       04165386
                 ' QUESTIONS WILL BE ASKED'                             04165486
              MOVE WS-BLU-TOTAL TO WS-EXAM-SIZE                         04165586
           END-IF                                                       04165686
           IF WS-EXAM-SIZE = 0                                          04165786
              MOVE WS-BLU-TOTAL TO WS-EXAM-SIZE                         04165886
           END-IF                                                       04165986
           PERFORM PROC-SHUFFLE-QUESTIONS                               04166086
           MOVE 0 TO WS-BLU-PLACED                                      04166186
           PERFORM PROC-PLACE-BY-AREA                                   04166286
              VARYING I FROM 1 BY 1                                     04166386
              UNTIL I > WS-Q-AMOUNT                                     04166486
           IF WS-EXAM-SIZE < WS-Q-AMOUNT                                04166586
              MOVE WS-EXAM-SIZE TO WS-Q-AMOUNT                          04166686
           END-IF                                                       04166786
           EXIT.                                                        04166886
      ******************************************************************04166986
       PROC-COUNT-AREA-HAVE.                                            04167086
           MOVE WS-AREA(I) TO WS-BLU-KEY                                04167186
           PERFORM PROC-FIND-BLUEPRINT                                  04167286
           IF WS-BLU-HIT > 0                                            04167386
              ADD 1 TO WS-BLU-HAVE(WS-BLU-HIT)                          04167486
           END-IF                                                       04167586
           EXIT.                                                        04167686
      ******************************************************************04167786
      *    A QUESTION WHOSE AREA STILL HAS QUOTA LEFT SWAPS PLACES      04167886
      *    WITH THE NEXT FRONT SLOT. THE QUESTION IT DISPLACES WAS      04167986
      *    ALREADY PASSED OVER, SO NOTHING IS LOOKED AT TWICE.          04168086
       PROC-PLACE-BY-AREA.                                              04168186
           MOVE WS-AREA(I) TO WS-BLU-KEY                                04168286
           PERFORM PROC-FIND-BLUEPRINT                                  04168386
           IF WS-BLU-HIT = 0                                            04168486
              EXIT PARAGRAPH                                            04168586
           END-IF                                                       04168686
           IF WS-BLU-DRAWN(WS-BLU-HIT) NOT < WS-BLU-QUOTA(WS-BLU-HIT)   04168786
              EXIT PARAGRAPH                                            04168886
           END-IF                                                       04168986
           ADD 1 TO WS-BLU-DRAWN(WS-BLU-HIT)                            04169086
           ADD 1 TO WS-BLU-PLACED                                       04169186
           IF I NOT = WS-BLU-PLACED                                     04169286
              MOVE WS-RECORD02(I) TO WS-SWAP-REC                        04169386
              MOVE WS-RECORD02(WS-BLU-PLACED) TO WS-RECORD02(I)         04169486
              MOVE WS-SWAP-REC TO WS-RECORD02(WS-BLU-PLACED)            04169586
           END-IF                                                       04169686
           EXIT.                                                        04169786
      ******************************************************************04169886
       PROC-LOAD-ONE-TOPIC.                                             04157328
           MOVE 0 TO WS-BANK-REL                                        04158386
           OPEN INPUT QAF-FILE                                          04167328
      *    A LANGUAGE VARIANT THAT IS NOT THERE MUST NOT COST THE       04168286
      *    OPERATOR THE QUIZ - THE PRIMARY BANK STANDS IN FOR IT.       04169186
           IF WS-QAF-STATUS NOT = '00'                                  04170086
              AND WS-QAF-DDNAME NOT = WS-LNG-PRIMARY                    04170986
              DISPLAY 'WARNING: LANGUAGE VARIANT ', WS-QAF-DDNAME,      04171886
                 ' NOT AVAILABLE (STATUS=', WS-QAF-STATUS,              04172786
                 ') - USING ', WS-LNG-PRIMARY                           04173686
              MOVE WS-LNG-PRIMARY TO WS-QAF-DDNAME                      04174586
              OPEN INPUT QAF-FILE                                       04175486
           END-IF                                                       04176386
           IF WS-QAF-STATUS = '00'                                      04177328
              AND WS-QAF-DDNAME NOT = WS-LNG-PRIMARY                    04178386
              MOVE WS-LANG TO WS-LNG-USED                               04179386
           END-IF                                                       04180386
           IF WS-QAF-STATUS = '00'                                      04181386
              PERFORM PROC-FIND-RELEASE                                 04182386
              PERFORM PROC-LOAD-FROM-FILE                               04187328
              CLOSE QAF-FILE                                            04197328
           ELSE                                                         04207328
      D       DISPLAY 'WARNING: ', WS-QAF-DDNAME,                       04217328
      D          ' DD NOT AVAILABLE (STATUS=', WS-QAF-STATUS,           04227328
      D          '), USING BUILT-IN QUESTIONS'                          04237328
              PERFORM PROC-LOAD-FALLBACK                                04238386
      *    THE CPBQACnn FALLBACKS PREDATE CONTINUATION RECORDS AND      04298333
      *    SET ONLY THE BASE FIELDS - CLEAR THE EXTENSIONS SO THE       04299333
      *    DISPLAYS FALL BACK TO THE PACKED ANSWER TEXT.                04299433
       PROC-CLEAR-EXT-FIELDS.                                           04317533
           MOVE SPACES TO WS-Q2(I)                                      04317633
           MOVE SPACES TO WS-CLS(I)                                     04317733
           MOVE 0 TO WS-REL(I)                                          04317886
           MOVE SPACES TO WS-AREA(I)                                    04317986
           EXIT.                                                        04318086
      ******************************************************************04318186
      *    THE RELEASE REGISTER IS OPTIONAL - WITHOUT ONE EVERY BANK    04318286
      *    IS AT RELEASE 0, WHICH IS WHAT IT WAS BEFORE QZBANKPR.       04318386
       PROC-LOAD-RELEASES.                                              04318486
           MOVE 0 TO WS-REL-COUNT                                       04318586
           OPEN INPUT REL-FILE                                          04318686
           IF WS-REL-STATUS = '00'                                      04318786
              PERFORM PROC-LOAD-RELEASE-REC                             04318886
                 UNTIL WS-REL-STATUS NOT = '00'                         04318986
              CLOSE REL-FILE                                            04319086
           END-IF                                                       04319186
           MOVE '00' TO WS-REL-STATUS                                   04319286
           EXIT.                                                        04319386
      ******************************************************************04319486
       PROC-LOAD-RELEASE-REC.                                           04319586
           READ REL-FILE                                                04319686
           IF WS-REL-STATUS NOT = '00'                                  04319786
              EXIT PARAGRAPH                                            04319886
           END-IF                                                       04319986
           MOVE 0 TO WS-REL-HIT                                         04320086
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1                       04320186
              UNTIL WS-REL-IDX > WS-REL-COUNT                           04320286
              OR WS-REL-HIT > 0                                         04320386
              IF WS-REL-DDNAME(WS-REL-IDX) = REL-DDNAME                 04320486
                 MOVE WS-REL-IDX TO WS-REL-HIT                          04320586
              END-IF                                                    04320686
           END-PERFORM                                                  04320786
           IF WS-REL-HIT = 0                                            04320886
              IF WS-REL-COUNT = 50                                      04320986
                 EXIT PARAGRAPH                                         04321086
              END-IF                                                    04321186
              ADD 1 TO WS-REL-COUNT                                     04321286
              MOVE WS-REL-COUNT TO WS-REL-HIT                           04321386
              MOVE REL-DDNAME TO WS-REL-DDNAME(WS-REL-HIT)              04321486
              MOVE 0 TO WS-REL-NUMBER(WS-REL-HIT)                       04321586
           END-IF                                                       04321686
           IF REL-RELEASE > WS-REL-NUMBER(WS-REL-HIT)                   04321786
              MOVE REL-RELEASE TO WS-REL-NUMBER(WS-REL-HIT)             04321886
           END-IF                                                       04321986
           EXIT.                                                        04322086
      ******************************************************************04322186
       PROC-FIND-RELEASE.                                               04322286
           MOVE 0 TO WS-BANK-REL                                        04322386
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1                       04322486
              UNTIL WS-REL-IDX > WS-REL-COUNT                           04322586
              IF WS-REL-DDNAME(WS-REL-IDX) = WS-QAF-DDNAME              04322686
                 MOVE WS-REL-NUMBER(WS-REL-IDX) TO WS-BANK-REL          04322786
                 MOVE WS-REL-COUNT TO WS-REL-IDX                        04322886
              END-IF                                                    04322986
           END-PERFORM                                                  04323086
           EXIT.                                                        04317833
      ******************************************************************04327328
      *    THE BALANCED MIXED DRAW - EACH TOPIC BANK IS LOADED THE      04337328
      *    SHUFFLE THEN MIXES THE TOPICS TOGETHER AT PRESENTATION       04367328
      *    TIME. A BANK THAT IS SHORT SIMPLY CONTRIBUTES WHAT IT HAS.   04377328
       PROC-LOAD-MIXED.                                                 04387328
           MOVE 0 TO WS-MIX-TOPICS                                      04387886
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1                       04388386
              UNTIL WS-MIX-IDX > WS-CAT-COUNT                           04388886
              IF WS-CAT-MIXED(WS-MIX-IDX) = 'Y'                         04389386
                 ADD 1 TO WS-MIX-TOPICS                                 04389886
              END-IF                                                    04390386
           END-PERFORM                                                  04390886
           IF WS-MIX-TOPICS = 0                                         04391386
              DISPLAY 'WARNING: NO CATALOG TOPIC IS ELIGIBLE FOR ',     04391886
                 'MIXED - NO QUESTIONS LOADED'                          04392386
              MOVE 'MIXED' TO WS-TOPIC                                  04392886
              MOVE 0 TO WS-Q-AMOUNT                                     04393386
              EXIT PARAGRAPH                                            04393886
           END-IF                                                       04394386
      *    WITH NO EXAM SIZE GIVEN THE SHARES FILL ONE SITTING'S        04394886
      *    20-QUESTION CEILING.                                         04395386
           IF WS-EXAM-SIZE > 0                                          04397328
              COMPUTE WS-MIX-SHARE =                                    04398386
                 (WS-EXAM-SIZE + WS-MIX-TOPICS - 1) / WS-MIX-TOPICS     04399386
           ELSE                                                         04447328
              COMPUTE WS-MIX-SHARE =                                    04448386
                 (20 + WS-MIX-TOPICS - 1) / WS-MIX-TOPICS               04449386
           END-IF                                                       04450386
           IF WS-MIX-SHARE < 1                                          04451386
              MOVE 1 TO WS-MIX-SHARE                                    04452386
           END-IF                                                       04467328
           MOVE 0 TO WS-MIX-COUNT                                       04477328
           PERFORM PROC-LOAD-MIX-TOPIC                                  04487328
              VARYING WS-MIX-IDX FROM 1 BY 1                            04497328
              UNTIL WS-MIX-IDX > WS-CAT-COUNT                           04498386
           MOVE 'MIXED' TO WS-TOPIC                                     04517328
           MOVE WS-MIX-COUNT TO WS-Q-AMOUNT                             04527328
           PERFORM PROC-RESTORE-MIX-ROW                                 04537328
           EXIT.                                                        04567328
      ******************************************************************04577328
       PROC-LOAD-MIX-TOPIC.                                             04587328
           IF WS-CAT-MIXED(WS-MIX-IDX) NOT = 'Y'                        04588386
              EXIT PARAGRAPH                                            04589386
           END-IF                                                       04590386
           MOVE WS-CAT-TOPIC(WS-MIX-IDX)  TO WS-TOPIC                   04591386
           MOVE WS-CAT-DDNAME(WS-MIX-IDX) TO WS-QAF-DDNAME              04592386
           PERFORM PROC-RESOLVE-VARIANT                                 04593386
           PERFORM PROC-LOAD-ONE-TOPIC                                  04667328
      *    SHUFFLE THE TOPIC'S WHOLE POOL FIRST SO THE SHARE TAKEN      04677328
      *    OFF THE TOP IS A RANDOM DRAW, NOT ALWAYS THE SAME LEADING    04687328
           MOVE WS-MIX-REC(WS-MIX-ROW) TO WS-RECORD02(WS-MIX-ROW)       04847328
           EXIT.                                                        04857328
      ******************************************************************04867328
      *    THE TOPIC'S COMPILED-IN BANK, AS NAMED BY ITS CATALOG        04868386
      *    ENTRY. A TOPIC ADDED THROUGH THE CATALOG HAS NONE - ITS DD   04869386
      *    IS ITS ONLY SOURCE, SO A MISSING DD LEAVES AN EMPTY POOL.    04870386
       PROC-LOAD-FALLBACK.                                              04871386
           MOVE 0 TO WS-Q-AMOUNT                                        04872386
           MOVE WS-TOPIC TO WS-CAT-KEY                                  04873386
           PERFORM PROC-FIND-CATALOG                                    04874386
           IF WS-CAT-HIT = 0                                            04875386
              EXIT PARAGRAPH                                            04876386
           END-IF                                                       04877386
           EVALUATE WS-CAT-FALLBACK(WS-CAT-HIT)                         04878386
              WHEN 'CPBQAC02'                                           04879386
                 COPY CPBQAC02. *> PREV V1 CPBQAC01                     04880386
              WHEN 'CPBQAC03'                                           04881386
                 COPY CPBQAC03.                                         04882386
              WHEN 'CPBQAC04'                                           04883386
                 COPY CPBQAC04.                                         04884386
              WHEN 'CPBQAC05'                                           04885386
                 COPY CPBQAC05.                                         04886386
              WHEN OTHER                                                04887386
                 DISPLAY 'WARNING: ', WS-QAF-DDNAME,                    04888386
                    ' DD NOT AVAILABLE AND TOPIC ', WS-TOPIC,           04889386
                    ' HAS NO BUILT-IN QUESTIONS'                        04890386
           END-EVALUATE                                                 04891386
           EXIT.                                                        05017328
      ******************************************************************05027328
       PROC-LOAD-FROM-FILE.                                             05037328
                       MOVE QAF-C TO WS-C(WS-Q-AMOUNT)                  05167333
                       MOVE QAF-ID TO WS-QID(WS-Q-AMOUNT)               05177333
                       MOVE QAF-E TO WS-E(WS-Q-AMOUNT)                  05182333
                       MOVE WS-BANK-REL TO WS-REL(WS-Q-AMOUNT)          05182886
                       MOVE SPACES TO WS-Q2(WS-Q-AMOUNT)                05183333
                       MOVE SPACES TO WS-CLS(WS-Q-AMOUNT)               05184333
                       MOVE QAF-AREA TO WS-AREA(WS-Q-AMOUNT)            05184886
                       SET WS-BASE-LOADED TO TRUE                       05185333
                    ELSE                                                05185433
                       MOVE 'N' TO WS-BASE-LOADED-SW                    05185533
                 MOVE WS-T-SECS TO DTL-SECS                             06337328
                 MOVE WS-T-OVER-SW TO DTL-OVER                          06347328
              END-IF                                                    06357328
              MOVE WS-REL(I)           TO DTL-RELEASE                   06358386
              WRITE DTL-RECORD                                          06367328
              IF WS-DTL-STATUS NOT = '00'                               06377328
                 DISPLAY 'WARNING: QUIZDTL WRITE FAILED, STATUS=',      06387328
                    WS-DTL-STATUS                                       06397328
                 CLOSE DTL-FILE                                         06407328
                 MOVE 'N' TO WS-DTL-OPEN-SW                             06417328
              ELSE                                                      06418386
                 PERFORM PROC-POST-DETAIL-CONTROL                       06419386
                 PERFORM PROC-FLUSH-CONTROL                             06420386
              END-IF                                                    06427328
           END-IF                                                       06437328
           EXIT.                                                        06447328
              CLOSE DTL-FILE                                            06487328
              MOVE 'N' TO WS-DTL-OPEN-SW                                06497328
           END-IF                                                       06507328
           PERFORM PROC-FLUSH-CONTROL                                   06507686
           EXIT.                                                        06507986
      ******************************************************************06508286
      *    POSTS THE DETAIL JUST WRITTEN TO THE HISTORY CONTROL         06508586
      *    TOTALS (SEE QZCTLMOD).                                       06508886
       PROC-POST-DETAIL-CONTROL.                                        06509186
           MOVE 'P'              TO WS-CTL-FUNC                         06509486
           MOVE 'QUIZDTL'        TO WS-CTL-FILE                         06509786
           MOVE 'W'              TO WS-CTL-KIND                         06510086
           MOVE '+'              TO WS-CTL-SIGN                         06510386
           MOVE 'ORQMOD02'       TO WS-CTL-SOURCE                       06510686
           MOVE DTL-DATE         TO WS-CTL-DAY                          06510986
           MOVE DTL-RECORD(1:32) TO WS-CTL-KEY-TEXT                     06511286
           MOVE DTL-POS          TO WS-CTL-POS                          06511586
           MOVE DTL-SUBMITTED    TO WS-CTL-SUBMITTED                    06511886
           MOVE DTL-CORRECT      TO WS-CTL-CORRECT                      06512186
           MOVE DTL-VERDICT      TO WS-CTL-VERDICT                      06512486
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            06512786
           EXIT.                                                        06513086
      ******************************************************************06513386
      *    HANDS THE HELD CONTROL TOTALS TO QZCTLTOT - AFTER EVERY      06513686
      *    DETAIL, AND ONCE MORE WHEN THE TRAIL CLOSES.                 06513986
       PROC-FLUSH-CONTROL.                                              06514286
           MOVE 'F'        TO WS-CTL-FUNC                               06514586
           MOVE 'ORQMOD02' TO WS-CTL-SOURCE                             06514886
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            06515186
           EXIT.                                                        06517328
      ******************************************************************06527328
      *    LOOKS FOR AN IN-PROGRESS CHECKPOINT LEFT BY AN EARLIER,      06537328
           MOVE RST-C(WS-RST-IDX) TO WS-C(WS-RST-IDX)                   06897328
           MOVE RST-QID(WS-RST-IDX) TO WS-QID(WS-RST-IDX)               06907328
           MOVE RST-E(WS-RST-IDX) TO WS-E(WS-RST-IDX)                   06912328
           MOVE RST-REL(WS-RST-IDX) TO WS-REL(WS-RST-IDX)               06913386
           EXIT.                                                        06917328
      ******************************************************************06927328
      *    REWRITTEN AFTER EVERY CONSOLE ANSWER SO THE NEXT QUESTION,   06937328
           MOVE WS-C(WS-RST-IDX) TO RST-C(WS-RST-IDX)                   07297328
           MOVE WS-QID(WS-RST-IDX) TO RST-QID(WS-RST-IDX)               07307328
           MOVE WS-E(WS-RST-IDX) TO RST-E(WS-RST-IDX)                   07312328
           MOVE WS-REL(WS-RST-IDX) TO RST-REL(WS-RST-IDX)               07313386
           EXIT.                                                        07317328
      ******************************************************************07327328
      *    A CONSOLE ATTEMPT FINISHED NORMALLY - WRITE THE CHECKPOINT   07337328
           MOVE WS-C(WS-RST-IDX) TO ORD-C(WS-RST-IDX)                   07747328
           MOVE WS-QID(WS-RST-IDX) TO ORD-QID(WS-RST-IDX)               07757328
           MOVE WS-E(WS-RST-IDX) TO ORD-E(WS-RST-IDX)                   07762328
           MOVE WS-REL(WS-RST-IDX) TO ORD-REL(WS-RST-IDX)               07763386
           EXIT.                                                        07767328
      ******************************************************************07777328
      *    CALLED BY PROC-LOAD-QUESTIONS ON A BATCH-CHECK ('C,') RUN -  07787328
           MOVE ORD-C(WS-RST-IDX) TO WS-C(WS-RST-IDX)                   08087328
           MOVE ORD-QID(WS-RST-IDX) TO WS-QID(WS-RST-IDX)               08097328
           MOVE ORD-E(WS-RST-IDX) TO WS-E(WS-RST-IDX)                   08102328
           MOVE ORD-REL(WS-RST-IDX) TO WS-REL(WS-RST-IDX)               08103386
           EXIT.                                                        08107328
      ******************************************************************08117328
      *    VER-3: SHUFFLE THE QUESTION TABLE INTO A PSEUDO-RANDOM       08127328
              PERFORM PROC-PRINT-TIME-SUMMARY                           08467328
           END-IF                                                       08477328
           PERFORM PROC-PRINT-REVIEW                                    08482328
           IF PARM-DATA(1:2) NOT = 'C,' AND NOT WS-PRACTICE             08482786
              AND WS-Q-AMOUNT > 0                                       08483186
              PERFORM PROC-OFFER-CHALLENGE                              08483586
           END-IF                                                       08483986
      *    A PRACTICE RUN IS NEVER REPORTED AS ATTEMPTED - THE CALLER   08484330
      *    THEN WRITES NO AUDIT RECORD AND NO CERTIFICATE.              08486330
           IF WS-PRACTICE                                               08487330
              MOVE LS-SUBMITTED TO WS-QR-LETTERS                        08527330
              MOVE WS-OPER-ID TO WS-QR-OPERATOR-ID                      08537330
              MOVE WS-TOPIC TO WS-QR-TOPIC                              08542330
              PERFORM PROC-SET-ATTEMPT-RELEASE                          08543386
           END-IF                                                       08544330
           EXIT.                                                        08544486
      ******************************************************************08544586
      *    THE ATTEMPT'S RELEASE FOR QUIZLOGK - THE RELEASE EVERY       08544686
      *    QUESTION ASKED CAME FROM, OR 0 WHEN THEY DIFFER (A MIXED     08544786
      *    EXAM DRAWN FROM SEVERAL BANKS). THE QUIZDTL DETAILS CARRY    08544886
      *    EACH QUESTION'S OWN RELEASE EITHER WAY.                      08544986
       PROC-SET-ATTEMPT-RELEASE.                                        08545086
           MOVE 0 TO WS-QR-RELEASE                                      08545186
           IF WS-Q-AMOUNT = 0                                           08545286
              EXIT PARAGRAPH                                            08545386
           END-IF                                                       08545486
           MOVE WS-REL(1) TO WS-QR-RELEASE                              08545586
           PERFORM VARYING WS-RST-IDX FROM 2 BY 1                       08545686
              UNTIL WS-RST-IDX > WS-Q-AMOUNT                            08545786
              IF WS-REL(WS-RST-IDX) NOT = WS-QR-RELEASE                 08545886
                 MOVE 0 TO WS-QR-RELEASE                                08545986
                 MOVE WS-Q-AMOUNT TO WS-RST-IDX                         08546086
              END-IF                                                    08546186
           END-PERFORM                                                  08546286
           EXIT.                                                        08547328
      ******************************************************************08557328
      *    THE MISSED-QUESTION REVIEW SHEET - EVERY QUESTION ANSWERED   08557528
              END-IF                                                    08563728
           END-IF                                                       08563928
           COMPUTE INR = INR + 1                                        08564128
           EXIT.                                                        08564286
      ******************************************************************08564386
      *    CONSOLE RUNS ONLY - AFTER THE REVIEW SHEET THE OPERATOR MAY  08564486
      *    CHALLENGE ANY QUESTION OF THE ATTEMPT THEY BELIEVE IS WRONG  08564586
      *    (BAD KEY, TWO RIGHT ANSWERS, OUT-OF-DATE TEXT). EACH ONE     08564686
      *    GOES ON THE QZCHALNG REGISTER FOR TRAINING STAFF TO WORK     08564786
      *    IN QZCHALMT; THE OUTCOME SHOWS IN QZSELFIQ. A BLANK REPLY    08564886
      *    ENDS THE SECTION. A PRACTICE RUN IS NOT AN ATTEMPT AND       08564986
      *    CANNOT BE REGRADED, SO IT IS NOT OFFERED.                    08565086
       PROC-OFFER-CHALLENGE.                                            08565186
           MOVE 0 TO WS-CHL-COUNT                                       08565286
           MOVE SPACES TO WS-CHL-TAKEN                                  08565386
           MOVE 'N' TO WS-CHL-OPEN-SW                                   08565486
           MOVE 'N' TO WS-CHL-DONE-SW                                   08565586
           DISPLAY WS-HLINE                                             08565686
           DISPLAY 'THINK A QUESTION IS WRONG? ENTER ITS NUMBER TO ',   08565786
              'CHALLENGE IT, OR PRESS ENTER TO FINISH'                  08565886
           PERFORM PROC-TAKE-CHALLENGE                                  08565986
              UNTIL WS-CHL-DONE                                         08566086
           IF WS-CHL-OPEN                                               08566186
              CLOSE CHL-FILE                                            08566286
              MOVE 'N' TO WS-CHL-OPEN-SW                                08566386
           END-IF                                                       08566486
           IF WS-CHL-COUNT > 0                                          08566586
              DISPLAY '*** ', WS-CHL-COUNT, ' CHALLENGE(S) RECORDED - ',08566686
                 'SEE QZSELFIQ FOR THE OUTCOME'                         08566786
           END-IF                                                       08566886
           EXIT.                                                        08566986
      ******************************************************************08567086
       PROC-TAKE-CHALLENGE.                                             08567186
           MOVE SPACES TO WS-CHL-IN-NUM                                 08567286
           ACCEPT WS-CHL-IN-NUM                                         08567386
           IF WS-CHL-IN-NUM = SPACES                                    08567486
              SET WS-CHL-DONE TO TRUE                                   08567586
              EXIT PARAGRAPH                                            08567686
           END-IF                                                       08567786
           MOVE 0 TO WS-CHL-NUM                                         08567886
           IF FUNCTION TEST-NUMVAL(WS-CHL-IN-NUM) = 0                   08567986
              COMPUTE WS-CHL-NUM = FUNCTION NUMVAL(WS-CHL-IN-NUM)       08568086
           END-IF                                                       08568186
           IF WS-CHL-NUM < 1 OR WS-CHL-NUM > WS-Q-AMOUNT                08568286
              DISPLAY 'NO SUCH QUESTION - ENTER 1 TO ', WS-Q-AMOUNT,    08568386
                 ', OR PRESS ENTER TO FINISH'                           08568486
              EXIT PARAGRAPH                                            08568586
           END-IF                                                       08568686
           IF WS-CHL-TAKEN(WS-CHL-NUM:1) = 'Y'                          08568786
              DISPLAY 'QUESTION-', WS-CHL-NUM, ' IS ALREADY ',          08568886
                 'CHALLENGED - ANOTHER NUMBER, OR PRESS ENTER'          08568986
              EXIT PARAGRAPH                                            08569086
           END-IF                                                       08569186
           DISPLAY 'WHY IS QUESTION-', WS-CHL-NUM, ' WRONG? (40 ',      08569286
              'CHARS, BLANK TO CANCEL)'                                 08569386
           MOVE SPACES TO WS-CHL-REASON                                 08569486
           ACCEPT WS-CHL-REASON                                         08569586
           MOVE FUNCTION UPPER-CASE(WS-CHL-REASON) TO WS-CHL-REASON     08569686
           IF WS-CHL-REASON = SPACES                                    08569786
              DISPLAY 'CHALLENGE CANCELLED'                             08569886
           ELSE                                                         08569986
              PERFORM PROC-WRITE-CHALLENGE                              08570086
           END-IF                                                       08570186
           IF NOT WS-CHL-DONE                                           08570286
              DISPLAY 'ANOTHER QUESTION NUMBER, OR PRESS ENTER TO ',    08570386
                 'FINISH'                                               08570486
           END-IF                                                       08570586
           EXIT.                                                        08570686
      ******************************************************************08570786
      *    APPENDS ONE OPEN CHALLENGE TO QZCHALNG (CREATED ON FIRST     08570886
      *    USE). WHEN THE REGISTER CANNOT BE OPENED THE SECTION ENDS -  08570986
      *    THE QUIZ RESULT ITSELF IS NOT AFFECTED.                      08571086
       PROC-WRITE-CHALLENGE.                                            08571186
           IF NOT WS-CHL-OPEN                                           08571286
              OPEN EXTEND CHL-FILE                                      08571386
              IF WS-CHL-STATUS = '35'                                   08571486
                 OPEN OUTPUT CHL-FILE                                   08571586
              END-IF                                                    08571686
              IF WS-CHL-STATUS NOT = '00'                               08571786
                 DISPLAY 'WARNING: QZCHALNG NOT AVAILABLE, STATUS=',    08571886
                    WS-CHL-STATUS, ' - CHALLENGE NOT RECORDED, ',       08571986
                    'PLEASE TELL YOUR SHIFT LEAD'                       08572086
                 SET WS-CHL-DONE TO TRUE                                08572186
                 EXIT PARAGRAPH                                         08572286
              END-IF                                                    08572386
              SET WS-CHL-OPEN TO TRUE                                   08572486
           END-IF                                                       08572586
           MOVE SPACES                     TO CHL-RECORD                08572686
           MOVE FUNCTION CURRENT-DATE(1:16) TO CHL-ID                   08572786
           MOVE WS-QID(WS-CHL-NUM)         TO CHL-QID                   08572886
           MOVE WS-OPER-ID                 TO CHL-OPER-ID               08572986
           MOVE WS-TOPIC                   TO CHL-TOPIC                 08573086
           MOVE WS-RUN-DATE                TO CHL-ATT-DATE              08573186
           MOVE 'C'                        TO CHL-SOURCE                08573286
           MOVE WS-CHL-REASON              TO CHL-REASON                08573386
           SET CHL-OPEN                    TO TRUE                      08573486
           MOVE 0                          TO CHL-DECIDED-DATE          08573586
           MOVE 0                          TO CHL-REQ-DATE              08573686
           MOVE 0                          TO CHL-ADJ-DATE              08573786
           MOVE 0                          TO CHL-ADJ-COUNT             08573886
           WRITE CHL-RECORD                                             08573986
           IF WS-CHL-STATUS NOT = '00'                                  08574086
              DISPLAY 'WARNING: QZCHALNG WRITE FAILED, STATUS=',        08574186
                 WS-CHL-STATUS, ' - CHALLENGE NOT RECORDED'             08574286
              CLOSE CHL-FILE                                            08574386
              MOVE 'N' TO WS-CHL-OPEN-SW                                08574486
              SET WS-CHL-DONE TO TRUE                                   08574586
           ELSE                                                         08574686
              ADD 1 TO WS-CHL-COUNT                                     08574786
              MOVE 'Y' TO WS-CHL-TAKEN(WS-CHL-NUM:1)                    08574886
              DISPLAY '*** CHALLENGE ', CHL-ID, ' RECORDED FOR ',       08574986
                 'QUESTION-', WS-CHL-NUM                                08575086
           END-IF                                                       08575186
           EXIT.                                                        08564328
      ******************************************************************08564528
      *    THE PER-QUESTION TIME SUMMARY FOR A CONSOLE RUN - FASTEST,   08567328
