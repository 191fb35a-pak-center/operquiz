      *                    RECORDS; WITH THE FIELD GONE IT ADOPTS       00712629
      *                    THE CORRECTED ID PRESET IN                   00712729
      *                    WS-QR-OPERATOR-ID                            00712829
      *    2026-10-15 PAK  THE GATE NO LONGER KNOWS A FIXED TOPIC LIST -00713839
      *                    A PARM FIELD IS A TOPIC WHEN THE QZTOPICS    00714839
      *                    CATALOG (PLUS THE FOUR BUILT-IN TOPICS)      00715839
      *                    NAMES IT, THE SAME TEST ORQMOD02 APPLIES.    00716839
      *                    THE QZTOPICS RECORD GREW THE CATALOG         00717839
      *                    FIELDS TOP-DDNAME, TOP-MIXED AND             00718839
      *                    TOP-FALLBACK                                 00719839
      *    2026-10-15 PAK  EVERY ATTEMPT NOW CARRIES THE BANK RELEASE   00720839
      *                    IT WAS SAT AGAINST (QLK-RELEASE, RECORD NOW  00721839
      *                    84 BYTES), HANDED BACK BY ORQMOD02 IN THE    00722839
      *                    NEW WS-QR-RELEASE                            00723839
      *    2026-10-15 PAK  PREREQUISITE CHAINS - A QZTOPICS RECORD MAY  00724839
      *                    NAME UP TO THREE PREREQUISITE TOPICS         00725839
      *                    (TOP-PREREQ). THE GATE REFUSES THE RUN       00726839
      *                    UNLESS THE OPERATOR HOLDS A CURRENT PASS IN  00727839
      *                    EACH, JUDGED BY THAT TOPIC'S OWN PASS LINE   00728839
      *                    AND FRESHNESS WINDOW AS QZRCFCST JUDGES IT.  00729839
      *                    A QZOVRD GRANT STILL WAIVES THE CHECK        00730839
      *    2026-10-15 PAK  ORQMOD02 NOW REFUSES A RUN WHOSE ACTIVE POOL 00731839
      *                    CANNOT MEET THE TOPIC'S QZBLUEPR AREA        00732839
      *                    QUOTAS AND SAYS SO IN THE NEW WS-QR-REFUSED  00733839
      *                    - CONSOLE AND SHEET RUNS THEN END WITH RC 12 00734839
      *    2026-10-15 PAK  LANGUAGE VARIANTS - THE OPERATOR'S ROSTER    00735839
      *                    LANGUAGE (NEW ROS-LANG) GOES TO ORQMOD02     00736839
      *                    IN THE NEW WS-QR-LANG, WHICH PICKS THE       00737839
      *                    TOPIC'S VARIANT BANK OFF QZLANGS. AN L=xx    00738839
      *                    PARM FIELD OVERRIDES IT (L=* FOR THE         00739839
      *                    PRIMARY BANK) AND IS NOT AN OPERATOR ID.     00740839
      *                    PRACTICE RUNS LOOK THE LANGUAGE UP TOO.      00741839
      *                    THE ATTEMPT IS STILL LOGGED, GATED AND       00742839
      *                    CERTIFIED UNDER THE TOPIC ITSELF             00743839
      *    2026-10-15 PAK  EVERY ATTEMPT LOGGED TO QUIZLOGK IS ALSO     00744839
      *                    POSTED TO THE HISTORY CONTROL TOTALS         00745839
      *                    (QZCTLMOD / QZCTLTOT) FOR QZCTLVFY           00746839
      *    2026-10-15 PAK  A QZTOPICS TOPIC PAST THE 20-ENTRY CATALOG   00747839
      *                    IS WARNED ABOUT INSTEAD OF DROPPED SILENTLY  00748839
      ******************************************************************00708622
       ENVIRONMENT DIVISION.                                            00710021
       INPUT-OUTPUT SECTION.                                            00720021
      ******************************************************************00770021
       DATA DIVISION.                                                   00780021
       FILE SECTION.                                                    00790021
      *    THE KEYED ATTEMPT HISTORY - THE 79 BYTES THE FLAT QUIZLOG    00791039
      *    CARRIED, REARRANGED SO THE KEY FIELDS LEAD THE RECORD, PLUS  00792039
      *    THE BANK RELEASE.                                            00793039
      *    QZLOGCNV LOADS THE OLD FLAT DATA INTO THE CLUSTER ONCE.      00796023
       FD  QLK-FILE                                                     00800023
           RECORD CONTAINS 84 CHARACTERS.                               00801039
       01  QLK-RECORD.                                                  00840023
           05 QLK-KEY.                                                  00845023
              10 QLK-OPER-ID     PIC   X(8).                            00850023
           05 QLK-Q-AMOUNT       PIC   9(3).                            00910023
           05 QLK-PCT            PIC   9(3)V99.                         00920023
           05 QLK-LETTERS        PIC   X(20).                           00930023
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00930239
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00930439
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00930639
           05 QLK-RELEASE        PIC   9(5).                            00930839
      ******************************************************************00931022
      *    THE ONE-PAGE COMPLETION CERTIFICATE FOR A PASSING ATTEMPT    00932022
      *    - 80-BYTE PRINT LINES WRITTEN TO THE CERTOUT DD, WHICH THE   00933022
      *    THE BUILT-IN 80/60 AND THE QZPOLICY DEFAULTS, SO CICS CAN    00940226
      *    DEMAND 90/180 WHILE OPER STAYS AT 70/365 WITHOUT A           00940326
      *    RECOMPILE.                                                   00940426
      *    THE SAME RECORD IS THE TOPIC CATALOG: TOP-DDNAME NAMES THE   00940539
      *    QAxxxx DD HOLDING THE TOPIC'S BANK, TOP-MIXED = Y PUTS IT    00940639
      *    IN THE MIXED DRAW AND TOP-FALLBACK NAMES ITS COMPILED-IN     00940739
      *    CPBQACnn BANK, IF IT HAS ONE. A RECORD FOR A TOPIC NOBODY    00940839
      *    HAS HEARD OF ADDS THE TOPIC - SEE PROC-LOAD-CATALOG.         00940939
      *    TOP-PREREQ NAMES UP TO THREE TOPICS THE OPERATOR MUST HOLD   00941039
      *    A CURRENT PASS IN BEFORE SITTING THIS ONE (E.G. JCL NAMES    00941139
      *    OPER, CICS NAMES JCL) - BLANK MEANS NO PREREQUISITE.         00941239
       FD  TOP-FILE                                                     00940526
           RECORDING MODE F                                             00940626
           RECORD CONTAINS 80 CHARACTERS                                00940726
           05 TOP-FRESH-DAYS     PIC   9(3).                            00941626
           05 FILLER             PIC   X.                               00941726
           05 TOP-MAX-FAILS      PIC   9.                               00941826
           05 FILLER             PIC   X.                               00941939
           05 TOP-DDNAME         PIC   X(8).                            00942039
           05 FILLER             PIC   X.                               00942139
           05 TOP-MIXED          PIC   X.                               00942239
           05 FILLER             PIC   X.                               00942339
           05 TOP-FALLBACK       PIC   X(8).                            00942439
           05 TOP-PREREQ-GROUP   OCCURS 3 TIMES.                        00942539
              10 FILLER          PIC   X.                               00942639
              10 TOP-PREREQ      PIC   X(8).                            00942739
           05 FILLER             PIC   X(11).                           00942839
      ******************************************************************00942027
      *    NAMED OVERRIDE AUTHORIZATIONS - ONE 80-BYTE RECORD PER       00942127
      *    GRANT: WHICH OPERATOR, WHICH TOPIC, UNTIL WHEN, WHO          00942227
           05 OVA-REASON         PIC   X(30).                           00945927
           05 FILLER             PIC   X(4).                            00946027
      *    THE OPERATOR ROSTER THE SHIFT LEADS MAINTAIN - SAME          00946128
      *    58-BYTE LAYOUT QZCOMRPT READS. ONLY THE ID MATTERS HERE.     00946239
       FD  ROSTER-FILE                                                  00946328
           RECORDING MODE F                                             00946428
           RECORD CONTAINS 58 CHARACTERS                                00946539
           LABEL RECORDS ARE STANDARD.                                  00946628
       01  ROS-RECORD.                                                  00946728
           05 ROS-OPER-ID        PIC   X(8).                            00946828
           05 ROS-NAME           PIC   X(20).                           00946928
           05 ROS-SHIFT          PIC   X(8).                            00947028
           05 ROS-SUPERVISOR     PIC   X(20).                           00947128
           05 ROS-LANG           PIC   X(2).                            00948139
      ******************************************************************00940021
       WORKING-STORAGE SECTION.                                         00950021
       01 WS-OPER-VIEW.                                                 00960021
      *    ALLOCATED.                                                   00990722
       01 WS-POLICY-WORK.                                               00990822
        05 WS-FRESH-DAYS     PIC   9(3)    VALUE 90.                    00990922
      *    THE QZPOLICY (OR BUILT-IN) WINDOW BEFORE ANY TOPIC PROFILE   00991039
      *    REPLACES WS-FRESH-DAYS - A PREREQUISITE TOPIC WITH NO        00991139
      *    PROFILE OF ITS OWN IS JUDGED BY THIS.                        00991239
        05 WS-DFLT-FRESH     PIC   9(3)    VALUE 90.                    00991339
        05 WS-MAX-FAILS      PIC   9       VALUE 3.                     00991022
      *    PASS AND BORDERLINE LINES - 80/60 UNLESS THE TOPIC HAS A     00991026
      *    QZTOPICS PROFILE RECORD OF ITS OWN.                          00991126
        05 WS-ROSTERED-SW    PIC   X       VALUE 'N'.                   00992028
           88 WS-ROSTERED            VALUE 'Y'.                         00992128
        05 WS-ROS-REPLY      PIC   X(8)    VALUE SPACES.                00992228
      *    THE OPERATOR'S PREFERRED QUIZ LANGUAGE OFF THE ROSTER -      00992339
      *    BLANK (THE PRIMARY LANGUAGE) UNTIL THE ID IS FOUND.          00992439
        05 WS-ROS-LANG       PIC   X(2)    VALUE SPACES.                00992539
      *    SET WHEN THE ROSTER PROMPT REPLACED THE OPERATOR ID - THE    00992329
      *    PARM MUST THEN BE REBUILT WITHOUT ITS OPERATOR FIELD SO      00992429
      *    ORQMOD02'S OWN PARSE CANNOT RESURRECT THE PHANTOM.           00992529
        05 WS-FAILS-TODAY    PIC   9(3)    USAGE IS COMP VALUE 0.       00991722
        05 WS-GATE-DAYS      PIC  S9(5)    USAGE IS COMP.               00991822
        05 WS-GP-FLD         PIC   X(8).                                00991922
      *    SET BY PROC-GP-CHECK-TOPIC WHEN WS-GP-FLD NAMES A CATALOG    00992039
      *    TOPIC OR IS THE MIXED KEYWORD.                               00992139
        05 WS-GP-TOPIC-SW    PIC   X       VALUE 'N'.                   00992239
           88 WS-GP-FLD-IS-TOPIC     VALUE 'Y'.                         00992339
        05 WS-GP-PTR         PIC   9(3)    USAGE IS COMP.               00992222
        05 WS-GP-PREV        PIC   9(3)    USAGE IS COMP.               00992322
        05 WS-GP-DONE-SW     PIC   X       VALUE 'N'.                   00992422
           88 WS-GP-DONE             VALUE 'Y'.                         00992522
      *    THE RUN TOPIC'S PREREQUISITES FROM ITS QZTOPICS RECORD, AND  00992639
      *    THE RULES AND LATEST PASS OF THE ONE BEING CHECKED.          00992739
        05 WS-PQ-COUNT       PIC   9       VALUE 0.                     00992839
        05 WS-PQ-TOPIC       PIC   X(8)    OCCURS 3 TIMES.              00992939
        05 WS-PQ-IDX         PIC   9.                                   00993039
        05 WS-PQ-CUR         PIC   X(8).                                00993139
        05 WS-PQ-PASS-PCT    PIC   9(3).                                00993239
        05 WS-PQ-FRESH-DAYS  PIC   9(3).                                00993339
        05 WS-PQ-LAST-PASS   PIC   9(8).                                00993439
        05 WS-PQ-PROF-SW     PIC   X       VALUE 'N'.                   00993539
           88 WS-PQ-PROF-FOUND       VALUE 'Y'.                         00993639
        05 WS-PQ-QLK-STATUS  PIC   XX      VALUE '00'.                  00993739
      * --------------------------------------------------------------- 00993839
      *    THE TOPIC CATALOG - SAME TABLE AND BUILT-IN DEFAULTS AS      00993939
      *    ORQMOD02, SO THE GATE RECOGNIZES EXACTLY THE TOPICS THE      00994039
      *    QUIZ WILL LOAD. ONLY THE TOPIC NAMES MATTER HERE.            00994139
       01 WS-CAT-DEFAULTS.                                              00994239
        05 FILLER            PIC   X(25)                                00994339
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         00994439
        05 FILLER            PIC   X(25)                                00994539
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         00994639
        05 FILLER            PIC   X(25)                                00994739
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         00994839
        05 FILLER            PIC   X(25)                                00994939
                             VALUE 'CICS    QACICS  YCPBQAC05'.         00995039
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               00995139
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                00995239
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          00995339
       01 WS-CAT-TABLE.                                                 00995439
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                00995539
           10 WS-CAT-TOPIC    PIC   X(8).                               00995639
           10 WS-CAT-DDNAME   PIC   X(8).                               00995739
           10 WS-CAT-MIXED    PIC   X.                                  00995839
           10 WS-CAT-FALLBACK PIC   X(8).                               00995939
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  00996039
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   00996139
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          00996239
      * --------------------------------------------------------------- 00992622
      *    CERTIFICATE WORK AREAS - THE SERIAL IS OPERATOR ID PLUS      00992922
      *    THE ATTEMPT'S START DATE/TIME, SO IT IS UNIQUE PER RUN AND   00993222
        05 WS-QR-LETTERS     PIC   X(20)    VALUE SPACES.               01420021
        05 WS-QR-OPERATOR-ID PIC   X(8)     VALUE SPACES.               01430021
        05 WS-QR-TOPIC       PIC   X(8)     VALUE SPACES.               01435022
        05 WS-QR-RELEASE     PIC   9(5)     VALUE 0.                    01435139
        05 WS-QR-REFUSED     PIC   X        VALUE 'N'.                  01435239
           88 WS-QR-WAS-REFUSED             VALUE 'Y'.                  01435339
      *    IN: THE ROSTER LANGUAGE. OUT: THE LANGUAGE ACTUALLY SAT.     01435439
        05 WS-QR-LANG        PIC   X(2)     VALUE SPACES.               01435539
      * --------------------------------------------------------------- 01435639
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    01435739
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  01435839
       01 WS-CTL-AREA.                                                  01435939
        05 WS-CTL-FUNC       PIC   X.                                   01436039
        05 WS-CTL-FILE       PIC   X(8).                                01436139
        05 WS-CTL-KIND       PIC   X.                                   01436239
        05 WS-CTL-SIGN       PIC   X.                                   01436339
        05 WS-CTL-SOURCE     PIC   X(8).                                01436439
        05 WS-CTL-DAY        PIC   9(8).                                01436539
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               01436639
        05 WS-CTL-POS        PIC   9(2).                                01436739
        05 WS-CTL-SCORE      PIC   9(3).                                01436839
        05 WS-CTL-AMOUNT     PIC   9(3).                                01436939
        05 WS-CTL-PCT        PIC   9(3)V99.                             01437039
        05 WS-CTL-SUBMITTED  PIC   X.                                   01437139
        05 WS-CTL-CORRECT    PIC   X.                                   01437239
        05 WS-CTL-VERDICT    PIC   X.                                   01437339
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               01437439
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               01437539
        05 WS-CTL-RC         PIC   9(2).                                01437639
      ******************************************************************01440021
      * LOCAL-STORAGE SECTION.                                          01450021
       LINKAGE SECTION.                                                 01460021
                 PERFORM PROC-BATCH-Q                                   01770021
      *    PRACTICE IS FREE - NO GATE ON THE WAY IN, AND SINCE          01772025
      *    ORQMOD02 LEAVES WS-QR-ATTEMPTED OFF, NO AUDIT RECORD OR      01774025
      *    CERTIFICATE ON THE WAY OUT. THE ROSTER IS STILL READ FOR     01775039
      *    THE OPERATOR'S LANGUAGE.                                     01776039
              WHEN 'P'                                                  01778025
                 PERFORM PROC-PRACTICE-LANG                             01778539
                 PERFORM PROC-OPER                                      01779025
              WHEN 'C'                                                  01780021
                 PERFORM PROC-POLICY-GATE                               01783322
           EXIT.                                                        01840021
      ******************************************************************01850021
       PROC-OPER.                                                       01860021
           MOVE WS-ROS-LANG TO WS-QR-LANG                               01861039
           CALL 'ORQMOD02' USING WS-HLINE, PARM-BUFFER, WS-QUIZ-RESULT, 01870021
              WS-DATE-NUM(1)                                            01880021
           IF WS-QR-WAS-REFUSED                                         01881039
              MOVE 12 TO RETURN-CODE                                    01882039
           ELSE                                                         01883039
              MOVE 0 TO RETURN-CODE                                     01884039
           END-IF                                                       01885039
           EXIT.                                                        01900021
      ******************************************************************01910021
       PROC-BATCH-Q.                                                    01920021
      D    DISPLAY 'PRINT ALL QUESTIONS AND ABCD ANSWERS'               01930021
           CALL 'ORQMOD02' USING WS-HLINE, PARM-BUFFER, WS-QUIZ-RESULT, 01940021
              WS-DATE-NUM(1)                                            01950021
           IF WS-QR-WAS-REFUSED                                         01951039
              MOVE 12 TO RETURN-CODE                                    01952039
           ELSE                                                         01953039
              MOVE 0 TO RETURN-CODE                                     01954039
           END-IF                                                       01955039
           EXIT.                                                        01970021
      ******************************************************************01980021
       PROC-BATCH-C.                                                    01990021
      D    DISPLAY 'READ ANSWERS FROM PARM=(C,*) , WHERE * IS A-D',     02010021
      D    'E.G. (C,ABCDA) FOR 5 QUESTIONS'                             02020021
      D    DISPLAY 'DEBUG: PARM-BUFFER= ', PARM-BUFFER                  02030021
           MOVE WS-ROS-LANG TO WS-QR-LANG                               02031039
           CALL 'ORQMOD02' USING WS-HLINE, PARM-BUFFER, WS-QUIZ-RESULT, 02040021
              WS-DATE-NUM(1)                                            02050021
           IF WS-QR-WAS-ATTEMPTED                                       02060021
              MOVE WS-QR-Q-AMOUNT  TO QLK-Q-AMOUNT                      02910023
              MOVE WS-QR-PCT       TO QLK-PCT                           02920023
              MOVE WS-QR-LETTERS   TO QLK-LETTERS                       02930023
              MOVE WS-QR-RELEASE   TO QLK-RELEASE                       02931039
              OPEN I-O QLK-FILE                                         02940023
              IF WS-QLOG-STATUS = '35'                                  02950021
                 OPEN OUTPUT QLK-FILE                                   02960023
                 IF WS-QLOG-STATUS NOT = '00'                           02981021
                    DISPLAY 'WARNING: QUIZLOGK WRITE FAILED, STATUS=',  02982023
                       WS-QLOG-STATUS                                   02983021
                 ELSE                                                   02983339
                    PERFORM PROC-POST-CONTROL                           02983639
                 END-IF                                                 02984021
                 CLOSE QLK-FILE                                         02990023
              ELSE                                                      02991021
           END-IF                                                       03000021
           EXIT.                                                        03010021
      ******************************************************************03010122
      *    POSTS THE ATTEMPT JUST LOGGED TO THE HISTORY CONTROL         03010639
      *    TOTALS (SEE QZCTLMOD) AND FLUSHES THEM STRAIGHT AWAY.        03011139
       PROC-POST-CONTROL.                                               03011639
           MOVE 'P'            TO WS-CTL-FUNC                           03012139
           MOVE 'QUIZLOGK'     TO WS-CTL-FILE                           03012639
           MOVE 'W'            TO WS-CTL-KIND                           03013139
           MOVE '+'            TO WS-CTL-SIGN                           03013639
           MOVE 'OPERQUIZ'     TO WS-CTL-SOURCE                         03014139
           MOVE QLK-START-DATE TO WS-CTL-DAY                            03014639
           MOVE QLK-KEY        TO WS-CTL-KEY-TEXT                       03015139
           MOVE 0              TO WS-CTL-POS                            03015639
           MOVE QLK-SCORE      TO WS-CTL-SCORE                          03016139
           MOVE QLK-Q-AMOUNT   TO WS-CTL-AMOUNT                         03016639
           MOVE QLK-PCT        TO WS-CTL-PCT                            03017139
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            03017639
           MOVE 'F'            TO WS-CTL-FUNC                           03018139
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            03018639
           EXIT.                                                        03019139
      ******************************************************************03019639
      *    THE RETAKE-POLICY GATE - READS ANY QZPOLICY SETTINGS,        03020122
      *    WORKS OUT WHICH OPERATOR AND TOPIC THIS RUN IS FOR (SAME     03030122
      *    PARM GRAMMAR ORQMOD02 USES), THEN BROWSES THE OPERATOR'S     03040123
      *    OWN QUIZLOGK RECORDS AND                                     03045123
      *    REFUSES THE RUN WHEN THE OPERATOR ALREADY PASSED THE         03050122
      *    TOPIC WITHIN THE FRESHNESS WINDOW, HAS ALREADY FAILED        03051139
      *    IT WS-MAX-FAILS TIMES TODAY, OR LACKS A CURRENT PASS IN A    03052139
      *    PREREQUISITE TOPIC. A NAMED, UNEXPIRED QZOVRD                03053139
      *    OVERRIDE GRANT WAIVES ALL THREE CHECKS FOR A LEGITIMATE      03054139
      *    RE-CERTIFICATION (AND ITS USE IS LOGGED TO QZOVRAUD).        03090130
      *    REFUSAL SETS RETURN-CODE 12 SO THE JCL                       03091130
      *    CAN TELL IT FROM A SCORE.                                    03100122
       PROC-POLICY-GATE.                                                03110122
           MOVE 'N' TO WS-GATE-REFUSED-SW                               03120122
           PERFORM PROC-READ-POLICY                                     03130122
           PERFORM PROC-LOAD-CATALOG                                    03131139
           PERFORM PROC-GATE-PARSE                                      03140126
      *    THE IDENTITY IS SETTLED AGAINST THE ROSTER BEFORE ANY        03141028
      *    POLICY ARITHMETIC - A TYPO MUST NOT CREATE A PHANTOM         03142028
                 'POLICY NOT ENFORCED'                                  03180126
              PERFORM PROC-WRITE-OVR-AUDIT                              03182127
           ELSE                                                         03185126
              PERFORM PROC-CHECK-PREREQS                                03186139
              IF NOT WS-GATE-REFUSED                                    03187139
                 PERFORM PROC-GATE-SCAN-LOG                             03188139
              END-IF                                                    03189139
           END-IF                                                       03200122
           EXIT.                                                        03210122
      ******************************************************************03220122
              READ POL-FILE                                             03260122
              IF WS-POL-STATUS = '00'                                   03270122
                 MOVE POL-FRESH-DAYS TO WS-FRESH-DAYS                   03280122
                 MOVE POL-FRESH-DAYS TO WS-DFLT-FRESH                   03281139
                 MOVE POL-MAX-FAILS  TO WS-MAX-FAILS                    03290122
              END-IF                                                    03310122
              CLOSE POL-FILE                                            03320122
      *    THE RUN PROCEEDS, AS IT ALWAYS DID BEFORE THE CHECK.         03349328
       PROC-LOOKUP-ROSTER.                                              03349428
           MOVE 'N' TO WS-ROSTERED-SW                                   03349528
           MOVE SPACES TO WS-ROS-LANG                                   03349639
           OPEN INPUT ROSTER-FILE                                       03349628
           IF WS-ROS-STATUS = '00'                                      03349728
              PERFORM PROC-READ-ONE-ROS-REC                             03349828
           IF WS-ROS-STATUS = '00'                                      03351228
              AND ROS-OPER-ID = WS-GATE-OPER                            03351328
              SET WS-ROSTERED TO TRUE                                   03351428
              MOVE ROS-LANG TO WS-ROS-LANG                              03351539
           END-IF                                                       03351528
           EXIT.                                                        03351639
      ******************************************************************03351739
      *    PRACTICE HAS NO GATE, SO NOTHING ELSE HAS READ THE ROSTER -  03351839
      *    FIND THE OPERATOR THE SAME WAY THE GATE WOULD AND TAKE THEIR 03351939
      *    LANGUAGE. NOBODY IS TURNED AWAY HERE: AN UNKNOWN ID OR A     03352039
      *    MISSING ROSTER DD SIMPLY PRACTISES IN THE PRIMARY LANGUAGE.  03352139
       PROC-PRACTICE-LANG.                                              03352239
           MOVE SPACES TO WS-ROS-LANG                                   03352339
           MOVE 'N' TO WS-ROSTERED-SW                                   03352439
           PERFORM PROC-LOAD-CATALOG                                    03352539
           PERFORM PROC-GATE-PARSE                                      03352639
           OPEN INPUT ROSTER-FILE                                       03352739
           IF WS-ROS-STATUS = '00'                                      03352839
              PERFORM PROC-READ-ONE-ROS-REC                             03352939
                 UNTIL WS-ROS-STATUS NOT = '00'                         03353039
                 OR WS-ROSTERED                                         03353139
              CLOSE ROSTER-FILE                                         03353239
           END-IF                                                       03353339
           MOVE '00' TO WS-ROS-STATUS                                   03353439
           EXIT.                                                        03351628
      ******************************************************************03351728
      *    CONSOLE RE-PROMPT - THE CORRECTED ID REPLACES THE GATE'S,    03351828
           EXIT.                                                        03356629
      ******************************************************************03356729
      *    KEEPS EVERY FIELD THE GATE GRAMMAR KNOWS (TOPIC KEYWORD,     03356829
      *    Tnn, Fnn, NOROSTER, L=xx, EXAM SIZE) AND DROPS WHATEVER WOULD03356939
      *    CLASSIFY AS AN OPERATOR ID - THAT IS THE TYPO.               03357029
       PROC-REBUILD-ONE-FIELD.                                          03357129
           MOVE WS-GP-PTR TO WS-GP-PREV                                 03357229
              IF WS-GP-PTR > LENGTH OF PARM-DATA                        03358029
                 SET WS-GP-DONE TO TRUE                                 03358129
              END-IF                                                    03358229
              PERFORM PROC-GP-CHECK-TOPIC                               03358339
              IF WS-GP-FLD NOT = SPACES                                 03358329
                 AND (WS-GP-FLD-IS-TOPIC                                03358429
                    OR WS-GP-FLD = 'NOROSTER'                           03358529
                    OR WS-GP-FLD(1:2) = 'L='                            03358639
                    OR ((WS-GP-FLD(1:1) = 'T'                           03358629
                          OR WS-GP-FLD(1:1) = 'F')                      03358729
                       AND WS-GP-FLD(2:1) NOT = SPACE                   03358829
      *    THIS TOPIC; NO RECORD OR NO DD LEAVES THE DEFAULTS ALONE.    03340626
       PROC-READ-TOPIC-PROFILE.                                         03340726
           MOVE 'N' TO WS-TPROF-FOUND-SW                                03340826
           MOVE 0 TO WS-PQ-COUNT                                        03340939
           OPEN INPUT TOP-FILE                                          03340926
           IF WS-TOP-STATUS = '00'                                      03341026
              PERFORM PROC-READ-ONE-TOPIC-REC                           03341126
              MOVE TOP-BORDER-PCT TO WS-BORDER-PCT                      03342526
              MOVE TOP-FRESH-DAYS TO WS-FRESH-DAYS                      03342626
              MOVE TOP-MAX-FAILS  TO WS-MAX-FAILS                       03342726
              PERFORM VARYING WS-PQ-IDX FROM 1 BY 1                     03342839
                 UNTIL WS-PQ-IDX > 3                                    03342939
                 IF TOP-PREREQ(WS-PQ-IDX) NOT = SPACES                  03343039
                    AND TOP-PREREQ(WS-PQ-IDX) NOT = WS-GATE-TOPIC       03343139
                    ADD 1 TO WS-PQ-COUNT                                03343239
                    MOVE TOP-PREREQ(WS-PQ-IDX)                          03343339
                       TO WS-PQ-TOPIC(WS-PQ-COUNT)                      03343439
                 END-IF                                                 03343539
              END-PERFORM                                               03343639
           END-IF                                                       03343739
           EXIT.                                                        03343839
      ******************************************************************03343939
      *    BUILDS THE TOPIC CATALOG THE SAME WAY PROC-LOAD-CATALOG IN   03344039
      *    ORQMOD02 DOES - BUILT-IN DEFAULTS FIRST, THEN QZTOPICS.      03344139
       PROC-LOAD-CATALOG.                                               03344239
           MOVE 4 TO WS-CAT-COUNT                                       03344339
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       03344439
              UNTIL WS-CAT-IDX > 4                                      03344539
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  03344639
           END-PERFORM                                                  03344739
           OPEN INPUT TOP-FILE                                          03344839
           IF WS-TOP-STATUS = '00'                                      03344939
              PERFORM PROC-LOAD-CATALOG-REC                             03345039
                 UNTIL WS-TOP-STATUS NOT = '00'                         03345139
              CLOSE TOP-FILE                                            03345239
           END-IF                                                       03345339
           MOVE '00' TO WS-TOP-STATUS                                   03345439
           EXIT.                                                        03345539
      ******************************************************************03345639
       PROC-LOAD-CATALOG-REC.                                           03345739
           READ TOP-FILE                                                03345839
           IF WS-TOP-STATUS NOT = '00'                                  03345939
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              03346039
              EXIT PARAGRAPH                                            03346139
           END-IF                                                       03346239
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 03346339
           PERFORM PROC-FIND-CATALOG                                    03346439
           IF WS-CAT-HIT = 0 AND WS-CAT-COUNT = 20                      03346539
              DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,      03346639
                 ' IGNORED'                                             03346739
              EXIT PARAGRAPH                                            03346839
           END-IF                                                       03346939
           IF WS-CAT-HIT = 0                                            03347039
              ADD 1 TO WS-CAT-COUNT                                     03347139
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-COUNT)              03347239
           END-IF                                                       03347339
           EXIT.                                                        03347439
      ******************************************************************03347539
       PROC-FIND-CATALOG.                                               03347639
           MOVE 0 TO WS-CAT-HIT                                         03347739
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       03347839
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           03347939
              OR WS-CAT-HIT > 0                                         03348039
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  03348139
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          03348239
              END-IF                                                    03348339
           END-PERFORM                                                  03348439
           EXIT.                                                        03348539
      ******************************************************************03348639
      *    A PARM FIELD NAMES A TOPIC WHEN THE CATALOG KNOWS IT OR IT   03348739
      *    IS THE MIXED KEYWORD - SAME TEST AS ORQMOD02 APPLIES.        03348839
       PROC-GP-CHECK-TOPIC.                                             03348939
           MOVE 'N' TO WS-GP-TOPIC-SW                                   03349039
           IF WS-GP-FLD = 'MIXED'                                       03349139
              SET WS-GP-FLD-IS-TOPIC TO TRUE                            03349239
           ELSE                                                         03349339
              MOVE WS-GP-FLD TO WS-CAT-KEY                              03349439
              PERFORM PROC-FIND-CATALOG                                 03349539
              IF WS-CAT-HIT > 0                                         03349639
                 SET WS-GP-FLD-IS-TOPIC TO TRUE                         03349739
              END-IF                                                    03349839
           END-IF                                                       03342826
           EXIT.                                                        03342926
      ******************************************************************03350122
           EXIT.                                                        03730122
      ******************************************************************03740122
       PROC-GATE-CLASSIFY.                                              03750122
           PERFORM PROC-GP-CHECK-TOPIC                                  03751139
           EVALUATE TRUE                                                03760122
              WHEN WS-GP-FLD-IS-TOPIC                                   03770122
                 MOVE WS-GP-FLD TO WS-GATE-TOPIC                        03780122
      *    REALLY MEAN TO EXAMINE - NOT AN OPERATOR ID EITHER.          03829328
              WHEN WS-GP-FLD = 'NOROSTER'                               03829428
                 SET WS-ALLOW-UNROSTERED TO TRUE                        03829528
      *    L=xx PICKS THE LANGUAGE VARIANT ORQMOD02 LOADS - THE TOPIC   03829639
      *    AND EVERYTHING THE GATE JUDGES STAY THE SAME.                03829739
              WHEN WS-GP-FLD(1:2) = 'L='                                03829839
                 CONTINUE                                               03829939
              WHEN FUNCTION TEST-NUMVAL(WS-GP-FLD) = 0                  03830122
                 CONTINUE                                               03840122
              WHEN OTHER                                                03850122
                 MOVE WS-GP-FLD TO WS-GATE-OPER                         03860122
           END-EVALUATE                                                 03870122
           EXIT.                                                        03870239
      ******************************************************************03870339
      *    EVERY PREREQUISITE THE RUN TOPIC NAMES MUST HOLD A CURRENT   03870439
      *    PASS - THE LATEST ATTEMPT AT OR ABOVE THAT TOPIC'S OWN PASS  03870539
      *    LINE, NO OLDER THAN ITS OWN FRESHNESS WINDOW (QZTOPICS, ELSE 03870639
      *    80 AND THE QZPOLICY/BUILT-IN DEFAULT). THAT IS THE EXPIRY    03870739
      *    QZRCFCST FORECASTS, SO THE FORECAST, THE CURRICULUM MATRIX   03870839
      *    AND THE GATE AGREE. THE FIRST ONE MISSING REFUSES THE RUN.   03870939
       PROC-CHECK-PREREQS.                                              03871039
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1                        03871139
              UNTIL WS-PQ-IDX > WS-PQ-COUNT                             03871239
              OR WS-GATE-REFUSED                                        03871339
              MOVE WS-PQ-TOPIC(WS-PQ-IDX) TO WS-PQ-CUR                  03871439
              PERFORM PROC-CHECK-ONE-PREREQ                             03871539
           END-PERFORM                                                  03871639
           EXIT.                                                        03871739
      ******************************************************************03871839
       PROC-CHECK-ONE-PREREQ.                                           03871939
           MOVE 80 TO WS-PQ-PASS-PCT                                    03872039
           MOVE WS-DFLT-FRESH TO WS-PQ-FRESH-DAYS                       03872139
           MOVE 'N' TO WS-PQ-PROF-SW                                    03872239
           OPEN INPUT TOP-FILE                                          03872339
           IF WS-TOP-STATUS = '00'                                      03872439
              PERFORM PROC-READ-PREREQ-PROFILE                          03872539
                 UNTIL WS-TOP-STATUS NOT = '00'                         03872639
                 OR WS-PQ-PROF-FOUND                                    03872739
              CLOSE TOP-FILE                                            03872839
           END-IF                                                       03872939
           MOVE '00' TO WS-TOP-STATUS                                   03873039
           MOVE 0 TO WS-PQ-LAST-PASS                                    03873139
           OPEN INPUT QLK-FILE                                          03873239
           IF WS-QLOG-STATUS = '00'                                     03873339
              MOVE WS-GATE-OPER TO QLK-OPER-ID                          03873439
              MOVE WS-PQ-CUR    TO QLK-TOPIC                            03873539
              MOVE 0 TO QLK-START-DATE                                  03873639
              MOVE 0 TO QLK-START-TIME                                  03873739
              MOVE '00' TO WS-PQ-QLK-STATUS                             03873839
              START QLK-FILE KEY IS NOT LESS THAN QLK-KEY               03873939
                 INVALID KEY MOVE '10' TO WS-PQ-QLK-STATUS              03874039
              END-START                                                 03874139
              PERFORM PROC-PREREQ-ONE-RECORD                            03874239
                 UNTIL WS-PQ-QLK-STATUS NOT = '00'                      03874339
              CLOSE QLK-FILE                                            03874439
           END-IF                                                       03874539
           MOVE '00' TO WS-QLOG-STATUS                                  03874639
           IF WS-PQ-LAST-PASS = 0                                       03874739
              SET WS-GATE-REFUSED TO TRUE                               03874839
              DISPLAY 'RUN REFUSED: ', WS-GATE-OPER,                    03874939
                 ' HAS NO PASS IN PREREQUISITE TOPIC ', WS-PQ-CUR,      03875039
                 ' REQUIRED BEFORE ', WS-GATE-TOPIC                     03875139
           ELSE                                                         03875239
              COMPUTE WS-GATE-DAYS =                                    03875339
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM(1))               03875439
                 - FUNCTION INTEGER-OF-DATE(WS-PQ-LAST-PASS)            03875539
              IF WS-GATE-DAYS > WS-PQ-FRESH-DAYS                        03875639
                 SET WS-GATE-REFUSED TO TRUE                            03875739
                 DISPLAY 'RUN REFUSED: ', WS-GATE-OPER,                 03875839
                    ' - PREREQUISITE TOPIC ', WS-PQ-CUR,                03875939
                    ' LAST PASSED ', WS-PQ-LAST-PASS, ' HAS EXPIRED ',  03876039
                    '(FRESHNESS WINDOW ', WS-PQ-FRESH-DAYS, ' DAYS)'    03876139
                 DISPLAY 'A CURRENT ', WS-PQ-CUR,                       03876239
                    ' PASS IS REQUIRED BEFORE ', WS-GATE-TOPIC          03876339
              END-IF                                                    03876439
           END-IF                                                       03876539
           IF WS-GATE-REFUSED                                           03876639
              DISPLAY 'ASK A SUPERVISOR TO ADD A QZOVRD OVERRIDE ',     03876739
                 'GRANT TO WAIVE THE PREREQUISITE'                      03876839
              MOVE 12 TO RETURN-CODE                                    03876939
           END-IF                                                       03877039
           EXIT.                                                        03877139
      ******************************************************************03877239
       PROC-READ-PREREQ-PROFILE.                                        03877339
           READ TOP-FILE                                                03877439
           IF WS-TOP-STATUS = '00'                                      03877539
              AND TOP-TOPIC = WS-PQ-CUR                                 03877639
              SET WS-PQ-PROF-FOUND TO TRUE                              03877739
              MOVE TOP-PASS-PCT   TO WS-PQ-PASS-PCT                     03877839
              MOVE TOP-FRESH-DAYS TO WS-PQ-FRESH-DAYS                   03877939
           END-IF                                                       03878039
           EXIT.                                                        03878139
      ******************************************************************03878239
      *    KEEPS THE LATEST PASSING START DATE IN THE OPERATOR'S        03878339
      *    PREREQUISITE-TOPIC GROUP - KEYS ASCEND BY DATE, SO THE LAST  03878439
      *    PASS READ IS THE ONE THAT COUNTS.                            03878539
       PROC-PREREQ-ONE-RECORD.                                          03878639
           READ QLK-FILE NEXT RECORD                                    03878739
              AT END MOVE '10' TO WS-PQ-QLK-STATUS                      03878839
           END-READ                                                     03878939
           IF WS-QLOG-STATUS NOT = '00'                                 03879039
              MOVE '10' TO WS-PQ-QLK-STATUS                             03879139
           END-IF                                                       03879239
           IF WS-PQ-QLK-STATUS = '00'                                   03879339
              AND (QLK-OPER-ID NOT = WS-GATE-OPER                       03879439
                 OR QLK-TOPIC NOT = WS-PQ-CUR)                          03879539
              MOVE '10' TO WS-PQ-QLK-STATUS                             03879639
           END-IF                                                       03879739
           IF WS-PQ-QLK-STATUS = '00'                                   03879839
              AND QLK-PCT >= WS-PQ-PASS-PCT                             03879939
              AND QLK-START-DATE > WS-PQ-LAST-PASS                      03880039
              MOVE QLK-START-DATE TO WS-PQ-LAST-PASS                    03880139
           END-IF                                                       03880239
           EXIT.                                                        03880122
      ******************************************************************03890122
      *    NOW THAT THE HISTORY IS KEYED, THE GATE STARTS AT THE        03892023
