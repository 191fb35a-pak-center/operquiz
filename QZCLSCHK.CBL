      *          PARM LENGTH CEILING NO LONGER CAPS THE EXAM SIZE.      00240001
      *                                                                 00250001
      *    INFO                                                         00260001
      *          OPTIONAL JCL PARM IS A CLASSROOM SESSION ID FROM THE   00261060
      *          QZSESSMT REGISTER - E.G. PARM='CICS0412'. WITH IT,     00262060
      *          ONLY OPERATORS BOOKED ON THAT SESSION ARE SCORED; AN   00263060
      *          UNENROLLED WALK-IN, OR A SHEET FOR ANOTHER TOPIC, IS   00264060
      *          REPORTED AND SKIPPED, AND EVERY BOOKING SCORED IS      00265060
      *          MARKED ATTENDED ON QZENROL WITH ITS FORM AND RESULT    00266060
      *          FOR THE QZSESSCL CLOSE-OUT. WITH NO PARM EVERY SHEET   00267060
      *          IS SCORED AS BEFORE.                                   00268060
      *          THE TOPIC COMES FROM EACH SUBMISSION RECORD            00269060
      *          AND MUST MATCH THE TOPIC OF THE SAVED QUIZORD PRINT    00280001
      *          ORDER (WRITTEN BY THE BATCH SHEET RUN THE CLASS SAT).  00290001
      *          A SUBMISSION FOR ANY OTHER TOPIC IS REPORTED AND       00300001
      *          RETURN-CODE 0 = ALL SUBMISSIONS SCORED                 00330001
      *                      4 = SOME SUBMISSIONS SKIPPED               00340001
      *                      8 = NO SAVED PRINT ORDER - NOTHING SCORED  00350001
      *                          OR THE SESSION IS NOT ON QZSESS        00351060
      *                          OR ALREADY CLOSED                      00352060
      *                     12 = QUIZSUB DD COULD NOT BE OPENED         00360001
      *                          OR QZENROL COULD NOT BE OPENED OR A    00361060
      *                          BOOKING COULD NOT BE WRITTEN BACK -    00362060
      *                          ATTENDANCE IS NOT RECORDED AND THE     00363060
      *                          REGISTER MUST BE RESTORED FROM ITS     00364060
      *                          BACKUP                                 00365060
      *                                                                 00370001
      ******************************************************************00380001
      *                                                                 00390001
      *                                           VALIDATION            00500001
      *          UTILITY PGM       QZCLSCHK.CBL   CLASS SCORING OFF     00510001
      *                                           QUIZSUB               00520001
      *          UTILITY PGM       QZSESSMT.CBL   CLASSROOM SESSION     00521060
      *                                           REGISTER              00522060
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00530001
      *                            CPBQAC02       VER2 OF Q&A           00540001
      *                                                                 00550001
      *                    DROPPED FORMS PAST IT AND THEIR              00591616
      *                    SUBMISSIONS ALL SKIPPED. AN OVERFLOW IS      00591716
      *                    NOW WARNED ABOUT INSTEAD OF SILENT           00591816
      *    2026-10-15 PAK  OPTIONAL SESSION-ID PARM - SUBMISSIONS ARE   00592860
      *                    CHECKED AGAINST THE QZSESSMT REGISTER'S      00593860
      *                    BOOKINGS (QZSESS/QZENROL), WALK-INS ARE      00594860
      *                    REJECTED AND SCORED BOOKINGS ARE MARKED      00595860
      *                    ATTENDED WITH THEIR RESULT                   00596860
      *    2026-10-15 PAK  QUIZORD ROWS CARRY THE BANK RELEASE EACH     00597860
      *                    QUESTION WAS DRAWN FROM (RECORD NOW 8294     00598860
      *                    BYTES) - EVERY DETAIL RECORD IS STAMPED      00599860
      *                    WITH ITS QUESTION'S RELEASE (DTL-RELEASE,    00600860
      *                    NOW 47 BYTES) AND THE ATTEMPT WITH THE       00601860
      *                    FORM'S RELEASE, OR 0 WHEN THE FORM MIXES     00602860
      *                    RELEASES (QLK-RELEASE, NOW 84 BYTES)         00603860
      *    2026-10-15 PAK  EVERY QUIZLOGK ATTEMPT AND QUIZDTL DETAIL    00604860
      *                    WRITTEN IS ALSO POSTED TO THE HISTORY        00605860
      *                    CONTROL TOTALS (QZCTLMOD / QZCTLTOT)         00606860
      *    2026-10-15 PAK  QZENROL REWRITE CHECKED - A FAILED OPEN OR   00607860
      *                    BOOKING WRITE IS REPORTED AND ENDS THE RUN   00608860
      *                    RC 12                                        00609860
      ******************************************************************00590001
       ENVIRONMENT DIVISION.                                            00600001
       INPUT-OUTPUT SECTION.                                            00610001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00742007
              ORGANIZATION IS SEQUENTIAL                                00744007
              FILE STATUS IS WS-TOP-STATUS.                             00746007
           SELECT SES-FILE ASSIGN TO "QZSESS"                           00746560
              ORGANIZATION IS SEQUENTIAL                                00747060
              FILE STATUS IS WS-SES-STATUS.                             00747560
           SELECT ENR-FILE ASSIGN TO "QZENROL"                          00748060
              ORGANIZATION IS SEQUENTIAL                                00748560
              FILE STATUS IS WS-ENR-STATUS.                             00749060
      ******************************************************************00750001
       DATA DIVISION.                                                   00760001
       FILE SECTION.                                                    00770001
      *    SAME LAYOUT AS ORD-RECORD IN ORQMOD02.                       00890001
       FD  ORD-FILE                                                     00900001
           RECORDING MODE F                                             00910001
           RECORD CONTAINS 8294 CHARACTERS                              00911060
           LABEL RECORDS ARE STANDARD.                                  00930001
       01  ORD-RECORD.                                                  00940001
           05 ORD-TOPIC         PIC   X(8).                             00950001
              10 ORD-C          PIC   A.                                01000001
              10 ORD-QID        PIC   X(8).                             01010001
              10 ORD-E          PIC   X(60).                            01015003
              10 ORD-REL        PIC   9(5).                             01016060
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - ONE AUDIT RECORD     01020005
      *    PER SCORED SUBMISSION, AS IF EACH OPERATOR HAD RUN THEIR     01030001
      *    OWN BATCH-CHECK JOB.                                         01040001
       FD  QLK-FILE                                                     01050005
           RECORD CONTAINS 84 CHARACTERS.                               01051060
       01  QLK-RECORD.                                                  01090005
           05 QLK-KEY.                                                  01095005
              10 QLK-OPER-ID     PIC   X(8).                            01100005
           05 QLK-Q-AMOUNT       PIC   9(3).                            01160005
           05 QLK-PCT            PIC   9(3)V99.                         01170005
           05 QLK-LETTERS        PIC   X(20).                           01176605
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    01177660
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  01178660
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        01179660
           05 QLK-RELEASE        PIC   9(5).                            01180660
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02 - FEEDS THE QZITEMRP   01190001
      *    ITEM ANALYSIS FROM CLASSROOM RUNS TOO.                       01200001
       FD  DTL-FILE                                                     01210001
           RECORDING MODE F                                             01220001
           RECORD CONTAINS 47 CHARACTERS                                01221060
           LABEL RECORDS ARE STANDARD.                                  01240001
       01  DTL-RECORD.                                                  01250001
           05 DTL-OPER-ID       PIC   X(8).                             01260001
           05 DTL-VERDICT       PIC   X.                                01330001
           05 DTL-SECS          PIC   9(4).                             01333302
           05 DTL-OVER          PIC   X.                                01336602
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            01336760
           05 DTL-RELEASE       PIC   9(5).                             01336860
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS - ONLY THE      01337007
      *    PASS AND BORDERLINE PERCENTS MATTER HERE.                    01337507
       FD  TOP-FILE                                                     01338007
           05 FILLER             PIC   X.                               01339207
           05 TOP-MAX-FAILS      PIC   9.                               01339307
           05 FILLER             PIC   X(58).                           01339407
      *    SAME LAYOUT AS SES-RECORD IN QZSESSMT.                       01339560
       FD  SES-FILE                                                     01339660
           RECORDING MODE F                                             01339760
           RECORD CONTAINS 80 CHARACTERS                                01339860
           LABEL RECORDS ARE STANDARD.                                  01339960
       01  SES-RECORD.                                                  01340060
           05 SES-ID             PIC   X(8).                            01340160
           05 FILLER             PIC   X.                               01340260
           05 SES-DATE           PIC   9(8).                            01340360
           05 FILLER             PIC   X.                               01340460
           05 SES-TOPIC          PIC   X(8).                            01340560
           05 FILLER             PIC   X.                               01340660
           05 SES-FORMS          PIC   9(2).                            01340760
           05 FILLER             PIC   X.                               01340860
           05 SES-ROOM           PIC   X(12).                           01340960
           05 FILLER             PIC   X.                               01341060
           05 SES-CAPACITY       PIC   9(3).                            01341160
           05 FILLER             PIC   X.                               01341260
           05 SES-STATUS         PIC   X.                               01341360
           05 FILLER             PIC   X.                               01341460
           05 SES-CLOSE-DATE     PIC   9(8).                            01341560
           05 FILLER             PIC   X(23).                           01341660
      *    SAME LAYOUT AS ENR-RECORD IN QZSESSMT - HELD WHOLE IN        01341760
      *    STORAGE AND WRITTEN BACK WITH THIS SESSION'S ATTENDANCE.     01341860
       FD  ENR-FILE                                                     01341960
           RECORDING MODE F                                             01342060
           RECORD CONTAINS 80 CHARACTERS                                01342160
           LABEL RECORDS ARE STANDARD.                                  01342260
       01  ENR-RECORD.                                                  01342360
           05 ENR-SES-ID         PIC   X(8).                            01342460
           05 FILLER             PIC   X.                               01342560
           05 ENR-OPER-ID        PIC   X(8).                            01342660
           05 FILLER             PIC   X.                               01342760
           05 ENR-SOURCE         PIC   X.                               01342860
           05 FILLER             PIC   X.                               01342960
           05 ENR-STATUS         PIC   X.                               01343060
           05 FILLER             PIC   X.                               01343160
           05 ENR-BOOK-DATE      PIC   9(8).                            01343260
           05 FILLER             PIC   X.                               01343360
           05 ENR-FORM-ID        PIC   X(3).                            01343460
           05 FILLER             PIC   X.                               01343560
           05 ENR-PCT            PIC   9(3)V99.                         01343660
           05 FILLER             PIC   X.                               01343760
           05 ENR-VERDICT        PIC   X(10).                           01343860
           05 FILLER             PIC   X.                               01343960
           05 ENR-REBOOK-SES     PIC   X(8).                            01344060
           05 FILLER             PIC   X(20).                           01344160
      ******************************************************************01340001
       WORKING-STORAGE SECTION.                                         01350001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01360001
       01 WS-QLOG-STATUS    PIC   XX    VALUE '00'.                     01400001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     01410001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01412007
       01 WS-SES-STATUS     PIC   XX    VALUE '00'.                     01412160
       01 WS-ENR-STATUS     PIC   XX    VALUE '00'.                     01412260
       01 WS-ENR-FAILED-SW  PIC   X     VALUE 'N'.                      01412360
          88 WS-ENR-FAILED          VALUE 'Y'.                          01412460
      * --------------------------------------------------------------- 01412560
      *    THE CLASSROOM SESSION NAMED IN THE PARM, AND EVERY BOOKING   01412660
      *    ON QZENROL (ALL SESSIONS - THE WHOLE FILE IS WRITTEN BACK).  01412760
       01 WS-SESSION-SW     PIC   X     VALUE 'N'.                      01412860
          88 WS-SESSION-RUN         VALUE 'Y'.                          01412960
       01 WS-SES-ID         PIC   X(8)  VALUE SPACES.                   01413060
       01 WS-SES-TOPIC      PIC   X(8)  VALUE SPACES.                   01413160
       01 WS-SES-OK-SW      PIC   X     VALUE 'N'.                      01413260
          88 WS-SES-OK              VALUE 'Y'.                          01413360
       01 WS-E-LIMIT        PIC   9(4)  USAGE IS COMP VALUE 3000.       01413460
       01 WS-E-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          01413560
       01 WS-ENR-TABLE.                                                 01413660
        05 WS-E-ENTRY OCCURS 3000 TIMES.                                01413760
           10 WS-E-RECORD     PIC   X(80).                              01413860
       01 WS-EX             PIC   9(4)  USAGE IS COMP.                  01413960
       01 WS-ENR-HIT        PIC   9(4)  USAGE IS COMP VALUE 0.          01414060
       01 WS-ENR-STATE      PIC   X     VALUE SPACE.                    01414160
      *    PASS AND BORDERLINE LINES FOR THE SUBMISSION BEING SCORED    01414009
      *    - EACH SUBMISSION'S OWN TOPIC DECIDES THEM, 80/60 FOR A      01416009
      *    TOPIC WITHOUT A QZTOPICS PROFILE RECORD. THE PROFILES ARE    01416109
           10 WS-FM-ROW OCCURS 20 TIMES.                                01435406
              15 WS-FM-C      PIC   A.                                  01435506
              15 WS-FM-QID    PIC   X(8).                               01435606
              15 WS-FM-REL    PIC   9(5).                               01435760
       01 WS-FM-IDX         PIC   9(3)  USAGE IS COMP.                  01435716
       01 WS-FORM-OVER-SW   PIC   X     VALUE 'N'.                      01435726
          88 WS-FORM-OVERFLOW        VALUE 'Y'.                         01435736
        05 WS-ORD-ENTRY OCCURS 20 TIMES.                                01437204
           10 WS-ORD-C        PIC   A.                                  01438004
           10 WS-ORD-QID      PIC   X(8).                               01438804
           10 WS-ORD-REL      PIC   9(5).                               01439060
      *    THE RELEASE THE WHOLE FORM WAS DRAWN FROM - 0 WHEN ITS       01439260
      *    QUESTIONS CAME FROM MORE THAN ONE.                           01439460
       01 WS-ORD-ATT-REL    PIC   9(5).                                 01439660
       01 WS-QLOG-OPEN-SW   PIC   X     VALUE 'N'.                      01440001
          88 WS-QLOG-OPEN           VALUE 'Y'.                          01450001
       01 WS-DTL-OPEN-SW    PIC   X     VALUE 'N'.                      01460001
        05 WS-CT-FAIL         PIC   9(5)     USAGE IS COMP VALUE 0.     01630001
        05 WS-CT-PCT-SUM      PIC   9(8)V99  VALUE 0.                   01640001
        05 WS-CT-AVG          PIC   9(3)V99.                            01650001
      * --------------------------------------------------------------- 01650460
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    01650860
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  01651260
       01 WS-CTL-AREA.                                                  01651660
        05 WS-CTL-FUNC       PIC   X.                                   01652060
        05 WS-CTL-FILE       PIC   X(8).                                01652460
        05 WS-CTL-KIND       PIC   X.                                   01652860
        05 WS-CTL-SIGN       PIC   X.                                   01653260
        05 WS-CTL-SOURCE     PIC   X(8).                                01653660
        05 WS-CTL-DAY        PIC   9(8).                                01654060
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               01654460
        05 WS-CTL-POS        PIC   9(2).                                01654860
        05 WS-CTL-SCORE      PIC   9(3).                                01655260
        05 WS-CTL-AMOUNT     PIC   9(3).                                01655660
        05 WS-CTL-PCT        PIC   9(3)V99.                             01656060
        05 WS-CTL-SUBMITTED  PIC   X.                                   01656460
        05 WS-CTL-CORRECT    PIC   X.                                   01656860
        05 WS-CTL-VERDICT    PIC   X.                                   01657260
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               01657660
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               01658060
        05 WS-CTL-RC         PIC   9(2).                                01658460
      ******************************************************************01660001
       LINKAGE SECTION.                                                 01661060
       01 PARM-BUFFER.                                                  01662060
        05 PARM-LENGTH                  PIC   S9(4) COMP.               01663060
        05 PARM-DATA                    PIC   X(256).                   01664060
      ******************************************************************01665060
       PROCEDURE DIVISION USING PARM-BUFFER.                            01666060
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE              01680001
           MOVE FUNCTION CURRENT-DATE(9:8)  TO WS-RUN-TIME              01690001
           DISPLAY WS-HLINE                                             01700001
              GOBACK                                                    01790001
           END-IF                                                       01800001
           PERFORM PROC-LOAD-TOPIC-PROFILES                             01805009
           IF PARM-LENGTH > 0                                           01805660
              PERFORM PROC-LOAD-SESSION                                 01806260
              IF NOT WS-SES-OK                                          01806860
                 MOVE 8 TO RETURN-CODE                                  01807460
                 GOBACK                                                 01808060
              END-IF                                                    01808660
           END-IF                                                       01809260
           DISPLAY 'FORMS LOADED: ', WS-FORM-COUNT                      01810009
           DISPLAY WS-HLINE                                             01830001
           OPEN INPUT SUB-FILE                                          01840001
           CLOSE SUB-FILE                                               01960001
           PERFORM PROC-CLOSE-AUDIT                                     01970001
           PERFORM PROC-CLOSE-DETAIL                                    01980001
           IF WS-SESSION-RUN                                            01981060
              PERFORM PROC-SAVE-BOOKINGS                                01982060
           END-IF                                                       01983060
           PERFORM PROC-PRINT-SUMMARY                                   01990001
           GOBACK.                                                      02000001
      ******************************************************************02010001
       PROC-SNAP-ORD-ROW.                                               02144804
           MOVE ORD-C(WS-QX)   TO WS-FM-C(WS-FORM-COUNT WS-QX)          02146006
           MOVE ORD-QID(WS-QX) TO WS-FM-QID(WS-FORM-COUNT WS-QX)        02147206
           MOVE ORD-REL(WS-QX) TO WS-FM-REL(WS-FORM-COUNT WS-QX)        02147860
           EXIT.                                                        02148404
      ******************************************************************02150001
      *    PULLS EVERY QZTOPICS PROFILE INTO STORAGE ONCE - SAME        02151009
      *    AGAINST THE WRONG KEY.                                       02252009
       PROC-SCORE-SUBMISSION.                                           02260001
           PERFORM PROC-FIND-FORM                                       02264006
           IF WS-SESSION-RUN                                            02265060
              PERFORM PROC-FIND-BOOKING                                 02266060
           END-IF                                                       02267060
           EVALUATE TRUE                                                02268006
              WHEN WS-SESSION-RUN AND SUB-TOPIC NOT = WS-SES-TOPIC      02269060
                 ADD 1 TO WS-CT-SKIPPED                                 02270060
                 DISPLAY SUB-OPER-ID, ' SKIPPED - TOPIC ', SUB-TOPIC,   02271060
                    ' IS NOT THE TOPIC OF SESSION ', WS-SES-ID          02272060
              WHEN WS-SESSION-RUN AND WS-ENR-STATE = 'A'                02273060
                 ADD 1 TO WS-CT-SKIPPED                                 02274060
                 DISPLAY SUB-OPER-ID, ' SKIPPED - ALREADY SCORED ON ',  02275060
                    'SESSION ', WS-SES-ID                               02276060
              WHEN WS-SESSION-RUN AND WS-ENR-HIT = 0                    02277060
                 ADD 1 TO WS-CT-SKIPPED                                 02278060
                 DISPLAY SUB-OPER-ID, ' SKIPPED - NOT BOOKED ON ',      02279060
                    'SESSION ', WS-SES-ID, ' - WALK-IN REJECTED'        02280060
              WHEN NOT WS-FORM-FOUND                                    02302006
                 ADD 1 TO WS-CT-SKIPPED                                 02304006
                 DISPLAY SUB-OPER-ID, ' SKIPPED - TOPIC ', SUB-TOPIC,   02306009
                 PERFORM PROC-SET-TOPIC-LINES                           02365009
                 PERFORM PROC-SET-VERDICT                               02370006
                 PERFORM PROC-WRITE-AUDIT                               02380006
                 IF WS-SESSION-RUN                                      02381060
                    PERFORM PROC-MARK-ATTENDED                          02382060
                 END-IF                                                 02383060
                 ADD 1      TO WS-CT-SCORED                             02390006
                 ADD WS-PCT TO WS-CT-PCT-SUM                            02400006
                 MOVE WS-PCT TO WS-PCT-EDIT                             02410006
              UNTIL WS-QX > WS-ORD-AMOUNT                               02467006
              MOVE WS-FM-C(WS-FM-IDX WS-QX)   TO WS-ORD-C(WS-QX)        02467106
              MOVE WS-FM-QID(WS-FM-IDX WS-QX) TO WS-ORD-QID(WS-QX)      02467206
              MOVE WS-FM-REL(WS-FM-IDX WS-QX) TO WS-ORD-REL(WS-QX)      02467360
           END-PERFORM                                                  02467460
           MOVE WS-ORD-REL(1) TO WS-ORD-ATT-REL                         02467560
           PERFORM VARYING WS-QX FROM 2 BY 1                            02467660
              UNTIL WS-QX > WS-ORD-AMOUNT                               02467760
              IF WS-ORD-REL(WS-QX) NOT = WS-ORD-ATT-REL                 02467860
                 MOVE 0 TO WS-ORD-ATT-REL                               02467960
              END-IF                                                    02468060
           END-PERFORM                                                  02467306
           EXIT.                                                        02467406
      ******************************************************************02470001
              MOVE WS-ORD-AMOUNT TO QLK-Q-AMOUNT                        02930005
              MOVE WS-PCT        TO QLK-PCT                             02940005
              MOVE SUB-LETTERS   TO QLK-LETTERS                         02946605
              MOVE WS-ORD-ATT-REL TO QLK-RELEASE                        02947660
              WRITE QLK-RECORD                                          02960005
              EVALUATE WS-QLOG-STATUS                                   02965005
                 WHEN '00'                                              02966505
                    PERFORM PROC-POST-AUDIT-CONTROL                     02967560
                 WHEN '22'                                              02969505
                    DISPLAY 'WARNING: ', SUB-OPER-ID, ' ALREADY ',      02971005
                       'LOGGED FOR THIS RUN STAMP - NOT LOGGED AGAIN'   02972505
                    MOVE 'N' TO WS-QLOG-OPEN-SW                         03010001
              END-EVALUATE                                              03020005
           END-IF                                                       03030001
           EXIT.                                                        03030560
      ******************************************************************03031060
      *    POSTS THE ATTEMPT JUST LOGGED TO THE HISTORY CONTROL         03031560
      *    TOTALS (SEE QZCTLMOD).                                       03032060
       PROC-POST-AUDIT-CONTROL.                                         03032560
           MOVE 'P'            TO WS-CTL-FUNC                           03033060
           MOVE 'QUIZLOGK'     TO WS-CTL-FILE                           03033560
           MOVE 'W'            TO WS-CTL-KIND                           03034060
           MOVE '+'            TO WS-CTL-SIGN                           03034560
           MOVE 'QZCLSCHK'     TO WS-CTL-SOURCE                         03035060
           MOVE QLK-START-DATE TO WS-CTL-DAY                            03035560
           MOVE QLK-KEY        TO WS-CTL-KEY-TEXT                       03036060
           MOVE 0              TO WS-CTL-POS                            03036560
           MOVE QLK-SCORE      TO WS-CTL-SCORE                          03037060
           MOVE QLK-Q-AMOUNT   TO WS-CTL-AMOUNT                         03037560
           MOVE QLK-PCT        TO WS-CTL-PCT                            03038060
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            03038560
           EXIT.                                                        03040001
      ******************************************************************03050001
       PROC-CLOSE-AUDIT.                                                03060001
              END-IF                                                    03400001
              MOVE 0 TO DTL-SECS                                        03403302
              MOVE SPACE TO DTL-OVER                                    03406602
              MOVE WS-ORD-REL(WS-QX) TO DTL-RELEASE                     03407660
              WRITE DTL-RECORD                                          03410001
              IF WS-DTL-STATUS NOT = '00'                               03420001
                 DISPLAY 'WARNING: QUIZDTL WRITE FAILED, STATUS=',      03430001
                    WS-DTL-STATUS                                       03440001
                 CLOSE DTL-FILE                                         03450001
                 MOVE 'N' TO WS-DTL-OPEN-SW                             03460001
              ELSE                                                      03461060
                 PERFORM PROC-POST-DETAIL-CONTROL                       03462060
              END-IF                                                    03470001
           END-IF                                                       03480001
           EXIT.                                                        03490001
              CLOSE DTL-FILE                                            03530001
              MOVE 'N' TO WS-DTL-OPEN-SW                                03540001
           END-IF                                                       03550001
           PERFORM PROC-FLUSH-CONTROL                                   03550160
           EXIT.                                                        03550260
      ******************************************************************03550360
      *    POSTS THE DETAIL JUST WRITTEN TO THE HISTORY CONTROL         03550460
      *    TOTALS (SEE QZCTLMOD).                                       03550560
       PROC-POST-DETAIL-CONTROL.                                        03550660
           MOVE 'P'              TO WS-CTL-FUNC                         03550760
           MOVE 'QUIZDTL'        TO WS-CTL-FILE                         03550860
           MOVE 'W'              TO WS-CTL-KIND                         03550960
           MOVE '+'              TO WS-CTL-SIGN                         03551060
           MOVE 'QZCLSCHK'       TO WS-CTL-SOURCE                       03551160
           MOVE DTL-DATE         TO WS-CTL-DAY                          03551260
           MOVE DTL-RECORD(1:32) TO WS-CTL-KEY-TEXT                     03551360
           MOVE DTL-POS          TO WS-CTL-POS                          03551460
           MOVE DTL-SUBMITTED    TO WS-CTL-SUBMITTED                    03551560
           MOVE DTL-CORRECT      TO WS-CTL-CORRECT                      03551660
           MOVE DTL-VERDICT      TO WS-CTL-VERDICT                      03551760
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            03551860
           EXIT.                                                        03551960
      ******************************************************************03552060
      *    HANDS THE HELD CONTROL TOTALS TO QZCTLTOT.                   03552160
       PROC-FLUSH-CONTROL.                                              03552260
           MOVE 'F'        TO WS-CTL-FUNC                               03552360
           MOVE 'QZCLSCHK' TO WS-CTL-SOURCE                             03552460
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            03552560
           EXIT.                                                        03552660
      ******************************************************************03552760
      *    THE SESSION NAMED IN THE PARM MUST BE ON THE REGISTER AND    03552860
      *    STILL OPEN - A CLOSED SESSION'S NO-SHOWS HAVE ALREADY BEEN   03552960
      *    SENT FOR REBOOKING. ALL OF QZENROL IS LOADED, SINCE THE      03553060
      *    WHOLE FILE IS REWRITTEN AT THE END.                          03553160
       PROC-LOAD-SESSION.                                               03553260
           SET WS-SESSION-RUN TO TRUE                                   03553360
           MOVE 'N' TO WS-SES-OK-SW                                     03553460
           MOVE PARM-DATA(1:PARM-LENGTH) TO WS-SES-ID                   03553560
           MOVE FUNCTION UPPER-CASE(WS-SES-ID) TO WS-SES-ID             03553660
           OPEN INPUT SES-FILE                                          03553760
           IF WS-SES-STATUS = '00'                                      03553860
              PERFORM PROC-READ-SESSION                                 03553960
                 UNTIL WS-SES-STATUS NOT = '00' OR WS-SES-OK            03554060
              CLOSE SES-FILE                                            03554160
           END-IF                                                       03554260
           IF NOT WS-SES-OK                                             03554360
              DISPLAY 'ERROR: SESSION ', WS-SES-ID, ' IS NOT AN OPEN ', 03554460
                 'SESSION ON QZSESS (STATUS=', WS-SES-STATUS, ')'       03554560
              EXIT PARAGRAPH                                            03554660
           END-IF                                                       03554760
           MOVE 0 TO WS-E-COUNT                                         03554860
           OPEN INPUT ENR-FILE                                          03554960
           IF WS-ENR-STATUS = '00'                                      03555060
              PERFORM PROC-LOAD-ONE-BOOKING                             03555160
                 UNTIL WS-ENR-STATUS NOT = '00'                         03555260
              CLOSE ENR-FILE                                            03555360
           END-IF                                                       03555460
           IF WS-E-COUNT > WS-E-LIMIT                                   03555560
              DISPLAY 'ERROR: QZENROL HOLDS MORE THAN ', WS-E-LIMIT,    03555660
                 ' BOOKINGS - ARCHIVE OLD ONES FIRST'                   03555760
              MOVE 'N' TO WS-SES-OK-SW                                  03555860
              EXIT PARAGRAPH                                            03555960
           END-IF                                                       03556060
           DISPLAY 'SESSION: ', WS-SES-ID, '  TOPIC: ', WS-SES-TOPIC    03556160
           EXIT.                                                        03556260
      ******************************************************************03556360
       PROC-READ-SESSION.                                               03556460
           READ SES-FILE                                                03556560
           IF WS-SES-STATUS = '00'                                      03556660
              AND SES-ID = WS-SES-ID AND SES-STATUS = 'O'               03556760
              SET WS-SES-OK TO TRUE                                     03556860
              MOVE SES-TOPIC TO WS-SES-TOPIC                            03556960
           END-IF                                                       03557060
           EXIT.                                                        03557160
      ******************************************************************03557260
      *    ONE PAST THE LIMIT MARKS AN OVERFLOW - THE FILE IS NOT       03557360
      *    REWRITTEN FROM A TRUNCATED TABLE.                            03557460
       PROC-LOAD-ONE-BOOKING.                                           03557560
           READ ENR-FILE                                                03557660
           IF WS-ENR-STATUS = '00'                                      03557760
              IF WS-E-COUNT = WS-E-LIMIT                                03557860
                 ADD 1 TO WS-E-COUNT                                    03557960
                 MOVE '10' TO WS-ENR-STATUS                             03558060
              ELSE                                                      03558160
                 ADD 1 TO WS-E-COUNT                                    03558260
                 MOVE ENR-RECORD TO WS-E-RECORD(WS-E-COUNT)             03558360
              END-IF                                                    03558460
           END-IF                                                       03558560
           EXIT.                                                        03558660
      ******************************************************************03558760
      *    WS-ENR-HIT = THE SUBMITTING OPERATOR'S BOOKING ON THIS       03558860
      *    SESSION, ZERO FOR A WALK-IN. A BOOKING ALREADY SCORED        03558960
      *    (STATE A) IS A SECOND SHEET FROM THE SAME OPERATOR.          03559060
       PROC-FIND-BOOKING.                                               03559160
           MOVE 0 TO WS-ENR-HIT                                         03559260
           MOVE SPACE TO WS-ENR-STATE                                   03559360
           PERFORM VARYING WS-EX FROM 1 BY 1                            03559460
              UNTIL WS-EX > WS-E-COUNT OR WS-ENR-HIT > 0                03559560
              MOVE WS-E-RECORD(WS-EX) TO ENR-RECORD                     03559660
              IF ENR-SES-ID = WS-SES-ID AND ENR-OPER-ID = SUB-OPER-ID   03559760
                 AND (ENR-STATUS = 'B' OR ENR-STATUS = 'A')             03559860
                 MOVE WS-EX TO WS-ENR-HIT                               03559960
                 MOVE ENR-STATUS TO WS-ENR-STATE                        03560060
              END-IF                                                    03560160
           END-PERFORM                                                  03560260
           EXIT.                                                        03560360
      ******************************************************************03560460
       PROC-MARK-ATTENDED.                                              03560560
           MOVE WS-E-RECORD(WS-ENR-HIT) TO ENR-RECORD                   03560660
           MOVE 'A'         TO ENR-STATUS                               03560760
           MOVE WS-CUR-FORM TO ENR-FORM-ID                              03560860
           MOVE WS-PCT      TO ENR-PCT                                  03560960
           MOVE WS-VERDICT  TO ENR-VERDICT                              03561060
           MOVE ENR-RECORD  TO WS-E-RECORD(WS-ENR-HIT)                  03561160
           EXIT.                                                        03561260
      ******************************************************************03561360
       PROC-SAVE-BOOKINGS.                                              03561460
           OPEN OUTPUT ENR-FILE                                         03561560
           IF WS-ENR-STATUS NOT = '00'                                  03561660
              DISPLAY 'ERROR: QZENROL COULD NOT BE REWRITTEN ',         03561760
                 '(STATUS=', WS-ENR-STATUS, ') - ATTENDANCE NOT ',      03561860
                 'RECORDED'                                             03561960
              SET WS-ENR-FAILED TO TRUE                                 03562060
              EXIT PARAGRAPH                                            03562160
           END-IF                                                       03562260
           PERFORM VARYING WS-EX FROM 1 BY 1                            03562360
              UNTIL WS-EX > WS-E-COUNT OR WS-ENR-FAILED                 03562460
              MOVE WS-E-RECORD(WS-EX) TO ENR-RECORD                     03562560
              WRITE ENR-RECORD                                          03562660
              IF WS-ENR-STATUS NOT = '00'                               03562760
                 DISPLAY 'ERROR: QZENROL WRITE FAILED FOR ',            03562860
                    ENR-OPER-ID, ' (STATUS=', WS-ENR-STATUS,            03562960
                    ') - RESTORE QZENROL FROM ITS BACKUP'               03563060
                 SET WS-ENR-FAILED TO TRUE                              03563160
              END-IF                                                    03563260
           END-PERFORM                                                  03563360
           CLOSE ENR-FILE                                               03563460
           EXIT.                                                        03560001
      ******************************************************************03570001
       PROC-PRINT-SUMMARY.                                              03580001
              DISPLAY 'CLASS AVERAGE: N/A - NOTHING SCORED'             03720001
           END-IF                                                       03730001
           DISPLAY WS-HLINE                                             03740001
           EVALUATE TRUE                                                03741060
              WHEN WS-ENR-FAILED                                        03742060
                 MOVE 12 TO RETURN-CODE                                 03743060
              WHEN WS-CT-SKIPPED > 0                                    03744060
                 MOVE 4 TO RETURN-CODE                                  03745060
              WHEN OTHER                                                03746060
                 MOVE 0 TO RETURN-CODE                                  03747060
           END-EVALUATE                                                 03748060
           EXIT.                                                        03800001
       END PROGRAM QZCLSCHK.                                            03810001
