      *          ANSWER TEXT OR CORRECT LETTER DIFFER.                  00210001
      *                                                                 00220001
      *    INFO                                                         00230001
      *          NO PARM - EVERY TOPIC IN THE QZTOPICS CATALOG THAT     00231004
      *          NAMES A BUILT-IN FALLBACK COPYBOOK IS RECONCILED       00232004
      *          EVERY RUN. A TOPIC WITH NO FALLBACK HAS NOTHING TO     00233004
      *          DRIFT FROM AND IS ONLY NOTED.                          00234004
      *                                                                 00250001
      *          RETURN-CODE 0 = DATASETS AND COPYBOOKS AGREE           00260001
      *                      4 = A TOPIC'S DD COULD NOT BE OPENED -     00270001
      *                    CONTINUATION RECORDS - ONLY BASE RECORDS     00569303
      *                    ARE COMPARED, SINCE THE COPYBOOKS HOLD       00569403
      *                    ONE-RECORD QUESTIONS ONLY                    00569503
      *    2026-10-15 PAK  TOPICS, DD NAMES AND FALLBACK COPYBOOKS NOW  00569604
      *                    COME FROM THE QZTOPICS CATALOG - THE FOUR    00569704
      *                    PROC-LOAD-FALLBACK-xxx PARAGRAPHS ARE ONE    00569804
      *                    PROC-LOAD-FALLBACK DRIVEN BY THE CATALOG     00569904
      *    2026-10-15 PAK  BANK RECORDS GREW THE 4-BYTE SUBJECT-AREA    00570005
      *                    CODE (QAF-AREA, RECORD NOW 165 BYTES). THE   00570105
      *                    AREA IS NOT COMPARED - THE COMPILED-IN       00570205
      *                    FALLBACKS CARRY NONE                         00570305
      ******************************************************************00570001
       ENVIRONMENT DIVISION.                                            00580001
       INPUT-OUTPUT SECTION.                                            00590001
           SELECT QAF-FILE ASSIGN TO DYNAMIC WS-QAF-DDNAME              00610001
              ORGANIZATION IS SEQUENTIAL                                00620001
              FILE STATUS IS WS-QAF-STATUS.                             00630001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00631004
              ORGANIZATION IS SEQUENTIAL                                00632004
              FILE STATUS IS WS-TOP-STATUS.                             00633004
      ******************************************************************00640001
       DATA DIVISION.                                                   00650001
       FILE SECTION.                                                    00660001
       FD  QAF-FILE                                                     00670001
           RECORDING MODE F                                             00680001
           RECORD CONTAINS 165 CHARACTERS                               00681005
           LABEL RECORDS ARE STANDARD.                                  00700001
       01  QAF-RECORD.                                                  00710001
           05 QAF-Q            PIC   X(50).                             00720001
           05 QAF-E            PIC   X(60).                             00760001
           05 QAF-S            PIC   X.                                 00765002
           05 QAF-T            PIC   X.                                 00767503
           05 QAF-AREA         PIC   X(4).                              00767605
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00767704
       FD  TOP-FILE                                                     00767804
           RECORDING MODE F                                             00767904
           RECORD CONTAINS 80 CHARACTERS                                00768004
           LABEL RECORDS ARE STANDARD.                                  00768104
       01  TOP-RECORD.                                                  00768204
           05 TOP-TOPIC          PIC   X(8).                            00768304
           05 FILLER             PIC   X.                               00768404
           05 TOP-PASS-PCT       PIC   9(3).                            00768504
           05 FILLER             PIC   X.                               00768604
           05 TOP-BORDER-PCT     PIC   9(3).                            00768704
           05 FILLER             PIC   X.                               00768804
           05 TOP-FRESH-DAYS     PIC   9(3).                            00768904
           05 FILLER             PIC   X.                               00769004
           05 TOP-MAX-FAILS      PIC   9.                               00769104
           05 FILLER             PIC   X.                               00769204
           05 TOP-DDNAME         PIC   X(8).                            00769304
           05 FILLER             PIC   X.                               00769404
           05 TOP-MIXED          PIC   X.                               00769504
           05 FILLER             PIC   X.                               00769604
           05 TOP-FALLBACK       PIC   X(8).                            00769704
           05 FILLER             PIC   X(38).                           00769804
      ******************************************************************00770001
       WORKING-STORAGE SECTION.                                         00780001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00790001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     00800001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00801004
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE 'QAFILE'.                 00810001
       01 WS-TOPIC          PIC   X(8)  VALUE 'OPER'.                   00820001
      * --------------------------------------------------------------- 00830001
       01 WS-TOPIC-IDX      PIC   9(3)  USAGE IS COMP.                  01170001
       01 WS-DRIFT-COUNT    PIC   9(5)  USAGE IS COMP VALUE 0.          01180001
       01 WS-SKIP-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.          01190001
      * --------------------------------------------------------------- 01190404
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        01190804
       01 WS-CAT-DEFAULTS.                                              01191204
        05 FILLER            PIC   X(25)                                01191604
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         01192004
        05 FILLER            PIC   X(25)                                01192404
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         01192804
        05 FILLER            PIC   X(25)                                01193204
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         01193604
        05 FILLER            PIC   X(25)                                01194004
                             VALUE 'CICS    QACICS  YCPBQAC05'.         01194404
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               01194804
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                01195204
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01195604
       01 WS-CAT-TABLE.                                                 01196004
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                01196404
           10 WS-CAT-TOPIC    PIC   X(8).                               01196804
           10 WS-CAT-DDNAME   PIC   X(8).                               01197204
           10 WS-CAT-MIXED    PIC   X.                                  01197604
           10 WS-CAT-FALLBACK PIC   X(8).                               01198004
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  01198404
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   01198804
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          01199204
      ******************************************************************01200001
       PROCEDURE DIVISION.                                              01210001
           DISPLAY WS-HLINE                                             01220001
           DISPLAY 'QUESTION-BANK RECONCILIATION - DATASET VS ',        01230001
              'BUILT-IN FALLBACK'                                       01240001
           DISPLAY WS-HLINE                                             01250001
           PERFORM PROC-LOAD-CATALOG                                    01251004
           PERFORM PROC-RECONCILE-TOPIC                                 01260001
              VARYING WS-TOPIC-IDX FROM 1 BY 1                          01270001
              UNTIL WS-TOPIC-IDX > WS-CAT-COUNT                         01271004
           DISPLAY WS-HLINE                                             01290001
           DISPLAY 'DIFFERENCES FOUND: ', WS-DRIFT-COUNT                01300001
           DISPLAY 'TOPICS SKIPPED:    ', WS-SKIP-COUNT                 01310001
           GOBACK.                                                      01440001
      ******************************************************************01450001
       PROC-RECONCILE-TOPIC.                                            01460001
           MOVE WS-CAT-TOPIC(WS-TOPIC-IDX)  TO WS-TOPIC                 01461004
           MOVE WS-CAT-DDNAME(WS-TOPIC-IDX) TO WS-QAF-DDNAME            01462004
           DISPLAY ' '                                                  01570001
           DISPLAY 'TOPIC: ', WS-TOPIC, ' (DD ', WS-QAF-DDNAME, ')'     01580001
           IF WS-CAT-FALLBACK(WS-TOPIC-IDX)(1:6) NOT = 'CPBQAC'         01581004
              DISPLAY '   NO BUILT-IN FALLBACK - NOTHING TO RECONCILE'  01582004
              EXIT PARAGRAPH                                            01583004
           END-IF                                                       01584004
           PERFORM PROC-LOAD-COPYBOOK                                   01590001
           PERFORM PROC-LOAD-DATASET                                    01600001
           IF WS-QAF-STATUS = '00'                                      01610001
      *    EVERY MEMBER TARGETS THE SAME WS-QA-TABLE NAMES.             01680001
       PROC-LOAD-COPYBOOK.                                              01690001
           MOVE 0 TO WS-Q-AMOUNT                                        01700001
           PERFORM PROC-LOAD-FALLBACK                                   01701004
           MOVE WS-Q-AMOUNT TO WS-CPY-COUNT                             01770001
           PERFORM VARYING WS-CX FROM 1 BY 1                            01780001
              UNTIL WS-CX > WS-CPY-COUNT                                01790001
           END-PERFORM                                                  01840001
           EXIT.                                                        01850001
      ******************************************************************01860001
      *    THE TOPIC'S COMPILED-IN BANK, AS NAMED BY ITS CATALOG        01861004
      *    ENTRY - SAME MEMBERS PROC-LOAD-FALLBACK IN ORQMOD02 USES.    01862004
       PROC-LOAD-FALLBACK.                                              01863004
           EVALUATE WS-CAT-FALLBACK(WS-TOPIC-IDX)                       01864004
              WHEN 'CPBQAC02'                                           01865004
                 COPY CPBQAC02.                                         01866004
              WHEN 'CPBQAC03'                                           01867004
                 COPY CPBQAC03.                                         01868004
              WHEN 'CPBQAC04'                                           01869004
                 COPY CPBQAC04.                                         01870004
              WHEN 'CPBQAC05'                                           01871004
                 COPY CPBQAC05.                                         01872004
              WHEN OTHER                                                01873004
                 DISPLAY '   FALLBACK ', WS-CAT-FALLBACK(WS-TOPIC-IDX), 01874004
                    ' IS NOT COMPILED INTO THIS PROGRAM'                01875004
           END-EVALUATE                                                 01876004
           EXIT.                                                        02010001
      ******************************************************************02020001
       PROC-LOAD-DATASET.                                               02030001
                 ' ', WS-CPY-Q(WS-CX)                                   02980001
           END-IF                                                       02990001
           EXIT.                                                        03000001
      ******************************************************************03000104
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   03000204
       PROC-LOAD-CATALOG.                                               03000304
           MOVE 4 TO WS-CAT-COUNT                                       03000404
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       03000504
              UNTIL WS-CAT-IDX > 4                                      03000604
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  03000704
           END-PERFORM                                                  03000804
           OPEN INPUT TOP-FILE                                          03000904
           IF WS-TOP-STATUS = '00'                                      03001004
              PERFORM PROC-LOAD-CATALOG-REC                             03001104
                 UNTIL WS-TOP-STATUS NOT = '00'                         03001204
              CLOSE TOP-FILE                                            03001304
           END-IF                                                       03001404
           MOVE '00' TO WS-TOP-STATUS                                   03001504
           EXIT.                                                        03001604
      ******************************************************************03001704
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  03001804
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    03001904
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          03002004
       PROC-LOAD-CATALOG-REC.                                           03002104
           READ TOP-FILE                                                03002204
           IF WS-TOP-STATUS NOT = '00'                                  03002304
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              03002404
              EXIT PARAGRAPH                                            03002504
           END-IF                                                       03002604
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 03002704
           PERFORM PROC-FIND-CATALOG                                    03002804
           IF WS-CAT-HIT = 0                                            03002904
              IF WS-CAT-COUNT = 20                                      03003004
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   03003104
                    ' IGNORED'                                          03003204
                 EXIT PARAGRAPH                                         03003304
              END-IF                                                    03003404
              ADD 1 TO WS-CAT-COUNT                                     03003504
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           03003604
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                03003704
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  03003804
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  03003904
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         03004004
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      03004104
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                03004204
           END-IF                                                       03004304
           IF TOP-DDNAME NOT = SPACES                                   03004404
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              03004504
           END-IF                                                       03004604
           IF TOP-MIXED NOT = SPACE                                     03004704
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                03004804
           END-IF                                                       03004904
           IF TOP-FALLBACK NOT = SPACES                                 03005004
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          03005104
           END-IF                                                       03005204
           EXIT.                                                        03005304
      ******************************************************************03005404
       PROC-FIND-CATALOG.                                               03005504
           MOVE 0 TO WS-CAT-HIT                                         03005604
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       03005704
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           03005804
              OR WS-CAT-HIT > 0                                         03005904
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  03006004
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          03006104
              END-IF                                                    03006204
           END-PERFORM                                                  03006304
           EXIT.                                                        03006404
       END PROGRAM QZBANKRC.                                            03010001
