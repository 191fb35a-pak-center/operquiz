      *          DOES NOT LIST ALL FOUR A) B) C) D) CHOICES, AND        00170001
      *          QUESTION TEXT DUPLICATING AN EARLIER RECORD. ALSO      00180001
      *          FLAGS AN EMPTY BANK AND A BANK LARGER THAN THE         00190001
      *          QUESTION TABLE IN ORQMOD02 CAN LOAD. WHERE THE TOPIC   00191007
      *          HAS A QZBLUEPR EXAM BLUEPRINT, ALSO CHECKS THAT THE    00192007
      *          ACTIVE QUESTIONS CAN FILL EVERY SUBJECT-AREA QUOTA.    00193007
      *                                                                 00210001
      *    INFO                                                         00220001
      *          JCL PARM IS A TOPIC FROM THE QZTOPICS CATALOG (OPER,   00221006
      *          JCL, VSAM, CICS OR ANY TOPIC ADDED SINCE) OR THE       00222006
      *          QAxxxx DD NAME ITSELF - E.G. PARM='VSAM' AND           00223006
      *          PARM='QAVSAM' BOTH CHECK THE QAVSAM DD. NO PARM        00224006
      *          CHECKS THE OPER BANK (QAFILE).                         00225006
      *                                                                 00270001
      *          RETURN-CODE 0 = BANK IS CLEAN                          00280001
      *                      4 = WARNINGS ONLY (E.G. A BLANK            00285003
      *                    PACKED-TEXT A)-D) CHECK STILL RUNS WHEN      00491105
      *                    THE PACKED TEXT IS PRESENT). TABLE-LIMIT     00491205
      *                    AND ACTIVE COUNTS NOW COUNT BASE RECORDS     00491305
      *    2026-10-15 PAK  THE TOPIC-TO-DD MAPPING NOW COMES FROM THE   00492306
      *                    QZTOPICS CATALOG, SO A NEW TOPIC NEEDS NO    00493306
      *                    CHANGE HERE                                  00494306
      *    2026-10-15 PAK  BANK RECORDS GREW A 4-BYTE SUBJECT-AREA      00495307
      *                    CODE (QAF-AREA, RECORD NOW 165 BYTES). AN    00496307
      *                    AREA NOT STARTING IN ITS FIRST BYTE IS A     00497307
      *                    DEFECT. WHEN THE TOPIC HAS A QZBLUEPR        00498307
      *                    BLUEPRINT (THE STAGING DD IS MAPPED BACK TO  00499307
      *                    ITS TOPIC TOO): A BLANK OR UNLISTED AREA IS  00500307
      *                    A WARNING, AND A QUOTA THE ACTIVE QUESTIONS  00501307
      *                    CANNOT FILL, OR QUOTAS TOTALLING MORE THAN   00502307
      *                    THE 20-QUESTION EXAM, IS A DEFECT - THE QUIZ 00503307
      *                    WOULD REFUSE TO START                        00504307
      *    2026-10-15 PAK  A LANGUAGE VARIANT BANK (QZLANGS) OR ITS     00505308
      *                    STAGING TWIN IS MAPPED BACK TO ITS TOPIC     00506308
      *                    TOO, SO A TRANSLATION IS HELD TO THE SAME    00507308
      *                    BLUEPRINT AS THE PRIMARY BANK                00508308
      *    2026-10-15 PAK  STAGING TWIN OF A BANK DD NOW DERIVED AS     00509306
      *                    QZBANKMT AND QZBANKPR DERIVE IT - ONLY A QA  00510306
      *                    NAME HAS ITS PREFIX REPLACED, ANY OTHER IS   00511306
      *                    PREFIXED WITH QS                             00512306
      ******************************************************************00490001
       ENVIRONMENT DIVISION.                                            00500001
       INPUT-OUTPUT SECTION.                                            00510001
           SELECT QAF-FILE ASSIGN TO DYNAMIC WS-QAF-DDNAME              00530001
              ORGANIZATION IS SEQUENTIAL                                00540001
              FILE STATUS IS WS-QAF-STATUS.                             00550001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00551006
              ORGANIZATION IS SEQUENTIAL                                00552006
              FILE STATUS IS WS-TOP-STATUS.                             00553006
           SELECT BLU-FILE ASSIGN TO "QZBLUEPR"                         00554007
              ORGANIZATION IS SEQUENTIAL                                00555007
              FILE STATUS IS WS-BLU-STATUS.                             00556007
           SELECT LNG-FILE ASSIGN TO "QZLANGS"                          00557008
              ORGANIZATION IS SEQUENTIAL                                00558008
              FILE STATUS IS WS-LNG-STATUS.                             00559008
      ******************************************************************00560001
       DATA DIVISION.                                                   00570001
       FILE SECTION.                                                    00580001
       FD  QAF-FILE                                                     00590001
           RECORDING MODE F                                             00600001
           RECORD CONTAINS 165 CHARACTERS                               00601007
           LABEL RECORDS ARE STANDARD.                                  00620001
       01  QAF-RECORD.                                                  00630001
           05 QAF-Q            PIC   X(50).                             00640001
           05 QAF-E            PIC   X(60).                             00667503
           05 QAF-S            PIC   X.                                 00668804
           05 QAF-T            PIC   X.                                 00669105
           05 QAF-AREA         PIC   X(4).                              00669207
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00669306
      *    ONLY THE TOPIC AND DD NAME ARE USED HERE.                    00669406
       FD  TOP-FILE                                                     00669506
           RECORDING MODE F                                             00669606
           RECORD CONTAINS 80 CHARACTERS                                00669706
           LABEL RECORDS ARE STANDARD.                                  00669806
       01  TOP-RECORD.                                                  00669906
           05 TOP-TOPIC          PIC   X(8).                            00670006
           05 FILLER             PIC   X.                               00670106
           05 TOP-PASS-PCT       PIC   9(3).                            00670206
           05 FILLER             PIC   X.                               00670306
           05 TOP-BORDER-PCT     PIC   9(3).                            00670406
           05 FILLER             PIC   X.                               00670506
           05 TOP-FRESH-DAYS     PIC   9(3).                            00670606
           05 FILLER             PIC   X.                               00670706
           05 TOP-MAX-FAILS      PIC   9.                               00670806
           05 FILLER             PIC   X.                               00670906
           05 TOP-DDNAME         PIC   X(8).                            00671006
           05 FILLER             PIC   X.                               00671106
           05 TOP-MIXED          PIC   X.                               00671206
           05 FILLER             PIC   X.                               00671306
           05 TOP-FALLBACK       PIC   X(8).                            00671406
           05 FILLER             PIC   X(38).                           00671506
      *    EXAM BLUEPRINT - SAME LAYOUT AS THE BLU-FILE FD IN ORQMOD02. 00671607
       FD  BLU-FILE                                                     00671707
           RECORDING MODE F                                             00671807
           RECORD CONTAINS 80 CHARACTERS                                00671907
           LABEL RECORDS ARE STANDARD.                                  00672007
       01  BLU-RECORD.                                                  00672107
           05 BLU-TOPIC          PIC   X(8).                            00672207
           05 FILLER             PIC   X.                               00672307
           05 BLU-AREA           PIC   X(4).                            00672407
           05 FILLER             PIC   X.                               00672507
           05 BLU-COUNT          PIC   9(2).                            00672607
           05 FILLER             PIC   X.                               00672707
           05 BLU-DESC           PIC   X(30).                           00672807
           05 FILLER             PIC   X(33).                           00672907
      *    LANGUAGE VARIANTS - SAME LAYOUT AS THE LNG-FILE FD IN        00673008
      *    ORQMOD02.                                                    00673108
       FD  LNG-FILE                                                     00673208
           RECORDING MODE F                                             00673308
           RECORD CONTAINS 80 CHARACTERS                                00673408
           LABEL RECORDS ARE STANDARD.                                  00673508
       01  LNG-RECORD.                                                  00673608
           05 LNG-TOPIC          PIC   X(8).                            00673708
           05 FILLER             PIC   X.                               00673808
           05 LNG-CODE           PIC   X(2).                            00673908
           05 FILLER             PIC   X.                               00674008
           05 LNG-DDNAME         PIC   X(8).                            00674108
           05 FILLER             PIC   X.                               00674208
           05 LNG-DESC           PIC   X(20).                           00674308
           05 FILLER             PIC   X(39).                           00674408
      ******************************************************************00670001
       WORKING-STORAGE SECTION.                                         00680001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00690001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     00700001
          88 WS-QAF-EOF             VALUE '10'.                         00710001
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE 'QAFILE'.                 00720001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00721006
       01 WS-BLU-STATUS     PIC   XX    VALUE '00'.                     00722007
       01 WS-LNG-STATUS     PIC   XX    VALUE '00'.                     00723008
      *    SAME CAPACITY AS WS-QA-TABLE IN ORQMOD02 - A BANK LARGER     00730001
      *    THAN THIS LOADS ONLY PARTIALLY AT QUIZ TIME, SO IT IS A      00740001
      *    PROMOTE-STOPPING DEFECT HERE.                                00750001
         10 WS-SEEN-ID                 PIC   X(8).                      00857002
         10 WS-SEEN-REC                PIC   9(5).                      00858001
       01 WS-SEEN-COUNT     PIC   9(3)  USAGE IS COMP VALUE 0.          00870001
      * --------------------------------------------------------------- 00870206
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        00870406
       01 WS-CAT-DEFAULTS.                                              00870606
        05 FILLER            PIC   X(25)                                00870806
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         00871006
        05 FILLER            PIC   X(25)                                00871206
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         00871406
        05 FILLER            PIC   X(25)                                00871606
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         00871806
        05 FILLER            PIC   X(25)                                00872006
                             VALUE 'CICS    QACICS  YCPBQAC05'.         00872206
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               00872406
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                00872606
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          00872806
       01 WS-CAT-TABLE.                                                 00873006
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                00873206
           10 WS-CAT-TOPIC    PIC   X(8).                               00873406
           10 WS-CAT-DDNAME   PIC   X(8).                               00873606
           10 WS-CAT-MIXED    PIC   X.                                  00873806
           10 WS-CAT-FALLBACK PIC   X(8).                               00874006
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  00874206
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   00874406
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          00874606
       01 WS-STAGE-DDNAME   PIC   X(8)  VALUE SPACES.                   00874807
       01 WS-LIVE-DDNAME    PIC   X(8)  VALUE SPACES.                   00875006
      * --------------------------------------------------------------- 00875207
      *    THE TOPIC'S EXAM BLUEPRINT AND THE ACTIVE QUESTIONS SEEN IN  00875407
      *    EACH OF ITS AREAS. WS-EXAM-LIMIT IS THE MOST ORQMOD02 ASKS   00875607
      *    IN ONE SITTING, SO QUOTAS TOTALLING MORE CAN NEVER BE MET.   00875807
       01 WS-EXAM-LIMIT     PIC   9(3)  USAGE IS COMP VALUE 20.         00876007
       01 WS-BLU-TOPIC      PIC   X(8)  VALUE SPACES.                   00876207
       01 WS-BLU-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          00876407
       01 WS-BLU-IDX        PIC   9(3)  USAGE IS COMP.                  00876607
       01 WS-BLU-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          00876807
       01 WS-BLU-KEY        PIC   X(4)  VALUE SPACES.                   00877007
       01 WS-BLU-TOTAL      PIC   9(5)  USAGE IS COMP VALUE 0.          00877207
       01 WS-BLU-TABLE.                                                 00877407
        05 WS-BLU-ENTRY OCCURS 20 TIMES.                                00877607
           10 WS-BLU-AREA     PIC   X(4).                               00877807
           10 WS-BLU-QUOTA    PIC   9(2).                               00878007
           10 WS-BLU-HAVE     PIC   9(5)  USAGE IS COMP.                00878207
      ******************************************************************00880001
       LINKAGE SECTION.                                                 00890001
       01 PARM-BUFFER.                                                  00900001
           PERFORM PROC-PARSE-PARM                                      00950001
           DISPLAY WS-HLINE                                             00960001
           DISPLAY 'QUESTION-BANK VALIDATION - DD: ', WS-QAF-DDNAME     00970001
           IF WS-BLU-COUNT > 0                                          00971007
              DISPLAY 'EXAM BLUEPRINT: ', WS-BLU-TOPIC, ' (',           00972007
                 WS-BLU-COUNT, ' SUBJECT AREAS)'                        00973007
           END-IF                                                       00974007
           DISPLAY WS-HLINE                                             00980001
           OPEN INPUT QAF-FILE                                          00990001
           IF WS-QAF-STATUS NOT = '00'                                  01000001
           PERFORM PROC-PRINT-SUMMARY                                   01110001
           GOBACK.                                                      01120001
      ******************************************************************01130001
      *    THE PARM NAMES THE BANK TO CHECK - EITHER A CATALOG TOPIC    01131006
      *    OR THE QAxxxx DD NAME ITSELF. NO PARM MEANS THE DEFAULT      01132006
      *    OPERATOR-CONSOLE BANK.                                       01133006
       PROC-PARSE-PARM.                                                 01170001
           PERFORM PROC-LOAD-CATALOG                                    01171006
           MOVE 'OPER' TO WS-CAT-KEY                                    01172006
           IF PARM-LENGTH > 0                                           01180001
              MOVE FUNCTION UPPER-CASE(PARM-DATA) TO PARM-DATA          01190001
              MOVE PARM-DATA(1:PARM-LENGTH) TO WS-CAT-KEY               01191006
           END-IF                                                       01280001
           PERFORM PROC-FIND-CATALOG                                    01280106
           IF WS-CAT-HIT > 0                                            01280206
              MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-QAF-DDNAME           01280306
           ELSE                                                         01280406
              MOVE PARM-DATA(1:PARM-LENGTH) TO WS-QAF-DDNAME            01280506
           END-IF                                                       01280606
      *    THE BLUEPRINT IS KEPT BY TOPIC - A DD NAME, LIVE OR THE      01280707
      *    QSxxxx STAGING TWIN QZBANKPR CHECKS, IS MAPPED BACK TO IT.   01280807
           MOVE SPACES TO WS-BLU-TOPIC                                  01280907
           IF WS-CAT-HIT > 0                                            01281007
              MOVE WS-CAT-TOPIC(WS-CAT-HIT) TO WS-BLU-TOPIC             01281107
           ELSE                                                         01281207
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                    01281307
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT                        01281407
                 MOVE WS-CAT-DDNAME(WS-CAT-IDX) TO WS-LIVE-DDNAME       01281506
                 PERFORM PROC-STAGE-DDNAME                              01281606
                 IF WS-CAT-DDNAME(WS-CAT-IDX) = WS-QAF-DDNAME           01281707
                    OR WS-STAGE-DDNAME = WS-QAF-DDNAME                  01281807
                    MOVE WS-CAT-TOPIC(WS-CAT-IDX) TO WS-BLU-TOPIC       01281907
                    MOVE WS-CAT-COUNT TO WS-CAT-IDX                     01282007
                 END-IF                                                 01282107
              END-PERFORM                                               01282207
           END-IF                                                       01282307
           IF WS-BLU-TOPIC = SPACES                                     01282408
              PERFORM PROC-MAP-VARIANT                                  01282508
           END-IF                                                       01282608
           PERFORM PROC-LOAD-BLUEPRINT                                  01282707
           EXIT.                                                        01282808
      ******************************************************************01282908
      *    A DD NAME THAT IS NO CATALOG BANK MAY BE A LANGUAGE VARIANT  01283008
      *    (OR ITS STAGING TWIN) - ITS QZLANGS RECORD NAMES THE TOPIC.  01283108
       PROC-MAP-VARIANT.                                                01283208
           OPEN INPUT LNG-FILE                                          01283308
           IF WS-LNG-STATUS = '00'                                      01283408
              PERFORM PROC-MAP-VARIANT-REC                              01283508
                 UNTIL WS-LNG-STATUS NOT = '00'                         01283608
                 OR WS-BLU-TOPIC NOT = SPACES                           01283708
              CLOSE LNG-FILE                                            01283808
           END-IF                                                       01283908
           MOVE '00' TO WS-LNG-STATUS                                   01284008
           EXIT.                                                        01284108
      ******************************************************************01284208
       PROC-MAP-VARIANT-REC.                                            01284308
           READ LNG-FILE                                                01284408
           IF WS-LNG-STATUS NOT = '00'                                  01284508
              OR LNG-DDNAME = SPACES                                    01284608
              EXIT PARAGRAPH                                            01284708
           END-IF                                                       01284808
           MOVE LNG-DDNAME TO WS-LIVE-DDNAME                            01284906
           PERFORM PROC-STAGE-DDNAME                                    01285006
           IF LNG-DDNAME = WS-QAF-DDNAME                                01285108
              OR WS-STAGE-DDNAME = WS-QAF-DDNAME                        01285208
              MOVE LNG-TOPIC TO WS-BLU-TOPIC                            01285308
           END-IF                                                       01285406
           EXIT.                                                        01285506
      ******************************************************************01285606
      *    THE STAGING TWIN OF WS-LIVE-DDNAME, DERIVED THE WAY QZBANKMT 01285706
      *    AND QZBANKPR DERIVE IT - QAxxxxxx BECOMES QSxxxxxx, ANY      01285806
      *    OTHER NAME IS PREFIXED WITH QS.                              01285906
       PROC-STAGE-DDNAME.                                               01286006
           MOVE SPACES TO WS-STAGE-DDNAME                               01286106
           IF WS-LIVE-DDNAME(1:2) = 'QA'                                01286206
              STRING 'QS' WS-LIVE-DDNAME(3:6) DELIMITED BY SIZE         01286306
                 INTO WS-STAGE-DDNAME                                   01286406
           ELSE                                                         01286506
              STRING 'QS' WS-LIVE-DDNAME DELIMITED BY SPACE             01286606
                 INTO WS-STAGE-DDNAME                                   01286706
           END-IF                                                       01286808
           EXIT.                                                        01286907
      ******************************************************************01287007
      *    THE TOPIC'S QZBLUEPR RECORDS, READ AS ORQMOD02 READS THEM -  01287107
      *    A REPEATED AREA REPLACES THE EARLIER QUOTA. NO DATASET OR NO 01287207
      *    RECORDS FOR THE TOPIC MEANS NO BLUEPRINT CHECKS.             01287307
       PROC-LOAD-BLUEPRINT.                                             01287407
           MOVE 0 TO WS-BLU-COUNT                                       01287507
           IF WS-BLU-TOPIC = SPACES                                     01287607
              EXIT PARAGRAPH                                            01287707
           END-IF                                                       01287807
           OPEN INPUT BLU-FILE                                          01287907
           IF WS-BLU-STATUS = '00'                                      01288007
              PERFORM PROC-LOAD-BLUEPRINT-REC                           01288107
                 UNTIL WS-BLU-STATUS NOT = '00'                         01288207
              CLOSE BLU-FILE                                            01288307
           END-IF                                                       01288407
           MOVE '00' TO WS-BLU-STATUS                                   01288507
           EXIT.                                                        01288607
      ******************************************************************01288707
       PROC-LOAD-BLUEPRINT-REC.                                         01288807
           READ BLU-FILE                                                01288907
           IF WS-BLU-STATUS NOT = '00'                                  01289007
              OR BLU-TOPIC NOT = WS-BLU-TOPIC                           01289107
              OR BLU-AREA = SPACES                                      01289207
              EXIT PARAGRAPH                                            01289307
           END-IF                                                       01289407
           IF BLU-COUNT NOT NUMERIC                                     01289507
              ADD 1 TO WS-DEFECT-COUNT                                  01289607
              DISPLAY 'QZBLUEPR ', BLU-TOPIC, ' AREA ', BLU-AREA,       01289707
                 ': QUOTA "', BLU-COUNT, '" IS NOT NUMERIC'             01289807
              EXIT PARAGRAPH                                            01289907
           END-IF                                                       01290007
           MOVE BLU-AREA TO WS-BLU-KEY                                  01290107
           PERFORM PROC-FIND-BLUEPRINT                                  01290207
           IF WS-BLU-HIT = 0                                            01290307
              IF WS-BLU-COUNT = 20                                      01290407
                 ADD 1 TO WS-DEFECT-COUNT                               01290507
                 DISPLAY 'QZBLUEPR ', BLU-TOPIC, ' HAS MORE THAN 20 ',  01290607
                    'AREAS - ', BLU-AREA, ' IS IGNORED BY THE QUIZ'     01290707
                 EXIT PARAGRAPH                                         01290807
              END-IF                                                    01290907
              ADD 1 TO WS-BLU-COUNT                                     01291007
              MOVE WS-BLU-COUNT TO WS-BLU-HIT                           01291107
              MOVE BLU-AREA TO WS-BLU-AREA(WS-BLU-HIT)                  01291207
              MOVE 0 TO WS-BLU-HAVE(WS-BLU-HIT)                         01291307
           END-IF                                                       01291407
           MOVE BLU-COUNT TO WS-BLU-QUOTA(WS-BLU-HIT)                   01291507
           EXIT.                                                        01291607
      ******************************************************************01291707
       PROC-FIND-BLUEPRINT.                                             01291807
           MOVE 0 TO WS-BLU-HIT                                         01291907
           PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                       01292007
              UNTIL WS-BLU-IDX > WS-BLU-COUNT                           01292107
              OR WS-BLU-HIT > 0                                         01292207
              IF WS-BLU-AREA(WS-BLU-IDX) = WS-BLU-KEY                   01292307
                 MOVE WS-BLU-IDX TO WS-BLU-HIT                          01292407
              END-IF                                                    01292507
           END-PERFORM                                                  01292607
           EXIT.                                                        01292706
      ******************************************************************01292806
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   01292906
       PROC-LOAD-CATALOG.                                               01293006
           MOVE 4 TO WS-CAT-COUNT                                       01293106
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       01293206
              UNTIL WS-CAT-IDX > 4                                      01293306
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  01293406
           END-PERFORM                                                  01293506
           OPEN INPUT TOP-FILE                                          01293606
           IF WS-TOP-STATUS = '00'                                      01293706
              PERFORM PROC-LOAD-CATALOG-REC                             01293806
                 UNTIL WS-TOP-STATUS NOT = '00'                         01293906
              CLOSE TOP-FILE                                            01294006
           END-IF                                                       01294106
           MOVE '00' TO WS-TOP-STATUS                                   01294206
           EXIT.                                                        01294306
      ******************************************************************01294406
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  01294506
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    01294606
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          01294706
       PROC-LOAD-CATALOG-REC.                                           01294806
           READ TOP-FILE                                                01294906
           IF WS-TOP-STATUS NOT = '00'                                  01295006
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              01295106
              EXIT PARAGRAPH                                            01295206
           END-IF                                                       01295306
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 01295406
           PERFORM PROC-FIND-CATALOG                                    01295506
           IF WS-CAT-HIT = 0                                            01295606
              IF WS-CAT-COUNT = 20                                      01295706
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   01295806
                    ' IGNORED'                                          01295906
                 EXIT PARAGRAPH                                         01296006
              END-IF                                                    01296106
              ADD 1 TO WS-CAT-COUNT                                     01296206
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           01296306
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                01296406
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  01296506
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  01296606
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         01296706
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      01296806
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                01296906
           END-IF                                                       01297006
           IF TOP-DDNAME NOT = SPACES                                   01297106
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              01297206
           END-IF                                                       01297306
           IF TOP-MIXED NOT = SPACE                                     01297406
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                01297506
           END-IF                                                       01297606
           IF TOP-FALLBACK NOT = SPACES                                 01297706
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          01297806
           END-IF                                                       01297906
           EXIT.                                                        01298006
      ******************************************************************01298106
       PROC-FIND-CATALOG.                                               01298206
           MOVE 0 TO WS-CAT-HIT                                         01298306
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       01298406
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           01298506
              OR WS-CAT-HIT > 0                                         01298606
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  01298706
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          01298806
              END-IF                                                    01298906
           END-PERFORM                                                  01299006
           EXIT.                                                        01290001
      ******************************************************************01300001
       PROC-READ-BANK.                                                  01310001
                 DISPLAY '   STATUS IS "', QAF-S,                       01641205
                    '" - MUST BE A, D, R OR BLANK'                      01641305
           END-EVALUATE                                                 01641405
           PERFORM PROC-CHECK-AREA                                      01641507
      *    A MISSING EXPLANATION DOES NOT STOP THE QUIZ, BUT THE        01641505
      *    REVIEW SHEET WILL HAVE NOTHING TO TEACH WITH - WARN.         01641605
           IF QAF-E = SPACES                                            01641705
           MOVE QAF-ID TO WS-PEND-ID                                    01642505
           MOVE QAF-A  TO WS-PEND-A                                     01642605
           MOVE SPACES TO WS-PEND-SEEN                                  01642705
           EXIT.                                                        01642807
      ******************************************************************01642907
      *    THE SUBJECT AREA STARTS IN ITS FIRST BYTE OR IS BLANK. UNDER 01643007
      *    A BLUEPRINT A QUESTION WITH NO AREA, OR ONE THE BLUEPRINT    01643107
      *    DOES NOT NAME, CAN NEVER COUNT TOWARDS A QUOTA - WARN; AN    01643207
      *    ACTIVE QUESTION IN A LISTED AREA COUNTS TOWARDS ITS QUOTA.   01643307
       PROC-CHECK-AREA.                                                 01643407
           IF QAF-AREA NOT = SPACES AND QAF-AREA(1:1) = SPACE           01643507
              PERFORM PROC-LOG-DEFECT                                   01643607
              DISPLAY '   SUBJECT AREA "', QAF-AREA,                    01643707
                 '" MUST START IN THE FIRST POSITION'                   01643807
              EXIT PARAGRAPH                                            01643907
           END-IF                                                       01644007
           IF WS-BLU-COUNT = 0                                          01644107
              EXIT PARAGRAPH                                            01644207
           END-IF                                                       01644307
           IF QAF-AREA = SPACES                                         01644407
              ADD 1 TO WS-WARN-COUNT                                    01644507
              DISPLAY 'RECORD ', WS-REC-NUM-EDIT,                       01644607
                 ': WARNING - NO SUBJECT AREA UNDER THE ',              01644707
                 WS-BLU-TOPIC, ' BLUEPRINT'                             01644807
              EXIT PARAGRAPH                                            01644907
           END-IF                                                       01645007
           MOVE QAF-AREA TO WS-BLU-KEY                                  01645107
           PERFORM PROC-FIND-BLUEPRINT                                  01645207
           IF WS-BLU-HIT = 0                                            01645307
              ADD 1 TO WS-WARN-COUNT                                    01645407
              DISPLAY 'RECORD ', WS-REC-NUM-EDIT,                       01645507
                 ': WARNING - SUBJECT AREA ', QAF-AREA,                 01645607
                 ' IS NOT IN THE ', WS-BLU-TOPIC, ' BLUEPRINT'          01645707
           ELSE                                                         01645807
              IF QAF-S = 'A' OR QAF-S = SPACE                           01645907
                 ADD 1 TO WS-BLU-HAVE(WS-BLU-HIT)                       01646007
              END-IF                                                    01646107
           END-IF                                                       01646207
           EXIT.                                                        01642805
      ******************************************************************01642905
      *    A CONTINUATION RECORD - IT MUST FOLLOW A BASE, NAME THE      01643005
                       WS-MIN-ACTIVE, ') - REINSTATE OR ADD SOME'       02319204
              END-EVALUATE                                              02319304
           END-IF                                                       02319404
           IF WS-BLU-COUNT > 0                                          02319507
              PERFORM PROC-CHECK-BLUEPRINT                              02319607
           END-IF                                                       02319707
           EXIT.                                                        02319807
      ******************************************************************02319907
      *    THE SAME TEST ORQMOD02 MAKES BEFORE A BLUEPRINTED RUN - ANY  02320007
      *    QUOTA THE ACTIVE POOL CANNOT FILL, OR QUOTAS TOTALLING MORE  02320107
      *    THAN ONE SITTING HOLDS, AND THE QUIZ REFUSES TO START.       02320207
       PROC-CHECK-BLUEPRINT.                                            02320307
           MOVE 0 TO WS-BLU-TOTAL                                       02320407
           PERFORM VARYING WS-BLU-IDX FROM 1 BY 1                       02320507
              UNTIL WS-BLU-IDX > WS-BLU-COUNT                           02320607
              ADD WS-BLU-QUOTA(WS-BLU-IDX) TO WS-BLU-TOTAL              02320707
              IF WS-BLU-HAVE(WS-BLU-IDX) < WS-BLU-QUOTA(WS-BLU-IDX)     02320807
                 ADD 1 TO WS-DEFECT-COUNT                               02320907
                 DISPLAY 'BLUEPRINT AREA ', WS-BLU-AREA(WS-BLU-IDX),    02321007
                    ' NEEDS ', WS-BLU-QUOTA(WS-BLU-IDX),                02321107
                    ' QUESTIONS - ONLY ', WS-BLU-HAVE(WS-BLU-IDX),      02321207
                    ' ACTIVE IN THE BANK'                               02321307
              END-IF                                                    02321407
           END-PERFORM                                                  02321507
           IF WS-BLU-TOTAL > WS-EXAM-LIMIT                              02321607
              ADD 1 TO WS-DEFECT-COUNT                                  02321707
              DISPLAY 'BLUEPRINT QUOTAS TOTAL ', WS-BLU-TOTAL,          02321807
                 ' - ONE SITTING ASKS AT MOST ', WS-EXAM-LIMIT          02321907
           END-IF                                                       02322007
           EXIT.                                                        02320001
      ******************************************************************02330001
       PROC-PRINT-SUMMARY.                                              02340001
