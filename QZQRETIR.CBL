      *                                                                 00009001
      *    PURPOSE                                                      00010001
      *          BATCH RETIREMENT OF BAD QUESTIONS - CLOSES THE LOOP    00011001
      *          FROM QZITEMRP'S FINDINGS TO THE BANK. READS THE        00012065
      *          QUIZDTL ANSWER TRAIL, WORKS OUT EACH QUESTION'S MISS   00013001
      *          RATE FOR THE NAMED TOPIC, AND SETS THE LIFECYCLE       00014001
      *          STATUS (QAF-S) TO R FOR EVERY ACTIVE QUESTION WHOSE    00015001
      *          JOINING THE POOL. A QUESTION ASKED FEWER THAN          00018001
      *          WS-MIN-ASKED TIMES IS NEVER RETIRED ON STATISTICS      00019001
      *          THAT THIN.                                             00020001
      *          THE RETIREMENTS LAND ON THE TOPIC'S STAGING DD         00020165
      *          (QSxxxx, AS IN QZBANKMT) ON TOP OF ANY EDITS ALREADY   00020265
      *          PENDING THERE - THEY REACH THE QUIZ ONLY WHEN          00020365
      *          QZBANKPR PROMOTES THE STAGED BANK UNDER A SECOND       00020465
      *          USER'S APPROVAL.                                       00020565
      *                                                                 00021001
      *    INFO                                                         00022001
      *          JCL PARM IS THE TOPIC AND THE MISS-PERCENT             00023001
      *          THRESHOLD - E.G. PARM='VSAM,60' RETIRES EVERY          00024001
      *          ACTIVE QAVSAM QUESTION MISSED MORE THAN 60 PERCENT     00025001
      *          OF THE TIMES IT WAS ASKED. THE TOPIC IS ANY TOPIC IN   00025765
      *          THE QZTOPICS CATALOG, OR A QAxxxx DD NAME, AS IN       00026465
      *          QZBANKCK.                                              00027165
      *                                                                 00028001
      *          RETURN-CODE 0 = NOTHING OVER THE THRESHOLD             00029001
      *                      4 = QUESTIONS WERE RETIRED                 00030001
      *                                           VALIDATION            00051001
      *          UTILITY PGM       QZBANKMT.CBL   QUESTION-BANK         00052001
      *                                           MAINTENANCE           00053001
      *          UTILITY PGM       QZBANKPR.CBL   STAGED BANK PROMOTION 00053565
      *          UTILITY PGM       QZBANKRC.CBL   DATASET/COPYBOOK      00054001
      *                                           RECONCILIATION        00055001
      *          UTILITY PGM       QZCERTVF.CBL   CERTIFICATE SERIAL    00056001
      *                    RETIRED QUESTION IS APPENDED UNDER EDITOR    00075103
      *                    ID QZQRETIR, SO "WHO CHANGED OPER0004 AND    00075203
      *                    WHEN" HAS NO BLIND SPOT FOR THE BATCH PATH   00075303
      *    2026-10-15 PAK  THE TOPIC-TO-DD MAPPING NOW COMES FROM THE   00076365
      *                    QZTOPICS CATALOG, SO A NEW TOPIC NEEDS NO    00077365
      *                    CHANGE HERE                                  00078365
      *    2026-10-15 PAK  QUIZDTL GREW DTL-RELEASE (RECORD NOW 47      00079365
      *                    BYTES). RETIREMENTS ARE NOW WRITTEN TO THE   00080365
      *                    STAGING DD, NOT THE LIVE BANK - LOADED FROM  00081365
      *                    STAGING WHEN EDITS ARE PENDING THERE, ELSE   00082365
      *                    FROM LIVE - AND GO LIVE THROUGH QZBANKPR'S   00083365
      *                    TWO-PERSON PROMOTION LIKE ANY OTHER EDIT     00084365
      *    2026-10-15 PAK  BANK RECORDS GREW THE 4-BYTE SUBJECT-AREA    00085365
      *                    CODE (QAF-AREA, RECORD NOW 165 BYTES) - IT   00086365
      *                    IS CARRIED THROUGH THE REWRITE UNCHANGED AND 00087365
      *                    SHOWN IN THE BANKCHG IMAGES                  00088365
      ******************************************************************00075001
       ENVIRONMENT DIVISION.                                            00076001
       INPUT-OUTPUT SECTION.                                            00077001
           SELECT CHG-FILE ASSIGN TO "BANKCHG"                          00084403
              ORGANIZATION IS SEQUENTIAL                                00084503
              FILE STATUS IS WS-CHG-STATUS.                             00084603
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00084765
              ORGANIZATION IS SEQUENTIAL                                00084865
              FILE STATUS IS WS-TOP-STATUS.                             00084965
      ******************************************************************00085001
       DATA DIVISION.                                                   00086001
       FILE SECTION.                                                    00087001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       00088001
       FD  DTL-FILE                                                     00089001
           RECORDING MODE F                                             00090001
           RECORD CONTAINS 47 CHARACTERS                                00091065
           LABEL RECORDS ARE STANDARD.                                  00092001
       01  DTL-RECORD.                                                  00093001
           05 DTL-OPER-ID       PIC   X(8).                             00094001
           05 DTL-VERDICT       PIC   X.                                00101001
           05 DTL-SECS          PIC   9(4).                             00102001
           05 DTL-OVER          PIC   X.                                00103001
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            00103565
           05 DTL-RELEASE       PIC   9(5).                             00104065
      *    SAME 165-BYTE BANK LAYOUT AS ORQMOD02/QZBANKMT.              00104565
       FD  QAF-FILE                                                     00105001
           RECORDING MODE F                                             00106001
           RECORD CONTAINS 165 CHARACTERS                               00107065
           LABEL RECORDS ARE STANDARD.                                  00108001
       01  QAF-RECORD.                                                  00109001
           05 QAF-Q            PIC   X(50).                             00110001
           05 QAF-E            PIC   X(60).                             00114001
           05 QAF-S            PIC   X.                                 00115001
           05 QAF-T            PIC   X.                                 00115502
           05 QAF-AREA         PIC   X(4).                              00115665
      *    BEFORE-IMAGE BACKUP OF THE OUTGOING BANK - TAKEN BEFORE      00115603
      *    THE REWRITE, EXACTLY AS QZBANKMT'S SAVE DOES. WITHOUT A      00115703
      *    BACKUP THE BANK IS NOT REWRITTEN.                            00115803
       FD  BAK-FILE                                                     00115903
           RECORDING MODE F                                             00116103
           RECORD CONTAINS 165 CHARACTERS                               00116265
           LABEL RECORDS ARE STANDARD.                                  00116303
       01  BAK-RECORD            PIC   X(165).                          00116465
      *    SAME BANK-CHANGE LOG LAYOUT QZBANKMT WRITES AND QZBNKHRP     00116503
      *    REPORTS OVER. RETIREMENT ONLY FLIPS QAF-S, SO BEFORE AND     00116603
      *    AFTER IMAGES CARRY THE BASE FIELDS WITH THE STATUS FLIP -    00116703
              10 CHG-A-C        PIC   X.                                00121303
              10 CHG-A-E        PIC   X(60).                            00121403
              10 CHG-A-S        PIC   X.                                00121503
           05 CHG-B-AREA        PIC   X(4).                             00122565
           05 CHG-A-AREA        PIC   X(4).                             00123565
           05 FILLER            PIC   X(3).                             00124565
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  00125565
      *    ONLY THE TOPIC AND DD NAME ARE USED HERE.                    00126565
       FD  TOP-FILE                                                     00127565
           RECORDING MODE F                                             00128565
           RECORD CONTAINS 80 CHARACTERS                                00129565
           LABEL RECORDS ARE STANDARD.                                  00130565
       01  TOP-RECORD.                                                  00131565
           05 TOP-TOPIC          PIC   X(8).                            00132565
           05 FILLER             PIC   X.                               00133565
           05 TOP-PASS-PCT       PIC   9(3).                            00134565
           05 FILLER             PIC   X.                               00135565
           05 TOP-BORDER-PCT     PIC   9(3).                            00136565
           05 FILLER             PIC   X.                               00137565
           05 TOP-FRESH-DAYS     PIC   9(3).                            00138565
           05 FILLER             PIC   X.                               00139565
           05 TOP-MAX-FAILS      PIC   9.                               00140565
           05 FILLER             PIC   X.                               00141565
           05 TOP-DDNAME         PIC   X(8).                            00142565
           05 FILLER             PIC   X.                               00143565
           05 TOP-MIXED          PIC   X.                               00144565
           05 FILLER             PIC   X.                               00145565
           05 TOP-FALLBACK       PIC   X(8).                            00146565
           05 FILLER             PIC   X(38).                           00147565
      ******************************************************************00116001
       WORKING-STORAGE SECTION.                                         00117001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00118001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     00119001
          88 WS-DTL-EOF             VALUE '10'.                         00120001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     00121001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00121565
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE 'QAFILE'.                 00122001
       01 WS-LIVE-DDNAME    PIC   X(8)  VALUE 'QAFILE'.                 00122365
       01 WS-STAGE-DDNAME   PIC   X(8)  VALUE 'QSFILE'.                 00122665
       01 WS-TOPIC          PIC   X(8)  VALUE 'OPER'.                   00123001
       01 WS-THRESHOLD      PIC   9(3)  VALUE 0.                        00124001
      *    A QUESTION ASKED FEWER TIMES THAN THIS KEEPS ITS STATUS -    00125001
         05 WS-E           PIC   X(60).                                 00155001
         05 WS-S           PIC   X.                                     00156001
         05 WS-T           PIC   X.                                     00156052
         05 WS-AREA        PIC   X(4).                                  00156165
      *    SET WHEN THIS RUN RETIRED THE QUESTION - DRIVES THE          00156103
      *    BANKCHG RECORDS WRITTEN AFTER A SUCCESSFUL REWRITE.          00156203
         05 WS-RET         PIC   X.                                     00156303
          88 WS-LOAD-OVERFLOW       VALUE 'Y'.                          00157814
       01 WS-ERROR-SW       PIC   X     VALUE 'N'.                      00158001
          88 WS-HAD-ERROR           VALUE 'Y'.                          00159001
      * --------------------------------------------------------------- 00159165
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        00159265
       01 WS-CAT-DEFAULTS.                                              00159365
        05 FILLER            PIC   X(25)                                00159465
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         00159565
        05 FILLER            PIC   X(25)                                00159665
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         00159765
        05 FILLER            PIC   X(25)                                00159865
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         00159965
        05 FILLER            PIC   X(25)                                00160065
                             VALUE 'CICS    QACICS  YCPBQAC05'.         00160165
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               00160265
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                00160365
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          00160465
       01 WS-CAT-TABLE.                                                 00160565
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                00160665
           10 WS-CAT-TOPIC    PIC   X(8).                               00160765
           10 WS-CAT-DDNAME   PIC   X(8).                               00160865
           10 WS-CAT-MIXED    PIC   X.                                  00160965
           10 WS-CAT-FALLBACK PIC   X(8).                               00161065
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  00161165
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   00161265
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          00161365
      ******************************************************************00160001
       LINKAGE SECTION.                                                 00161001
       01 PARM-BUFFER.                                                  00162001
           GOBACK.                                                      00205001
      ******************************************************************00206001
      *    PARM GRAMMAR AS IN QZBANKCK, PLUS THE THRESHOLD - THE        00207001
      *    CATALOG TOPIC OR A QAxxxx DD NAME, A COMMA, AND THE MISS     00208065
      *    PERCENT ABOVE WHICH A QUESTION IS CONDEMNED.                 00209001
       PROC-PARSE-PARM.                                                 00210001
           IF PARM-LENGTH = 0                                           00211001
           END-IF                                                       00226001
           COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-FLD2)              00227001
           MOVE WS-FLD1 TO WS-TOPIC                                     00228001
           PERFORM PROC-LOAD-CATALOG                                    00228465
           MOVE WS-FLD1 TO WS-CAT-KEY                                   00228865
           PERFORM PROC-FIND-CATALOG                                    00229265
           IF WS-CAT-HIT > 0                                            00229665
              MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-LIVE-DDNAME          00230065
           ELSE                                                         00230465
              MOVE WS-FLD1 TO WS-LIVE-DDNAME                            00230865
           END-IF                                                       00231265
           MOVE SPACES TO WS-STAGE-DDNAME                               00231665
           IF WS-LIVE-DDNAME(1:2) = 'QA'                                00232065
              STRING 'QS' WS-LIVE-DDNAME(3:6) DELIMITED BY SIZE         00232465
                 INTO WS-STAGE-DDNAME                                   00232865
           ELSE                                                         00233265
              STRING 'QS' WS-LIVE-DDNAME DELIMITED BY SPACE             00233665
                 INTO WS-STAGE-DDNAME                                   00234065
           END-IF                                                       00234465
           MOVE WS-LIVE-DDNAME TO WS-QAF-DDNAME                         00234865
           EXIT.                                                        00236001
      ******************************************************************00237001
       PROC-SCAN-DETAILS.                                               00238001
           PERFORM PROC-READ-DETAIL                                     00289001
           EXIT.                                                        00290001
      ******************************************************************00291001
      *    PENDING STAGED EDITS WIN, AS IN QZBANKMT - A STAGING DD      00291265
      *    THAT IS MISSING OR EMPTY MEANS THE RUN STARTS FROM THE       00291465
      *    LIVE BANK. WS-QAF-DDNAME IS LEFT ON WHICHEVER DD WAS         00291665
      *    LOADED, SO THE BACKUP COPIES WHAT THE RUN STARTED FROM.      00291865
       PROC-LOAD-BANK.                                                  00292001
           MOVE 0 TO WS-Q-AMOUNT                                        00293001
           MOVE WS-STAGE-DDNAME TO WS-QAF-DDNAME                        00293165
           OPEN INPUT QAF-FILE                                          00293265
           IF WS-QAF-STATUS = '00'                                      00293365
              PERFORM PROC-LOAD-ONE-RECORD                              00293465
                 UNTIL WS-QAF-STATUS NOT = '00'                         00293565
                 OR WS-Q-AMOUNT = 300                                   00293665
              IF WS-Q-AMOUNT > 0                                        00293765
                 PERFORM PROC-CHECK-OVERFLOW                            00293865
                 CLOSE QAF-FILE                                         00293965
                 MOVE '00' TO WS-QAF-STATUS                             00294065
                 DISPLAY WS-Q-AMOUNT, ' RECORDS LOADED FROM ',          00294165
                    WS-QAF-DDNAME, ' - STAGED EDITS PENDING PROMOTION'  00294265
                 EXIT PARAGRAPH                                         00294365
              END-IF                                                    00294465
              CLOSE QAF-FILE                                            00294565
           END-IF                                                       00294665
           MOVE 0 TO WS-Q-AMOUNT                                        00294765
           MOVE WS-LIVE-DDNAME TO WS-QAF-DDNAME                         00294865
           OPEN INPUT QAF-FILE                                          00294001
           IF WS-QAF-STATUS NOT = '00'                                  00295001
              DISPLAY 'ERROR: ', WS-QAF-DDNAME, ' COULD NOT BE ',       00296001
           PERFORM PROC-LOAD-ONE-RECORD                                 00300001
              UNTIL WS-QAF-STATUS NOT = '00'                            00301001
              OR WS-Q-AMOUNT = 300                                      00302014
           PERFORM PROC-CHECK-OVERFLOW                                  00302165
           CLOSE QAF-FILE                                               00302265
           MOVE '00' TO WS-QAF-STATUS                                   00302365
           DISPLAY WS-Q-AMOUNT, ' RECORDS LOADED FROM ',                00302465
              WS-QAF-DDNAME                                             00302565
           EXIT.                                                        00302665
      ******************************************************************00302765
      *    STOPPED BY THE CAP, NOT END OF FILE? ONE MORE READ TELLS -   00302114
      *    A RECORD STILL WAITING MEANS THE BUFFER CANNOT HOLD THE      00302214
      *    WHOLE BANK AND THE REWRITE MUST BE SUPPRESSED.               00302314
       PROC-CHECK-OVERFLOW.                                             00302465
           IF WS-Q-AMOUNT = 300 AND WS-QAF-STATUS = '00'                00302414
              READ QAF-FILE                                             00302514
              IF WS-QAF-STATUS = '00'                                   00302614
                 SET WS-LOAD-OVERFLOW TO TRUE                           00302714
              END-IF                                                    00302814
           END-IF                                                       00302914
           EXIT.                                                        00307001
      ******************************************************************00308001
       PROC-LOAD-ONE-RECORD.                                            00309001
                 MOVE QAF-S TO WS-S(WS-Q-AMOUNT)                        00321001
              END-IF                                                    00322001
              MOVE QAF-T TO WS-T(WS-Q-AMOUNT)                           00322502
              MOVE QAF-AREA TO WS-AREA(WS-Q-AMOUNT)                     00322665
              MOVE 'N'   TO WS-RET(WS-Q-AMOUNT)                         00322603
           END-IF                                                       00323001
           EXIT.                                                        00324001
           MOVE WS-RUN-DATE   TO CHG-DATE                               00368703
           MOVE WS-RUN-TIME   TO CHG-TIME                               00368803
           MOVE 'QZQRETIR'    TO CHG-EDITOR                             00368903
           MOVE WS-LIVE-DDNAME TO CHG-DDNAME                            00369065
           MOVE WS-QID(I)     TO CHG-QID                                00369203
           MOVE 'C'           TO CHG-ACTION                             00369303
           MOVE WS-Q(I)       TO CHG-B-Q                                00369403
           MOVE WS-C(I)       TO CHG-A-C                                00371203
           MOVE WS-E(I)       TO CHG-A-E                                00371303
           MOVE 'R'           TO CHG-A-S                                00371403
           MOVE WS-AREA(I)    TO CHG-B-AREA                             00371565
           MOVE WS-AREA(I)    TO CHG-A-AREA                             00371665
           WRITE CHG-RECORD                                             00371503
           IF WS-CHG-STATUS = '00'                                      00371603
              ADD 1 TO WS-CHG-COUNT                                     00371703
           END-IF                                                       00372503
           EXIT.                                                        00372603
      ******************************************************************00360001
      *    SAME STAGED REWRITE QZBANKMT'S SAVE DOES - THE WHOLE         00361065
      *    BANK GOES OUT TO THE STAGING DD, RETIRED STATUSES INCLUDED.  00362065
       PROC-SAVE-BANK.                                                  00363001
           MOVE WS-STAGE-DDNAME TO WS-QAF-DDNAME                        00363565
           OPEN OUTPUT QAF-FILE                                         00364001
           IF WS-QAF-STATUS NOT = '00'                                  00365001
              DISPLAY 'ERROR: ', WS-QAF-DDNAME, ' COULD NOT BE ',       00366001
              UNTIL I > WS-Q-AMOUNT                                     00373001
           CLOSE QAF-FILE                                               00374001
           DISPLAY WS-Q-AMOUNT, ' QUESTIONS WRITTEN BACK TO ',          00375001
              WS-QAF-DDNAME, ' - RUN QZBANKPR TO PROMOTE'               00376065
           EXIT.                                                        00377001
      ******************************************************************00378001
       PROC-WRITE-ONE-RECORD.                                           00379001
           MOVE WS-E(I)   TO QAF-E                                      00384001
           MOVE WS-S(I)   TO QAF-S                                      00385001
           MOVE WS-T(I)   TO QAF-T                                      00385102
           MOVE WS-AREA(I) TO QAF-AREA                                  00385565
           WRITE QAF-RECORD                                             00386001
           IF WS-QAF-STATUS NOT = '00'                                  00387001
              DISPLAY 'WARNING: WRITE FAILED, STATUS=', WS-QAF-STATUS   00388001
              SET WS-HAD-ERROR TO TRUE                                  00389001
           END-IF                                                       00390001
           EXIT.                                                        00391001
      ******************************************************************00391165
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   00391265
       PROC-LOAD-CATALOG.                                               00391365
           MOVE 4 TO WS-CAT-COUNT                                       00391465
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       00391565
              UNTIL WS-CAT-IDX > 4                                      00391665
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  00391765
           END-PERFORM                                                  00391865
           OPEN INPUT TOP-FILE                                          00391965
           IF WS-TOP-STATUS = '00'                                      00392065
              PERFORM PROC-LOAD-CATALOG-REC                             00392165
                 UNTIL WS-TOP-STATUS NOT = '00'                         00392265
              CLOSE TOP-FILE                                            00392365
           END-IF                                                       00392465
           MOVE '00' TO WS-TOP-STATUS                                   00392565
           EXIT.                                                        00392665
      ******************************************************************00392765
      *    A RECORD FOR A TOPIC ALREADY IN THE TABLE REPLACES ONLY THE  00392865
      *    CATALOG FIELDS IT FILLS IN. A NEW TOPIC DEFAULTS TO DD QA    00392965
      *    PLUS ITS NAME, NO MIXED SHARE AND NO BUILT-IN BANK.          00393065
       PROC-LOAD-CATALOG-REC.                                           00393165
           READ TOP-FILE                                                00393265
           IF WS-TOP-STATUS NOT = '00'                                  00393365
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              00393465
              EXIT PARAGRAPH                                            00393565
           END-IF                                                       00393665
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 00393765
           PERFORM PROC-FIND-CATALOG                                    00393865
           IF WS-CAT-HIT = 0                                            00393965
              IF WS-CAT-COUNT = 20                                      00394065
                 DISPLAY 'WARNING: TOPIC CATALOG FULL - ', TOP-TOPIC,   00394165
                    ' IGNORED'                                          00394265
                 EXIT PARAGRAPH                                         00394365
              END-IF                                                    00394465
              ADD 1 TO WS-CAT-COUNT                                     00394565
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           00394665
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                00394765
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  00394865
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  00394965
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         00395065
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      00395165
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                00395265
           END-IF                                                       00395365
           IF TOP-DDNAME NOT = SPACES                                   00395465
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              00395565
           END-IF                                                       00395665
           IF TOP-MIXED NOT = SPACE                                     00395765
              MOVE TOP-MIXED TO WS-CAT-MIXED(WS-CAT-HIT)                00395865
           END-IF                                                       00395965
           IF TOP-FALLBACK NOT = SPACES                                 00396065
              MOVE TOP-FALLBACK TO WS-CAT-FALLBACK(WS-CAT-HIT)          00396165
           END-IF                                                       00396265
           EXIT.                                                        00396365
      ******************************************************************00396465
       PROC-FIND-CATALOG.                                               00396565
           MOVE 0 TO WS-CAT-HIT                                         00396665
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       00396765
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           00396865
              OR WS-CAT-HIT > 0                                         00396965
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  00397065
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          00397165
              END-IF                                                    00397265
           END-PERFORM                                                  00397365
           EXIT.                                                        00397465
       END PROGRAM QZQRETIR.                                            00392001
