      *          WINDOW AND FAIL-CAP ARITHMETIC PROC-POLICY-GATE IN     00020001
      *          OPERQUIZ APPLIES (UNEXPIRED QZOVRD OVERRIDE GRANTS     00021001
      *          INCLUDED), WHETHER THEY MAY ATTEMPT EACH TOPIC NOW     00022001
      *          AND, IF NOT, THE DATE THEY BECOME ELIGIBLE. LAST,      00022405
      *          THE OUTCOME OF EACH QUESTION THEY HAVE CHALLENGED      00022805
      *          (QZCHALNG) - STILL OPEN, UPHELD AND REGRADED, OR       00023205
      *          REJECTED WITH TRAINING STAFF'S RESPONSE.               00023605
      *                                                                 00024001
      *    INFO                                                         00025001
      *          NO PARM - THE OPERATOR ID IS PROMPTED FOR, AND THE     00026001
      *    2026-09-02 PAK  TOPIC TABLE NOW GUARDED AT ITS 20-ENTRY      00084102
      *                    LIMIT - ATTEMPTS ON A 21ST TOPIC STILL       00084202
      *                    LIST BUT ARE FLAGGED AS NOT JUDGED           00084302
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00084403
      *                    BYTES) - LAYOUT ONLY                         00084503
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00084604
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00084704
      *                    BYTES) - LAYOUT ONLY                         00084804
      *    2026-10-15 PAK  OPERATOR'S QUESTION CHALLENGES AND THEIR     00084905
      *                    OUTCOMES LISTED FROM QZCHALNG AFTER THE      00085005
      *                    ELIGIBILITY SECTION                          00085105
      ******************************************************************00085001
       ENVIRONMENT DIVISION.                                            00086001
       INPUT-OUTPUT SECTION.                                            00087001
           SELECT OVR-FILE ASSIGN TO "QZOVRD"                           00103001
              ORGANIZATION IS SEQUENTIAL                                00104001
              FILE STATUS IS WS-OVR-STATUS.                             00105001
           SELECT CHL-FILE ASSIGN TO "QZCHALNG"                         00105205
              ORGANIZATION IS SEQUENTIAL                                00105405
              FILE STATUS IS WS-CHL-STATUS.                             00105605
      ******************************************************************00106001
       DATA DIVISION.                                                   00107001
       FILE SECTION.                                                    00108001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   00109001
       FD  QLK-FILE                                                     00110001
           RECORD CONTAINS 84 CHARACTERS.                               00111003
       01  QLK-RECORD.                                                  00112001
           05 QLK-KEY.                                                  00113001
              10 QLK-OPER-ID     PIC   X(8).                            00114001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00121001
           05 QLK-PCT            PIC   9(3)V99.                         00122001
           05 QLK-LETTERS        PIC   X(20).                           00123001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00123203
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00123403
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00123603
           05 QLK-RELEASE        PIC   9(5).                            00123803
      *    THE OPERATOR ROSTER THE SHIFT LEADS MAINTAIN - SAME          00124001
      *    58-BYTE LAYOUT QZCOMRPT AND OPERQUIZ READ.                   00125004
       FD  ROSTER-FILE                                                  00126001
           RECORDING MODE F                                             00127001
           RECORD CONTAINS 58 CHARACTERS                                00128004
           LABEL RECORDS ARE STANDARD.                                  00129001
       01  ROS-RECORD.                                                  00130001
           05 ROS-OPER-ID        PIC   X(8).                            00131001
           05 ROS-NAME           PIC   X(20).                           00132001
           05 ROS-SHIFT          PIC   X(8).                            00133001
           05 ROS-SUPERVISOR     PIC   X(20).                           00134001
           05 ROS-LANG           PIC   X(2).                            00134504
      *    SAME PER-TOPIC PROFILE LAYOUT OPERQUIZ READS.                00135001
       FD  TOP-FILE                                                     00136001
           RECORDING MODE F                                             00137001
           05 FILLER             PIC   X.                               00176001
           05 OVR-REASON         PIC   X(30).                           00177001
           05 FILLER             PIC   X(2).                            00178001
      *    THE QUESTION CHALLENGE REGISTER - SAME LAYOUT QZCHALMT       00178105
      *    MAINTAINS.                                                   00178205
       FD  CHL-FILE                                                     00178305
           RECORDING MODE F                                             00178405
           RECORD CONTAINS 220 CHARACTERS                               00178505
           LABEL RECORDS ARE STANDARD.                                  00178605
       01  CHL-RECORD.                                                  00178705
      *    CURRENT-DATE TIMESTAMP TO THE HUNDREDTH OF A SECOND WHEN     00178805
      *    THE CHALLENGE WAS RAISED - UNIQUE AND IN ARRIVAL ORDER.      00178905
           05 CHL-ID             PIC   X(16).                           00179005
           05 FILLER             PIC   X.                               00179105
           05 CHL-QID            PIC   X(8).                            00179205
           05 FILLER             PIC   X.                               00179305
      *    THE ATTEMPT - SAME OPERATOR/TOPIC/DATE GROUPING QZREGRAD     00179405
      *    REBUILDS FROM QUIZDTL.                                       00179505
           05 CHL-OPER-ID        PIC   X(8).                            00179605
           05 FILLER             PIC   X.                               00179705
           05 CHL-TOPIC          PIC   X(8).                            00179805
           05 FILLER             PIC   X.                               00179905
           05 CHL-ATT-DATE       PIC   9(8).                            00180005
           05 FILLER             PIC   X.                               00180105
      *    C = RAISED AT THE CONSOLE, S = ENTERED BY A CLERK FOR A      00180205
      *    BATCH-CHECK (SHEET) ATTEMPT.                                 00180305
           05 CHL-SOURCE         PIC   X.                               00180405
           05 FILLER             PIC   X.                               00180505
           05 CHL-REASON         PIC   X(40).                           00180605
           05 FILLER             PIC   X.                               00180705
           05 CHL-STATUS         PIC   X.                               00180805
              88 CHL-OPEN                VALUE 'O'.                     00180905
              88 CHL-UPHELD-KEY          VALUE 'K'.                     00181005
              88 CHL-UPHELD-VOID         VALUE 'V'.                     00181105
              88 CHL-UPHELD              VALUES 'K', 'V'.               00181205
              88 CHL-REJECTED            VALUE 'R'.                     00181305
           05 FILLER             PIC   X.                               00181405
           05 CHL-NEW-KEY        PIC   X.                               00181505
           05 FILLER             PIC   X.                               00181605
           05 CHL-DECIDED-BY     PIC   X(20).                           00181705
           05 FILLER             PIC   X.                               00181805
           05 CHL-DECIDED-DATE   PIC   9(8).                            00181905
           05 FILLER             PIC   X.                               00182005
           05 CHL-RESPONSE       PIC   X(40).                           00182105
           05 FILLER             PIC   X.                               00182205
      *    THE REGRADE LINK - THE CHALLENGE WHOSE QZRGREQ REQUEST       00182305
      *    CARRIES THIS DECISION (ITSELF, OR THE FIRST UPHELD           00182405
      *    CHALLENGE ON THE SAME QUESTION), THE DAY THE REQUEST WAS     00182505
      *    QUEUED, AND THE QZADJLOG RECORDS QZREGRAD WROTE FOR IT.      00182605
           05 CHL-REQ-ID         PIC   X(16).                           00182705
           05 FILLER             PIC   X.                               00182805
           05 CHL-REQ-DATE       PIC   9(8).                            00182905
           05 FILLER             PIC   X.                               00183005
           05 CHL-ADJ-DATE       PIC   9(8).                            00183105
           05 FILLER             PIC   X.                               00183205
           05 CHL-ADJ-COUNT      PIC   9(4).                            00183305
           05 FILLER             PIC   X(10).                           00183405
      ******************************************************************00179001
       WORKING-STORAGE SECTION.                                         00180001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00181001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     00184001
       01 WS-POL-STATUS     PIC   XX    VALUE '00'.                     00185001
       01 WS-OVR-STATUS     PIC   XX    VALUE '00'.                     00186001
       01 WS-CHL-STATUS     PIC   XX    VALUE '00'.                     00186505
       01 WS-TODAY-NUM      PIC   9(8).                                 00187001
       01 WS-TODAY-INT      PIC  S9(9)  USAGE IS COMP.                  00188001
       01 WS-DFLT-FRESH     PIC   9(3)  VALUE 90.                       00189001
          88 WS-OVR-FOUND            VALUE 'Y'.                         00233001
       01 WS-OVR-SUPERVISOR PIC   X(20).                                00234001
       01 WS-OVR-EXPIRY     PIC   9(8).                                 00235001
       01 WS-CHL-SHOWN      PIC   9(3)  VALUE 0.                        00235305
       01 WS-CHL-STATE      PIC   X(16).                                00235605
      ******************************************************************00236001
       PROCEDURE DIVISION.                                              00237001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM              00238001
              DISPLAY 'ANY TOPIC NOT LISTED ABOVE MAY BE ATTEMPTED ',   00377001
                 'NOW'                                                  00378001
           END-IF                                                       00379001
           PERFORM PROC-SHOW-CHALLENGES                                 00379505
           DISPLAY WS-HLINE                                             00380001
           EXIT.                                                        00381001
      ******************************************************************00382001
              MOVE OVR-EXPIRY-DATE TO WS-OVR-EXPIRY                     00530001
           END-IF                                                       00531001
           EXIT.                                                        00532001
      ******************************************************************00532105
      *    THE OPERATOR'S OWN ENTRIES ON THE CHALLENGE REGISTER, OLDEST 00532205
      *    FIRST. NO REGISTER YET MEANS NO CHALLENGES - NOTHING SHOWN.  00532305
       PROC-SHOW-CHALLENGES.                                            00532405
           MOVE 0 TO WS-CHL-SHOWN                                       00532505
           OPEN INPUT CHL-FILE                                          00532605
           IF WS-CHL-STATUS NOT = '00'                                  00532705
              MOVE '00' TO WS-CHL-STATUS                                00532805
              EXIT PARAGRAPH                                            00532905
           END-IF                                                       00533005
           PERFORM PROC-SHOW-ONE-CHALLENGE                              00533105
              UNTIL WS-CHL-STATUS NOT = '00'                            00533205
           CLOSE CHL-FILE                                               00533305
           MOVE '00' TO WS-CHL-STATUS                                   00533405
           EXIT.                                                        00533505
      ******************************************************************00533605
       PROC-SHOW-ONE-CHALLENGE.                                         00533705
           READ CHL-FILE                                                00533805
           IF WS-CHL-STATUS NOT = '00'                                  00533905
              OR CHL-OPER-ID NOT = WS-OPER-ID                           00534005
              EXIT PARAGRAPH                                            00534105
           END-IF                                                       00534205
           IF WS-CHL-SHOWN = 0                                          00534305
              DISPLAY ' '                                               00534405
              DISPLAY 'YOUR QUESTION CHALLENGES'                        00534505
           END-IF                                                       00534605
           ADD 1 TO WS-CHL-SHOWN                                        00534705
           EVALUATE TRUE                                                00534805
              WHEN CHL-OPEN                                             00534905
                 MOVE 'OPEN' TO WS-CHL-STATE                            00535005
              WHEN CHL-UPHELD-KEY                                       00535105
                 MOVE SPACES TO WS-CHL-STATE                            00535205
                 STRING 'UPHELD - KEY ' CHL-NEW-KEY                     00535305
                    DELIMITED BY SIZE INTO WS-CHL-STATE                 00535405
              WHEN CHL-UPHELD-VOID                                      00535505
                 MOVE 'UPHELD - VOID' TO WS-CHL-STATE                   00535605
              WHEN CHL-REJECTED                                         00535705
                 MOVE 'REJECTED' TO WS-CHL-STATE                        00535805
              WHEN OTHER                                                00535905
                 MOVE 'UNKNOWN STATUS' TO WS-CHL-STATE                  00536005
           END-EVALUATE                                                 00536105
           DISPLAY '  ', CHL-QID, ' ', CHL-TOPIC, ' RUN ', CHL-ATT-DATE,00536205
              ' ', WS-CHL-STATE                                         00536305
           IF CHL-OPEN                                                  00536405
              DISPLAY '      AWAITING TRAINING STAFF - ', CHL-REASON    00536505
              EXIT PARAGRAPH                                            00536605
           END-IF                                                       00536705
           DISPLAY '      ', CHL-DECIDED-DATE, ': ', CHL-RESPONSE       00536805
           IF CHL-UPHELD                                                00536905
              IF CHL-ADJ-COUNT > 0                                      00537005
                 DISPLAY '      YOUR ATTEMPT WAS REGRADED ON ',         00537105
                    CHL-ADJ-DATE                                        00537205
              ELSE                                                      00537305
                 DISPLAY '      REGRADE PENDING'                        00537405
              END-IF                                                    00537505
           END-IF                                                       00537605
           EXIT.                                                        00537705
       END PROGRAM QZSELFIQ.                                            00533001
