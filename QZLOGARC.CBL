      *                    THE OLD RECORDS ARE DELETED FROM THE         00718003
      *                    CLUSTER BY KEY ONCE THE ARCHIVE IS SAFELY    00720103
      *                    OUT. RETAINED RECORDS ARE NEVER TOUCHED      00720203
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE, WHICH RIDES ON    00721204
      *                    THE END OF THE ARCHIVE IMAGE AS WSA-RELEASE  00722204
      *                    (QUIZARCH RECORD NOW 84 BYTES)               00723204
      *    2026-10-15 PAK  EVERY MOVE IS POSTED TO THE HISTORY CONTROL  00724205
      *                    TOTALS (QZCTLMOD / QZCTLTOT) - OUT OF        00725205
      *                    QUIZLOGK AS EACH DELETE SUCCEEDS, INTO       00726205
      *                    QUIZARCH ONCE THE GENERATION IS WRITTEN -    00727205
      *                    SO QZCTLVFY CAN ALLOW FOR IT                 00728205
      ******************************************************************00720002
       ENVIRONMENT DIVISION.                                            00730002
       INPUT-OUTPUT SECTION.                                            00740002
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY    00845003
      *    QZLOGCNV LOADED FROM THE OLD FLAT QUIZLOG.                   00847003
       FD  QLK-FILE                                                     00850003
           RECORD CONTAINS 84 CHARACTERS.                               00851004
       01  QLK-RECORD.                                                  00890003
           05 QLK-KEY.                                                  00895003
              10 QLK-OPER-ID     PIC   X(8).                            00900003
           05 QLK-Q-AMOUNT       PIC   9(3).                            00960003
           05 QLK-PCT            PIC   9(3)V99.                         00970003
           05 QLK-LETTERS        PIC   X(20).                           00980003
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00981004
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00982004
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00983004
           05 QLK-RELEASE        PIC   9(5).                            00984004
       FD  ARCH-FILE                                                    01000002
           RECORDING MODE F                                             01010002
           RECORD CONTAINS 84 CHARACTERS                                01011004
           LABEL RECORDS ARE STANDARD.                                  01030002
       01  ARCH-RECORD           PIC   X(84).                           01031004
      ******************************************************************01050002
       WORKING-STORAGE SECTION.                                         01060002
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01070002
       01 WS-ARCH-TABLE.                                                01340002
        05 WS-ARCH-ENTRY OCCURS 5000 TIMES.                             01350003
           10 WS-ARCH-KEY    PIC   X(32).                               01352003
           10 WS-ARCH-IMAGE  PIC   X(84).                               01353004
      *    BUILD AREA FOR ONE ARCHIVE IMAGE IN THE OLD FLAT ORDER,      01354004
      *    THE BANK RELEASE ADDED ON THE END.                           01355004
       01 WS-ARCH-BUILD.                                                01357003
        05 WSA-JOB-NAME      PIC   X(8).                                01357103
        05 WSA-START-DATE    PIC   9(8).                                01357203
        05 WSA-PCT           PIC   9(3)V99.                             01357803
        05 WSA-LETTERS       PIC   X(20).                               01357903
        05 WSA-TOPIC         PIC   X(8).                                01358003
        05 WSA-RELEASE       PIC   9(5).                                01359004
       01 WS-KX             PIC   9(5)  USAGE IS COMP.                  01360002
      * --------------------------------------------------------------- 01360405
      *    POSTING AREA FOR THE HISTORY CONTROL TOTALS - SAME LAYOUT    01360805
      *    AS WS-CTL-AREA IN QZCTLMOD.                                  01361205
       01 WS-CTL-AREA.                                                  01361605
        05 WS-CTL-FUNC       PIC   X.                                   01362005
        05 WS-CTL-FILE       PIC   X(8).                                01362405
        05 WS-CTL-KIND       PIC   X.                                   01362805
        05 WS-CTL-SIGN       PIC   X.                                   01363205
        05 WS-CTL-SOURCE     PIC   X(8).                                01363605
        05 WS-CTL-DAY        PIC   9(8).                                01364005
        05 WS-CTL-KEY-TEXT   PIC   X(32).                               01364405
        05 WS-CTL-POS        PIC   9(2).                                01364805
        05 WS-CTL-SCORE      PIC   9(3).                                01365205
        05 WS-CTL-AMOUNT     PIC   9(3).                                01365605
        05 WS-CTL-PCT        PIC   9(3)V99.                             01366005
        05 WS-CTL-SUBMITTED  PIC   X.                                   01366405
        05 WS-CTL-CORRECT    PIC   X.                                   01366805
        05 WS-CTL-VERDICT    PIC   X.                                   01367205
        05 WS-CTL-SCORE-HASH PIC  S9(15).                               01367605
        05 WS-CTL-KEY-HASH   PIC  S9(15).                               01368005
        05 WS-CTL-RC         PIC   9(2).                                01368405
      ******************************************************************01370002
       LINKAGE SECTION.                                                 01380002
       01 PARM-BUFFER.                                                  01390002
                 'AS THEY WERE'                                         01650002
              MOVE 8 TO RETURN-CODE                                     01660002
           ELSE                                                         01670002
              PERFORM PROC-POST-ARCHIVED                                01671005
              PERFORM PROC-DELETE-ARCHIVED                              01680003
              PERFORM PROC-FLUSH-CONTROL                                01681005
           END-IF                                                       01690002
           PERFORM PROC-PRINT-CONTROL                                   01700002
           GOBACK.                                                      01710002
           MOVE QLK-PCT        TO WSA-PCT                               02297803
           MOVE QLK-LETTERS    TO WSA-LETTERS                           02297903
           MOVE QLK-TOPIC      TO WSA-TOPIC                             02298003
           MOVE QLK-RELEASE    TO WSA-RELEASE                           02298104
           MOVE WS-ARCH-BUILD  TO WS-ARCH-IMAGE(WS-ARCH-COUNT)          02298103
           EXIT.                                                        02298203
      ******************************************************************02300002
                    WS-QLOG-STATUS, ') AT RECORD ', WS-KX               02750002
                 MOVE 8 TO RETURN-CODE                                  02760002
                 MOVE WS-ARCH-COUNT TO WS-KX                            02770003
              ELSE                                                      02771005
                 MOVE 'QUIZLOGK' TO WS-CTL-FILE                         02772005
                 MOVE '-'        TO WS-CTL-SIGN                         02773005
                 PERFORM PROC-POST-MOVE                                 02774005
              END-IF                                                    02780002
           END-PERFORM                                                  02790002
           CLOSE QLK-FILE                                               02800003
           EXIT.                                                        02800205
      ******************************************************************02800405
      *    THE WHOLE GENERATION IS OUT - EVERY RECORD IN IT IS POSTED   02800605
      *    TO THE CONTROL TOTALS AS MOVED INTO QUIZARCH.                02800805
       PROC-POST-ARCHIVED.                                              02801005
           MOVE 'QUIZARCH' TO WS-CTL-FILE                               02801205
           MOVE '+'        TO WS-CTL-SIGN                               02801405
           PERFORM PROC-POST-MOVE                                       02801605
              VARYING WS-KX FROM 1 BY 1                                 02801805
              UNTIL WS-KX > WS-ARCH-COUNT                               02802005
           EXIT.                                                        02802205
      ******************************************************************02802405
      *    POSTS BUFFERED RECORD WS-KX AS A MOVE (SEE QZCTLMOD) - THE   02802605
      *    CALLER SETS THE FILE AND THE SIGN. THE KEY TEXT IS THE       02802805
      *    QUIZLOGK KEY ON BOTH SIDES SO THE TWO POSTINGS CANCEL.       02803005
       PROC-POST-MOVE.                                                  02803205
           MOVE WS-ARCH-IMAGE(WS-KX) TO WS-ARCH-BUILD                   02803405
           MOVE 'P'                TO WS-CTL-FUNC                       02803605
           MOVE 'M'                TO WS-CTL-KIND                       02803805
           MOVE 'QZLOGARC'         TO WS-CTL-SOURCE                     02804005
           MOVE WSA-START-DATE     TO WS-CTL-DAY                        02804205
           MOVE WS-ARCH-KEY(WS-KX) TO WS-CTL-KEY-TEXT                   02804405
           MOVE 0                  TO WS-CTL-POS                        02804605
           MOVE WSA-SCORE          TO WS-CTL-SCORE                      02804805
           MOVE WSA-Q-AMOUNT       TO WS-CTL-AMOUNT                     02805005
           MOVE WSA-PCT            TO WS-CTL-PCT                        02805205
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            02805405
           EXIT.                                                        02805605
      ******************************************************************02805805
      *    HANDS THE HELD CONTROL TOTALS TO QZCTLTOT.                   02806005
       PROC-FLUSH-CONTROL.                                              02806205
           MOVE 'F'        TO WS-CTL-FUNC                               02806405
           MOVE 'QZLOGARC' TO WS-CTL-SOURCE                             02806605
           CALL 'QZCTLMOD' USING WS-CTL-AREA                            02806805
           EXIT.                                                        02810002
      ******************************************************************02820002
       PROC-PRINT-CONTROL.                                              02830002
