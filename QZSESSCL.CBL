       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZSESSCL.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          CLOSE-OUT OF ONE CLASSROOM SESSION FROM THE QZSESSMT   00110001
      *          REGISTER, RUN AFTER QZCLSCHK HAS SCORED THE SHEETS.    00120001
      *          PRINTS THE SESSION REPORT - WHO ATTENDED WITH THEIR    00130001
      *          FORM, PERCENT AND VERDICT, AND WHO WAS BOOKED BUT      00140001
      *          NEVER HANDED IN A SHEET - THEN CLOSES THE SESSION ON   00150001
      *          QZSESS AND TURNS EVERY NO-SHOW INTO A STATUS N BOOKING 00160001
      *          ON QZENROL, WHICH QZSESSMT CARRIES FORWARD INTO THE    00170001
      *          NEXT SESSION OF THE TOPIC IT FILLS.                    00180001
      *                                                                 00190001
      *    INFO                                                         00200001
      *          JCL PARM IS THE SESSION ID - E.G. PARM='CICS0412'.     00210001
      *          A SESSION ALREADY CLOSED IS NOT CLOSED AGAIN.          00220001
      *                                                                 00230001
      *          RETURN-CODE 0 = SESSION CLOSED, EVERYONE ATTENDED      00240001
      *                      4 = SESSION CLOSED, NO-SHOWS CARRIED       00250001
      *                          FORWARD FOR REBOOKING                  00260001
      *                      8 = NO PARM, OR THE SESSION IS NOT ON      00270001
      *                          QZSESS OR ALREADY CLOSED               00280001
      *                     12 = QZSESS OR QZENROL COULD NOT BE READ    00290001
      *                          OR REWRITTEN                           00300001
      *                                                                 00310001
      ******************************************************************00320001
      *                                                                 00330001
      *    PROJECT CONTAINS:                                            00340001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00350001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00360001
      *          UTILITY PGM       QZCLSCHK.CBL   CLASS SCORING OFF     00370001
      *                                           QUIZSUB               00380001
      *          UTILITY PGM       QZSESSMT.CBL   CLASSROOM SESSION     00390001
      *                                           REGISTER              00400001
      *          REPORT PGM        QZSESSCL.CBL   SESSION CLOSE-OUT     00410001
      *                                                                 00420001
      ******************************************************************00430001
      *    MODIFICATION HISTORY                                         00440001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00450001
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00451002
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00452002
      *                    BYTES) - LAYOUT ONLY                         00453002
      *    2026-10-15 PAK  QZSESS AND QZENROL REWRITES CHECKED RECORD   00454003
      *                    BY RECORD - A FAILED WRITE IS REPORTED AND   00455003
      *                    ENDS THE RUN RC 12. QZENROL IS NOW WRITTEN   00456004
      *                    FIRST AND THE SESSION MARKED CLOSED ON QZSESS00457004
      *                    ONLY AFTER IT, SO A FAILED QZENROL LEAVES THE00458004
      *                    SESSION OPEN FOR A RERUN                     00459004
      ******************************************************************00460001
       ENVIRONMENT DIVISION.                                            00470001
       INPUT-OUTPUT SECTION.                                            00480001
       FILE-CONTROL.                                                    00490001
           SELECT SES-FILE ASSIGN TO "QZSESS"                           00500001
              ORGANIZATION IS SEQUENTIAL                                00510001
              FILE STATUS IS WS-SES-STATUS.                             00520001
           SELECT ENR-FILE ASSIGN TO "QZENROL"                          00530001
              ORGANIZATION IS SEQUENTIAL                                00540001
              FILE STATUS IS WS-ENR-STATUS.                             00550001
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"                        00560001
              ORGANIZATION IS SEQUENTIAL                                00570001
              FILE STATUS IS WS-ROS-STATUS.                             00580001
      ******************************************************************00590001
       DATA DIVISION.                                                   00600001
       FILE SECTION.                                                    00610001
      *    SAME LAYOUT AS SES-RECORD IN QZSESSMT.                       00620001
       FD  SES-FILE                                                     00630001
           RECORDING MODE F                                             00640001
           RECORD CONTAINS 80 CHARACTERS                                00650001
           LABEL RECORDS ARE STANDARD.                                  00660001
       01  SES-RECORD.                                                  00670001
           05 SES-ID             PIC   X(8).                            00680001
           05 FILLER             PIC   X.                               00690001
           05 SES-DATE           PIC   9(8).                            00700001
           05 FILLER             PIC   X.                               00710001
           05 SES-TOPIC          PIC   X(8).                            00720001
           05 FILLER             PIC   X.                               00730001
           05 SES-FORMS          PIC   9(2).                            00740001
           05 FILLER             PIC   X.                               00750001
           05 SES-ROOM           PIC   X(12).                           00760001
           05 FILLER             PIC   X.                               00770001
           05 SES-CAPACITY       PIC   9(3).                            00780001
           05 FILLER             PIC   X.                               00790001
           05 SES-STATUS         PIC   X.                               00800001
           05 FILLER             PIC   X.                               00810001
           05 SES-CLOSE-DATE     PIC   9(8).                            00820001
           05 FILLER             PIC   X(23).                           00830001
      *    SAME LAYOUT AS ENR-RECORD IN QZSESSMT.                       00840001
       FD  ENR-FILE                                                     00850001
           RECORDING MODE F                                             00860001
           RECORD CONTAINS 80 CHARACTERS                                00870001
           LABEL RECORDS ARE STANDARD.                                  00880001
       01  ENR-RECORD.                                                  00890001
           05 ENR-SES-ID         PIC   X(8).                            00900001
           05 FILLER             PIC   X.                               00910001
           05 ENR-OPER-ID        PIC   X(8).                            00920001
           05 FILLER             PIC   X.                               00930001
           05 ENR-SOURCE         PIC   X.                               00940001
           05 FILLER             PIC   X.                               00950001
           05 ENR-STATUS         PIC   X.                               00960001
           05 FILLER             PIC   X.                               00970001
           05 ENR-BOOK-DATE      PIC   9(8).                            00980001
           05 FILLER             PIC   X.                               00990001
           05 ENR-FORM-ID        PIC   X(3).                            01000001
           05 FILLER             PIC   X.                               01010001
           05 ENR-PCT            PIC   9(3)V99.                         01020001
           05 FILLER             PIC   X.                               01030001
           05 ENR-VERDICT        PIC   X(10).                           01040001
           05 FILLER             PIC   X.                               01050001
           05 ENR-REBOOK-SES     PIC   X(8).                            01060001
           05 FILLER             PIC   X(20).                           01070001
      *    SAME 58-BYTE LAYOUT QZCOMRPT READS - NAMES FOR THE REPORT.   01071002
       FD  ROSTER-FILE                                                  01090001
           RECORDING MODE F                                             01100001
           RECORD CONTAINS 58 CHARACTERS                                01101002
           LABEL RECORDS ARE STANDARD.                                  01120001
       01  ROS-RECORD.                                                  01130001
           05 ROS-OPER-ID        PIC   X(8).                            01140001
           05 ROS-NAME           PIC   X(20).                           01150001
           05 ROS-SHIFT          PIC   X(8).                            01160001
           05 ROS-SUPERVISOR     PIC   X(20).                           01170001
           05 ROS-LANG           PIC   X(2).                            01171002
      ******************************************************************01180001
       WORKING-STORAGE SECTION.                                         01190001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01200001
       01 WS-SES-STATUS     PIC   XX    VALUE '00'.                     01210001
       01 WS-ENR-STATUS     PIC   XX    VALUE '00'.                     01220001
       01 WS-ROS-STATUS     PIC   XX    VALUE '00'.                     01230001
       01 WS-RUN-DATE       PIC   9(8).                                 01240001
       01 WS-SES-ID         PIC   X(8)  VALUE SPACES.                   01250001
      * --------------------------------------------------------------- 01260001
      *    BOTH FILES ARE HELD WHOLE AND WRITTEN BACK - ONE PAST THE    01270001
      *    LIMIT MARKS AN OVERFLOW, AND NOTHING IS REWRITTEN THEN.      01280001
       01 WS-S-LIMIT        PIC   9(4)  USAGE IS COMP VALUE 200.        01290001
       01 WS-S-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          01300001
       01 WS-SES-TABLE.                                                 01310001
        05 WS-S-RECORD OCCURS 200 TIMES PIC X(80).                      01320001
       01 WS-SX             PIC   9(4)  USAGE IS COMP.                  01330001
       01 WS-CUR-SX         PIC   9(4)  USAGE IS COMP VALUE 0.          01340001
       01 WS-E-LIMIT        PIC   9(4)  USAGE IS COMP VALUE 3000.       01350001
       01 WS-E-COUNT        PIC   9(4)  USAGE IS COMP VALUE 0.          01360001
       01 WS-ENR-TABLE.                                                 01370001
        05 WS-E-RECORD OCCURS 3000 TIMES PIC X(80).                     01380001
       01 WS-EX             PIC   9(4)  USAGE IS COMP.                  01390001
      * --------------------------------------------------------------- 01400001
       01 WS-ROS-COUNT      PIC   9(4)  USAGE IS COMP VALUE 0.          01410001
       01 WS-ROS-TABLE.                                                 01420001
        05 WS-ROS-ENTRY OCCURS 999 TIMES.                               01430001
           10 WS-ROS-ID       PIC   X(8).                               01440001
           10 WS-ROS-NAME     PIC   X(20).                              01450001
       01 WS-ROS-IDX        PIC   9(4)  USAGE IS COMP.                  01460001
       01 WS-OPER-NAME      PIC   X(20).                                01470001
      * --------------------------------------------------------------- 01480001
       01 WS-CLOSE-TOTALS.                                              01490001
        05 WS-CL-BOOKED       PIC   9(5)  USAGE IS COMP VALUE 0.        01500001
        05 WS-CL-ATTENDED     PIC   9(5)  USAGE IS COMP VALUE 0.        01510001
        05 WS-CL-NOSHOW       PIC   9(5)  USAGE IS COMP VALUE 0.        01520001
        05 WS-CL-PASS         PIC   9(5)  USAGE IS COMP VALUE 0.        01530001
        05 WS-CL-BORDER       PIC   9(5)  USAGE IS COMP VALUE 0.        01540001
        05 WS-CL-FAIL         PIC   9(5)  USAGE IS COMP VALUE 0.        01550001
       01 WS-PCT-EDIT       PIC   ZZ9.99.                               01560001
       01 WS-SOURCE-TEXT    PIC   X(10).                                01570001
      ******************************************************************01580001
       LINKAGE SECTION.                                                 01590001
       01 PARM-BUFFER.                                                  01600001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               01610001
        05 PARM-DATA                    PIC   X(256).                   01620001
      ******************************************************************01630001
       PROCEDURE DIVISION USING PARM-BUFFER.                            01640001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               01650001
           DISPLAY WS-HLINE                                             01660001
           DISPLAY 'CLASSROOM SESSION CLOSE-OUT'                        01670001
           DISPLAY WS-HLINE                                             01680001
           IF PARM-LENGTH = 0                                           01690001
              DISPLAY 'ERROR: NO SESSION ID IN THE PARM'                01700001
              MOVE 8 TO RETURN-CODE                                     01710001
              GOBACK                                                    01720001
           END-IF                                                       01730001
           MOVE PARM-DATA(1:PARM-LENGTH) TO WS-SES-ID                   01740001
           MOVE FUNCTION UPPER-CASE(WS-SES-ID) TO WS-SES-ID             01750001
           PERFORM PROC-LOAD-SESSIONS                                   01760001
           IF RETURN-CODE NOT = 0                                       01770001
              GOBACK                                                    01780001
           END-IF                                                       01790001
           IF WS-CUR-SX = 0                                             01800001
              DISPLAY 'ERROR: SESSION ', WS-SES-ID, ' IS NOT AN OPEN ', 01810001
                 'SESSION ON QZSESS'                                    01820001
              MOVE 8 TO RETURN-CODE                                     01830001
              GOBACK                                                    01840001
           END-IF                                                       01850001
           PERFORM PROC-LOAD-BOOKINGS                                   01860001
           IF RETURN-CODE NOT = 0                                       01870001
              GOBACK                                                    01880001
           END-IF                                                       01890001
           PERFORM PROC-LOAD-ROSTER                                     01900001
           MOVE WS-S-RECORD(WS-CUR-SX) TO SES-RECORD                    01910001
           DISPLAY 'SESSION:  ', SES-ID, '  DATE: ', SES-DATE,          01920001
              '  TOPIC: ', SES-TOPIC                                    01930001
           DISPLAY 'ROOM:     ', SES-ROOM, '  CAPACITY: ',              01940001
              SES-CAPACITY, '  FORMS: ', SES-FORMS                      01950001
           DISPLAY WS-HLINE                                             01960001
           DISPLAY 'ATTENDEES'                                          01970001
           DISPLAY 'OPERATOR NAME                 FORM    PCT VERDICT'  01980001
           PERFORM PROC-LIST-ATTENDEE                                   01990001
              VARYING WS-EX FROM 1 BY 1                                 02000001
              UNTIL WS-EX > WS-E-COUNT                                  02010001
           IF WS-CL-ATTENDED = 0                                        02020001
              DISPLAY '  (NONE)'                                        02030001
           END-IF                                                       02040001
           DISPLAY ' '                                                  02050001
           DISPLAY 'NO-SHOWS - CARRIED FORWARD FOR REBOOKING'           02060001
           PERFORM PROC-LIST-NOSHOW                                     02070001
              VARYING WS-EX FROM 1 BY 1                                 02080001
              UNTIL WS-EX > WS-E-COUNT                                  02090001
           IF WS-CL-NOSHOW = 0                                          02100001
              DISPLAY '  (NONE)'                                        02110001
           END-IF                                                       02120001
           PERFORM PROC-REWRITE-FILES                                   02170001
           PERFORM PROC-PRINT-TOTALS                                    02180001
           IF RETURN-CODE = 0 AND WS-CL-NOSHOW > 0                      02190001
              MOVE 4 TO RETURN-CODE                                     02200001
           END-IF                                                       02210001
           GOBACK.                                                      02220001
      ******************************************************************02230001
       PROC-LOAD-SESSIONS.                                              02240001
           OPEN INPUT SES-FILE                                          02250001
           IF WS-SES-STATUS NOT = '00'                                  02260001
              DISPLAY 'ERROR: QZSESS COULD NOT BE OPENED (STATUS=',     02270001
                 WS-SES-STATUS, ')'                                     02280001
              MOVE 12 TO RETURN-CODE                                    02290001
              EXIT PARAGRAPH                                            02300001
           END-IF                                                       02310001
           PERFORM PROC-LOAD-ONE-SESSION                                02320001
              UNTIL WS-SES-STATUS NOT = '00'                            02330001
           CLOSE SES-FILE                                               02340001
           IF WS-S-COUNT > WS-S-LIMIT                                   02350001
              DISPLAY 'ERROR: QZSESS HOLDS MORE THAN ', WS-S-LIMIT,     02360001
                 ' SESSIONS - ARCHIVE OLD ONES FIRST'                   02370001
              MOVE 12 TO RETURN-CODE                                    02380001
           END-IF                                                       02390001
           EXIT.                                                        02400001
      ******************************************************************02410001
       PROC-LOAD-ONE-SESSION.                                           02420001
           READ SES-FILE                                                02430001
           IF WS-SES-STATUS = '00'                                      02440001
              ADD 1 TO WS-S-COUNT                                       02450001
              IF WS-S-COUNT > WS-S-LIMIT                                02460001
                 MOVE '10' TO WS-SES-STATUS                             02470001
              ELSE                                                      02480001
                 MOVE SES-RECORD TO WS-S-RECORD(WS-S-COUNT)             02490001
                 IF SES-ID = WS-SES-ID AND SES-STATUS = 'O'             02500001
                    MOVE WS-S-COUNT TO WS-CUR-SX                        02510001
                 END-IF                                                 02520001
              END-IF                                                    02530001
           END-IF                                                       02540001
           EXIT.                                                        02550001
      ******************************************************************02560001
       PROC-LOAD-BOOKINGS.                                              02570001
           OPEN INPUT ENR-FILE                                          02580001
           EVALUATE WS-ENR-STATUS                                       02590001
              WHEN '00'                                                 02600001
                 PERFORM PROC-LOAD-ONE-BOOKING                          02610001
                    UNTIL WS-ENR-STATUS NOT = '00'                      02620001
                 CLOSE ENR-FILE                                         02630001
              WHEN '35'                                                 02640001
                 DISPLAY 'WARNING: QZENROL NOT CATALOGED - NOBODY ',    02650001
                    'WAS BOOKED'                                        02660001
              WHEN OTHER                                                02670001
                 DISPLAY 'ERROR: QZENROL COULD NOT BE OPENED (STATUS=', 02680001
                    WS-ENR-STATUS, ')'                                  02690001
                 MOVE 12 TO RETURN-CODE                                 02700001
           END-EVALUATE                                                 02710001
           IF WS-E-COUNT > WS-E-LIMIT                                   02720001
              DISPLAY 'ERROR: QZENROL HOLDS MORE THAN ', WS-E-LIMIT,    02730001
                 ' BOOKINGS - ARCHIVE OLD ONES FIRST'                   02740001
              MOVE 12 TO RETURN-CODE                                    02750001
           END-IF                                                       02760001
           EXIT.                                                        02770001
      ******************************************************************02780001
       PROC-LOAD-ONE-BOOKING.                                           02790001
           READ ENR-FILE                                                02800001
           IF WS-ENR-STATUS = '00'                                      02810001
              ADD 1 TO WS-E-COUNT                                       02820001
              IF WS-E-COUNT > WS-E-LIMIT                                02830001
                 MOVE '10' TO WS-ENR-STATUS                             02840001
              ELSE                                                      02850001
                 MOVE ENR-RECORD TO WS-E-RECORD(WS-E-COUNT)             02860001
              END-IF                                                    02870001
           END-IF                                                       02880001
           EXIT.                                                        02890001
      ******************************************************************02900001
      *    NAMES ONLY - WITHOUT A ROSTER THE REPORT PRINTS IDS ALONE.   02910001
       PROC-LOAD-ROSTER.                                                02920001
           OPEN INPUT ROSTER-FILE                                       02930001
           IF WS-ROS-STATUS = '00'                                      02940001
              PERFORM PROC-LOAD-ONE-ROSTER                              02950001
                 UNTIL WS-ROS-STATUS NOT = '00'                         02960001
              CLOSE ROSTER-FILE                                         02970001
           END-IF                                                       02980001
           EXIT.                                                        02990001
      ******************************************************************03000001
       PROC-LOAD-ONE-ROSTER.                                            03010001
           READ ROSTER-FILE                                             03020001
           IF WS-ROS-STATUS = '00'                                      03030001
              AND WS-ROS-COUNT < 999                                    03040001
              ADD 1 TO WS-ROS-COUNT                                     03050001
              MOVE ROS-OPER-ID TO WS-ROS-ID(WS-ROS-COUNT)               03060001
              MOVE ROS-NAME    TO WS-ROS-NAME(WS-ROS-COUNT)             03070001
           END-IF                                                       03080001
           EXIT.                                                        03090001
      ******************************************************************03100001
       PROC-LIST-ATTENDEE.                                              03110001
           MOVE WS-E-RECORD(WS-EX) TO ENR-RECORD                        03120001
           IF ENR-SES-ID NOT = WS-SES-ID                                03130001
              EXIT PARAGRAPH                                            03140001
           END-IF                                                       03150001
           IF ENR-STATUS = 'A' OR ENR-STATUS = 'B'                      03160001
              ADD 1 TO WS-CL-BOOKED                                     03170001
           END-IF                                                       03180001
           IF ENR-STATUS = 'A'                                          03190001
              ADD 1 TO WS-CL-ATTENDED                                   03200001
              EVALUATE ENR-VERDICT                                      03210001
                 WHEN 'PASS'                                            03220001
                    ADD 1 TO WS-CL-PASS                                 03230001
                 WHEN 'BORDERLINE'                                      03240001
                    ADD 1 TO WS-CL-BORDER                               03250001
                 WHEN OTHER                                             03260001
                    ADD 1 TO WS-CL-FAIL                                 03270001
              END-EVALUATE                                              03280001
              PERFORM PROC-FIND-NAME                                    03290001
              MOVE ENR-PCT TO WS-PCT-EDIT                               03300001
              DISPLAY ENR-OPER-ID, ' ', WS-OPER-NAME, ' ', ENR-FORM-ID, 03310001
                 ' ', WS-PCT-EDIT, ' ', ENR-VERDICT                     03320001
           END-IF                                                       03330001
           EXIT.                                                        03340001
      ******************************************************************03350001
      *    A BOOKING STILL B AT CLOSE-OUT NEVER HANDED IN A SHEET -     03360001
      *    IT BECOMES N, WAITING FOR QZSESSMT TO REBOOK IT.             03370001
       PROC-LIST-NOSHOW.                                                03380001
           MOVE WS-E-RECORD(WS-EX) TO ENR-RECORD                        03390001
           IF ENR-SES-ID = WS-SES-ID AND ENR-STATUS = 'B'               03400001
              ADD 1 TO WS-CL-NOSHOW                                     03410001
              PERFORM PROC-FIND-NAME                                    03420001
              EVALUATE ENR-SOURCE                                       03430001
                 WHEN 'F'                                               03440001
                    MOVE 'FORECAST'   TO WS-SOURCE-TEXT                 03450001
                 WHEN 'C'                                               03460001
                    MOVE '2ND NO-SHOW' TO WS-SOURCE-TEXT                03470001
                 WHEN OTHER                                             03480001
                    MOVE 'BY HAND'    TO WS-SOURCE-TEXT                 03490001
              END-EVALUATE                                              03500001
              DISPLAY ENR-OPER-ID, ' ', WS-OPER-NAME, ' BOOKED ',       03510001
                 ENR-BOOK-DATE, ' ', WS-SOURCE-TEXT                     03520001
              MOVE 'N' TO ENR-STATUS                                    03530001
              MOVE ENR-RECORD TO WS-E-RECORD(WS-EX)                     03540001
           END-IF                                                       03550001
           EXIT.                                                        03560001
      ******************************************************************03570001
       PROC-FIND-NAME.                                                  03580001
           MOVE SPACES TO WS-OPER-NAME                                  03590001
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1                       03600001
              UNTIL WS-ROS-IDX > WS-ROS-COUNT                           03610001
              IF WS-ROS-ID(WS-ROS-IDX) = ENR-OPER-ID                    03620001
                 MOVE WS-ROS-NAME(WS-ROS-IDX) TO WS-OPER-NAME           03630001
                 MOVE WS-ROS-COUNT TO WS-ROS-IDX                        03640001
              END-IF                                                    03650001
           END-PERFORM                                                  03660001
           EXIT.                                                        03670001
      ******************************************************************03680001
      *    QZENROL GOES FIRST. THE SESSION IS MARKED CLOSED ON QZSESS   03681004
      *    ONLY ONCE EVERY BOOKING IS BACK, SO A FAILED QZENROL LEAVES  03682004
      *    THE SESSION OPEN AND THE CLOSE-OUT CAN BE RERUN.             03683004
       PROC-REWRITE-FILES.                                              03690001
           OPEN OUTPUT ENR-FILE                                         03690204
           IF WS-ENR-STATUS NOT = '00'                                  03690404
              DISPLAY 'ERROR: QZENROL COULD NOT BE REWRITTEN (STATUS=', 03690604
                 WS-ENR-STATUS, ') - NO-SHOWS NOT CARRIED FORWARD'      03690804
              MOVE 12 TO RETURN-CODE                                    03691004
              EXIT PARAGRAPH                                            03691204
           END-IF                                                       03691404
           PERFORM VARYING WS-EX FROM 1 BY 1                            03691604
              UNTIL WS-EX > WS-E-COUNT OR RETURN-CODE NOT = 0           03691804
              MOVE WS-E-RECORD(WS-EX) TO ENR-RECORD                     03692004
              WRITE ENR-RECORD                                          03692204
              IF WS-ENR-STATUS NOT = '00'                               03692404
                 DISPLAY 'ERROR: QZENROL WRITE FAILED FOR ',            03692604
                    ENR-OPER-ID, ' (STATUS=', WS-ENR-STATUS,            03692804
                    ') - RESTORE QZENROL FROM ITS BACKUP'               03693004
                 MOVE 12 TO RETURN-CODE                                 03693204
              END-IF                                                    03693404
           END-PERFORM                                                  03693604
           CLOSE ENR-FILE                                               03693804
           IF RETURN-CODE = 0 AND WS-ENR-STATUS NOT = '00'              03694004
              DISPLAY 'ERROR: QZENROL COULD NOT BE CLOSED (STATUS=',    03694204
                 WS-ENR-STATUS, ') - RESTORE QZENROL FROM ITS BACKUP'   03694404
              MOVE 12 TO RETURN-CODE                                    03694604
           END-IF                                                       03694804
           IF RETURN-CODE NOT = 0                                       03695004
              DISPLAY 'SESSION ', WS-SES-ID, ' LEFT OPEN - RERUN THE ', 03695204
                 'CLOSE-OUT ONCE QZENROL IS RESTORED'                   03695404
              EXIT PARAGRAPH                                            03695604
           END-IF                                                       03695804
           MOVE WS-S-RECORD(WS-CUR-SX) TO SES-RECORD                    03696004
           MOVE 'C'         TO SES-STATUS                               03696204
           MOVE WS-RUN-DATE TO SES-CLOSE-DATE                           03696404
           MOVE SES-RECORD  TO WS-S-RECORD(WS-CUR-SX)                   03696604
           OPEN OUTPUT SES-FILE                                         03700001
           IF WS-SES-STATUS NOT = '00'                                  03710001
              DISPLAY 'ERROR: QZSESS COULD NOT BE REWRITTEN (STATUS=',  03720001
                 WS-SES-STATUS, ') - SESSION NOT CLOSED'                03730001
              MOVE 12 TO RETURN-CODE                                    03740001
              EXIT PARAGRAPH                                            03750001
           END-IF                                                       03760001
           PERFORM VARYING WS-SX FROM 1 BY 1                            03770001
              UNTIL WS-SX > WS-S-COUNT OR RETURN-CODE NOT = 0           03771003
              MOVE WS-S-RECORD(WS-SX) TO SES-RECORD                     03790001
              WRITE SES-RECORD                                          03800001
              IF WS-SES-STATUS NOT = '00'                               03801003
                 DISPLAY 'ERROR: QZSESS WRITE FAILED FOR ', SES-ID,     03802003
                    ' (STATUS=', WS-SES-STATUS, ') - RESTORE QZSESS ',  03803003
                    'FROM ITS BACKUP'                                   03804003
                 MOVE 12 TO RETURN-CODE                                 03805003
              END-IF                                                    03806003
           END-PERFORM                                                  03810001
           CLOSE SES-FILE                                               03820001
           EXIT.                                                        03960001
      ******************************************************************03970001
       PROC-PRINT-TOTALS.                                               03980001
           MOVE WS-S-RECORD(WS-CUR-SX) TO SES-RECORD                    03990001
           DISPLAY WS-HLINE                                             04000001
           DISPLAY 'SEATS:          ', SES-CAPACITY                     04010001
           DISPLAY 'BOOKED:         ', WS-CL-BOOKED                     04020001
           DISPLAY 'ATTENDED:       ', WS-CL-ATTENDED                   04030001
           DISPLAY '  PASS:         ', WS-CL-PASS                       04040001
           DISPLAY '  BORDERLINE:   ', WS-CL-BORDER                     04050001
           DISPLAY '  FAIL:         ', WS-CL-FAIL                       04060001
           DISPLAY 'NO-SHOWS:       ', WS-CL-NOSHOW                     04070001
           DISPLAY WS-HLINE                                             04080001
           EXIT.                                                        04090001
       END PROGRAM QZSESSCL.                                            04100001
