       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZOVRRP.                                             00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          THE QUARTERLY OVERRIDE-GRANT AUDIT ON ONE PAGE. JOINS  00110001
      *          THE QZOVRD GRANTS TO THE QZOVRAUD USE TRAIL THE        00120001
      *          OPERQUIZ GATE APPENDS TO, AND LISTS:                   00130001
      *            - GRANTS NEVER USED,                                 00140001
      *            - LIVE GRANTS ABOUT TO EXPIRE,                       00150001
      *            - GRANTS USED MORE THAN ONCE,                        00160001
      *            - USES WHOSE GRANT IS NO LONGER ON QZOVRD.           00170001
      *          A USE BELONGS TO A GRANT WHEN OPERATOR, TOPIC,         00180001
      *          SUPERVISOR AND REASON ALL MATCH - THE GATE COPIES THE  00190001
      *          LAST TWO FROM THE GRANT IT HONOURED, AND QZOVRMT NEVER 00200001
      *          CHANGES THEM ON EXTEND OR REVOKE.                      00210001
      *          WHEN THE SAME SUPERVISOR REISSUES THE SAME GRANT, THE  00211002
      *          USE GOES TO THE GRANT WHOSE WINDOW COVERED THE USE     00212002
      *          DATE. QZOVRD CARRIES NO ISSUE DATE, SO A GRANT'S WINDOW00213002
      *          IS TAKEN TO RUN FROM THE EXPIRY OF THE PREVIOUS MATCH  00214002
      *          - THE MATCH WITH THE EARLIEST EXPIRY ON OR AFTER THE   00215002
      *          USE DATE WINS. ONLY WHEN EVERY MATCH HAD EXPIRED BY    00216002
      *          THEN DOES THE USE FALL BACK TO THE FIRST MATCH.        00217002
      *                                                                 00220001
      *    INFO                                                         00230001
      *          OPTIONAL JCL PARM IS THE "ABOUT TO EXPIRE" WINDOW IN   00240001
      *          DAYS - E.G. PARM='14'. NO PARM MEANS 7 DAYS.           00250001
      *                                                                 00260001
      *          RETURN-CODE 0 = NOTHING FOR THE AUDIT TO CHASE         00270001
      *                      4 = USES WITH NO GRANT ON FILE             00280001
      *                     12 = QZOVRD COULD NOT BE READ               00290001
      *                                                                 00300001
      ******************************************************************00310001
      *                                                                 00320001
      *    PROJECT CONTAINS:                                            00330001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00340001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00350001
      *          UTILITY PGM       QZOVRMT.CBL    OVERRIDE GRANT        00360001
      *                                           MAINTENANCE           00370001
      *          REPORT PGM        QZOVRRP.CBL    OVERRIDE GRANT        00380001
      *                                           REPORT                00390001
      *                                                                 00400001
      ******************************************************************00410001
      *    MODIFICATION HISTORY                                         00420001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00430001
      *    2026-10-15 PAK  A USE NOW GOES TO THE MATCHING GRANT WHOSE   00431002
      *                    WINDOW COVERED THE USE DATE, NOT ALWAYS      00432002
      *                    THE FIRST MATCH ON QZOVRD                    00433002
      ******************************************************************00440001
       ENVIRONMENT DIVISION.                                            00450001
       INPUT-OUTPUT SECTION.                                            00460001
       FILE-CONTROL.                                                    00470001
           SELECT OVR-FILE ASSIGN TO "QZOVRD"                           00480001
              ORGANIZATION IS SEQUENTIAL                                00490001
              FILE STATUS IS WS-OVR-STATUS.                             00500001
           SELECT OVA-FILE ASSIGN TO "QZOVRAUD"                         00510001
              ORGANIZATION IS SEQUENTIAL                                00520001
              FILE STATUS IS WS-OVA-STATUS.                             00530001
      ******************************************************************00540001
       DATA DIVISION.                                                   00550001
       FILE SECTION.                                                    00560001
      *    SAME LAYOUT AS OVR-RECORD IN OPERQUIZ.                       00570001
       FD  OVR-FILE                                                     00580001
           RECORDING MODE F                                             00590001
           RECORD CONTAINS 80 CHARACTERS                                00600001
           LABEL RECORDS ARE STANDARD.                                  00610001
       01  OVR-RECORD.                                                  00620001
           05 OVR-OPER-ID        PIC   X(8).                            00630001
           05 FILLER             PIC   X.                               00640001
           05 OVR-TOPIC          PIC   X(8).                            00650001
           05 FILLER             PIC   X.                               00660001
           05 OVR-EXPIRY-DATE    PIC   9(8).                            00670001
           05 FILLER             PIC   X.                               00680001
           05 OVR-SUPERVISOR     PIC   X(20).                           00690001
           05 FILLER             PIC   X.                               00700001
           05 OVR-REASON         PIC   X(30).                           00710001
           05 FILLER             PIC   X(2).                            00720001
      *    SAME LAYOUT AS OVA-RECORD IN OPERQUIZ.                       00730001
       FD  OVA-FILE                                                     00740001
           RECORDING MODE F                                             00750001
           RECORD CONTAINS 90 CHARACTERS                                00760001
           LABEL RECORDS ARE STANDARD.                                  00770001
       01  OVA-RECORD.                                                  00780001
           05 OVA-USE-DATE       PIC   9(8).                            00790001
           05 FILLER             PIC   X.                               00800001
           05 OVA-USE-TIME       PIC   9(6).                            00810001
           05 FILLER             PIC   X.                               00820001
           05 OVA-OPER-ID        PIC   X(8).                            00830001
           05 FILLER             PIC   X.                               00840001
           05 OVA-TOPIC          PIC   X(8).                            00850001
           05 FILLER             PIC   X.                               00860001
           05 OVA-SUPERVISOR     PIC   X(20).                           00870001
           05 FILLER             PIC   X.                               00880001
           05 OVA-REASON         PIC   X(30).                           00890001
           05 FILLER             PIC   X(4).                            00900001
      ******************************************************************00910001
       WORKING-STORAGE SECTION.                                         00920001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00930001
       01 WS-OVR-STATUS     PIC   XX    VALUE '00'.                     00940001
       01 WS-OVA-STATUS     PIC   XX    VALUE '00'.                     00950001
       01 WS-RUN-DATE       PIC   9(8).                                 00960001
       01 WS-RUN-INT        PIC   9(8)  USAGE IS COMP.                  00970001
       01 WS-SOON-DAYS      PIC   9(3)  VALUE 7.                        00980001
       01 WS-SOON-DATE      PIC   9(8).                                 00990001
       01 WS-DAYS-LEFT      PIC   S9(5) USAGE IS COMP.                  01000001
       01 WS-DAYS-EDIT      PIC   ZZ9.                                  01010001
       01 WS-USES-EDIT      PIC   ZZZ9.                                 01020001
      * --------------------------------------------------------------- 01030001
      *    ONE ENTRY PER GRANT ON QZOVRD, WITH THE USES MATCHED TO IT.  01040001
       01 WS-G-COUNT        PIC   9(3)  USAGE IS COMP VALUE 0.          01050001
       01 WS-GRANT-TABLE.                                               01060001
        05 WS-GRANT OCCURS 500 TIMES.                                   01070001
           10 WS-G-OPER       PIC   X(8).                               01080001
           10 WS-G-TOPIC      PIC   X(8).                               01090001
           10 WS-G-EXPIRY     PIC   9(8).                               01100001
           10 WS-G-SUPERVISOR PIC   X(20).                              01110001
           10 WS-G-REASON     PIC   X(30).                              01120001
           10 WS-G-USES       PIC   9(4)  USAGE IS COMP.                01130001
           10 WS-G-LAST-USE   PIC   9(8).                               01140001
       01 WS-GX             PIC   9(3)  USAGE IS COMP.                  01150001
       01 WS-HIT            PIC   9(3)  USAGE IS COMP.                  01160001
       01 WS-FIRST-HIT      PIC   9(3)  USAGE IS COMP.                  01161002
      * --------------------------------------------------------------- 01170001
      *    USES WITH NO GRANT - KEPT FOR THEIR OWN SECTION AT THE END.  01180001
       01 WS-ORPHAN-COUNT   PIC   9(5)  USAGE IS COMP VALUE 0.          01190001
       01 WS-ORPHAN-TABLE.                                              01200001
        05 WS-ORPHAN OCCURS 200 TIMES.                                  01210001
           10 WS-O-DATE       PIC   9(8).                               01220001
           10 WS-O-OPER       PIC   X(8).                               01230001
           10 WS-O-TOPIC      PIC   X(8).                               01240001
           10 WS-O-SUPERVISOR PIC   X(20).                              01250001
       01 WS-OX             PIC   9(3)  USAGE IS COMP.                  01260001
      * --------------------------------------------------------------- 01270001
       01 WS-TOTALS.                                                    01280001
        05 WS-USE-COUNT      PIC   9(5)  USAGE IS COMP VALUE 0.         01290001
        05 WS-NEVER-COUNT    PIC   9(5)  USAGE IS COMP VALUE 0.         01300001
        05 WS-SOON-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.         01310001
        05 WS-MULTI-COUNT    PIC   9(5)  USAGE IS COMP VALUE 0.         01320001
        05 WS-LIVE-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.         01330001
       01 WS-G-STATE        PIC   X(7).                                 01340001
      ******************************************************************01350001
       LINKAGE SECTION.                                                 01360001
       01 PARM-BUFFER.                                                  01370001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               01380001
        05 PARM-DATA                    PIC   X(256).                   01390001
      ******************************************************************01400001
       PROCEDURE DIVISION USING PARM-BUFFER.                            01410001
           PERFORM PROC-INITIALIZE                                      01420001
           PERFORM PROC-LOAD-GRANTS                                     01430001
           IF RETURN-CODE = 12                                          01440001
              GOBACK                                                    01450001
           END-IF                                                       01460001
           PERFORM PROC-MATCH-USES                                      01470001
           PERFORM PROC-PRINT-REPORT                                    01480001
           IF WS-ORPHAN-COUNT > 0                                       01490001
              MOVE 4 TO RETURN-CODE                                     01500001
           ELSE                                                         01510001
              MOVE 0 TO RETURN-CODE                                     01520001
           END-IF                                                       01530001
           GOBACK.                                                      01540001
      ******************************************************************01550001
       PROC-INITIALIZE.                                                 01560001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               01570001
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)   01580001
           IF PARM-LENGTH > 0                                           01590001
              AND FUNCTION TEST-NUMVAL(PARM-DATA(1:PARM-LENGTH)) = 0    01600001
              COMPUTE WS-SOON-DAYS =                                    01610001
                 FUNCTION NUMVAL(PARM-DATA(1:PARM-LENGTH))              01620001
           END-IF                                                       01630001
           COMPUTE WS-SOON-DATE =                                       01640001
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT + WS-SOON-DAYS)       01650001
           MOVE 0 TO RETURN-CODE                                        01660001
           EXIT.                                                        01670001
      ******************************************************************01680001
       PROC-LOAD-GRANTS.                                                01690001
           OPEN INPUT OVR-FILE                                          01700001
           IF WS-OVR-STATUS NOT = '00'                                  01710001
              DISPLAY 'ERROR: QZOVRD COULD NOT BE OPENED (STATUS=',     01720001
                 WS-OVR-STATUS, ')'                                     01730001
              MOVE 12 TO RETURN-CODE                                    01740001
              EXIT PARAGRAPH                                            01750001
           END-IF                                                       01760001
           PERFORM PROC-LOAD-ONE-GRANT                                  01770001
              UNTIL WS-OVR-STATUS NOT = '00'                            01780001
           CLOSE OVR-FILE                                               01790001
           EXIT.                                                        01800001
      ******************************************************************01810001
       PROC-LOAD-ONE-GRANT.                                             01820001
           READ OVR-FILE                                                01830001
           IF WS-OVR-STATUS = '00'                                      01840001
              IF WS-G-COUNT = 500                                       01850001
                 DISPLAY 'WARNING: MORE THAN 500 GRANTS - THE REST ',   01860001
                    'ARE NOT REPORTED'                                  01870001
                 MOVE '10' TO WS-OVR-STATUS                             01880001
              ELSE                                                      01890001
                 ADD 1 TO WS-G-COUNT                                    01900001
                 MOVE OVR-OPER-ID     TO WS-G-OPER(WS-G-COUNT)          01910001
                 MOVE OVR-TOPIC       TO WS-G-TOPIC(WS-G-COUNT)         01920001
                 MOVE OVR-EXPIRY-DATE TO WS-G-EXPIRY(WS-G-COUNT)        01930001
                 MOVE OVR-SUPERVISOR  TO WS-G-SUPERVISOR(WS-G-COUNT)    01940001
                 MOVE OVR-REASON      TO WS-G-REASON(WS-G-COUNT)        01950001
                 MOVE 0               TO WS-G-USES(WS-G-COUNT)          01960001
                 MOVE 0               TO WS-G-LAST-USE(WS-G-COUNT)      01970001
              END-IF                                                    01980001
           END-IF                                                       01990001
           EXIT.                                                        02000001
      ******************************************************************02010001
      *    NO QZOVRAUD DD SIMPLY MEANS NO GRANT HAS EVER BEEN USED.     02020001
       PROC-MATCH-USES.                                                 02030001
           OPEN INPUT OVA-FILE                                          02040001
           IF WS-OVA-STATUS = '00'                                      02050001
              PERFORM PROC-MATCH-ONE-USE                                02060001
                 UNTIL WS-OVA-STATUS NOT = '00'                         02070001
              CLOSE OVA-FILE                                            02080001
           ELSE                                                         02090001
              DISPLAY 'NOTE: QZOVRAUD NOT AVAILABLE (STATUS=',          02100001
                 WS-OVA-STATUS, ') - NO USES TO MATCH'                  02110001
           END-IF                                                       02120001
           EXIT.                                                        02130001
      ******************************************************************02140001
       PROC-MATCH-ONE-USE.                                              02150001
           READ OVA-FILE                                                02160001
           IF WS-OVA-STATUS NOT = '00'                                  02170001
              EXIT PARAGRAPH                                            02180001
           END-IF                                                       02190001
           ADD 1 TO WS-USE-COUNT                                        02200001
           MOVE 0 TO WS-HIT                                             02210001
           MOVE 0 TO WS-FIRST-HIT                                       02211002
           PERFORM VARYING WS-GX FROM 1 BY 1                            02220001
              UNTIL WS-GX > WS-G-COUNT                                  02221002
              IF WS-G-OPER(WS-GX)       = OVA-OPER-ID                   02240001
                 AND WS-G-TOPIC(WS-GX)      = OVA-TOPIC                 02250001
                 AND WS-G-SUPERVISOR(WS-GX) = OVA-SUPERVISOR            02260001
                 AND WS-G-REASON(WS-GX)     = OVA-REASON                02270001
                 IF WS-FIRST-HIT = 0                                    02271002
                    MOVE WS-GX TO WS-FIRST-HIT                          02272002
                 END-IF                                                 02273002
                 IF WS-G-EXPIRY(WS-GX) NOT < OVA-USE-DATE               02274002
                    IF WS-HIT = 0                                       02275002
                       MOVE WS-GX TO WS-HIT                             02276002
                    ELSE                                                02277002
                       IF WS-G-EXPIRY(WS-GX) < WS-G-EXPIRY(WS-HIT)      02278002
                          MOVE WS-GX TO WS-HIT                          02279002
                       END-IF                                           02280002
                    END-IF                                              02281002
                 END-IF                                                 02282002
              END-IF                                                    02290001
           END-PERFORM                                                  02300001
           IF WS-HIT = 0                                                02301002
              MOVE WS-FIRST-HIT TO WS-HIT                               02302002
           END-IF                                                       02303002
           IF WS-HIT > 0                                                02310001
              ADD 1 TO WS-G-USES(WS-HIT)                                02320001
              IF OVA-USE-DATE > WS-G-LAST-USE(WS-HIT)                   02330001
                 MOVE OVA-USE-DATE TO WS-G-LAST-USE(WS-HIT)             02340001
              END-IF                                                    02350001
           ELSE                                                         02360001
              ADD 1 TO WS-ORPHAN-COUNT                                  02370001
              IF WS-ORPHAN-COUNT NOT > 200                              02380001
                 MOVE OVA-USE-DATE   TO WS-O-DATE(WS-ORPHAN-COUNT)      02390001
                 MOVE OVA-OPER-ID    TO WS-O-OPER(WS-ORPHAN-COUNT)      02400001
                 MOVE OVA-TOPIC      TO WS-O-TOPIC(WS-ORPHAN-COUNT)     02410001
                 MOVE OVA-SUPERVISOR TO WS-O-SUPERVISOR(WS-ORPHAN-COUNT)02420001
              END-IF                                                    02430001
           END-IF                                                       02440001
           EXIT.                                                        02450001
      ******************************************************************02460001
       PROC-PRINT-REPORT.                                               02470001
           DISPLAY WS-HLINE                                             02480001
           DISPLAY 'OVERRIDE GRANT AUDIT - RUN DATE ', WS-RUN-DATE      02490001
           DISPLAY WS-HLINE                                             02500001
           DISPLAY ' '                                                  02510001
           DISPLAY 'GRANTS NEVER USED'                                  02520001
           DISPLAY '  OPERATOR TOPIC    EXPIRES  STATE   AUTHORIZED BY' 02530001
           PERFORM PROC-PRINT-NEVER                                     02540001
              VARYING WS-GX FROM 1 BY 1                                 02550001
              UNTIL WS-GX > WS-G-COUNT                                  02560001
           IF WS-NEVER-COUNT = 0                                        02570001
              DISPLAY '  (NONE)'                                        02580001
           END-IF                                                       02590001
           DISPLAY ' '                                                  02600001
           MOVE WS-SOON-DAYS TO WS-DAYS-EDIT                            02610001
           DISPLAY 'LIVE GRANTS EXPIRING WITHIN ', WS-DAYS-EDIT,        02620001
              ' DAYS'                                                   02630001
           DISPLAY '  OPERATOR TOPIC    EXPIRES  DAYS LEFT'             02640001
           PERFORM PROC-PRINT-SOON                                      02650001
              VARYING WS-GX FROM 1 BY 1                                 02660001
              UNTIL WS-GX > WS-G-COUNT                                  02670001
           IF WS-SOON-COUNT = 0                                         02680001
              DISPLAY '  (NONE)'                                        02690001
           END-IF                                                       02700001
           DISPLAY ' '                                                  02710001
           DISPLAY 'GRANTS USED MORE THAN ONCE'                         02720001
           DISPLAY '  OPERATOR TOPIC    EXPIRES  USES LAST USE'         02730001
           PERFORM PROC-PRINT-MULTI                                     02740001
              VARYING WS-GX FROM 1 BY 1                                 02750001
              UNTIL WS-GX > WS-G-COUNT                                  02760001
           IF WS-MULTI-COUNT = 0                                        02770001
              DISPLAY '  (NONE)'                                        02780001
           END-IF                                                       02790001
           DISPLAY ' '                                                  02800001
           DISPLAY 'USES WITH NO GRANT ON QZOVRD'                       02810001
           DISPLAY '  USED ON  OPERATOR TOPIC    AUTHORIZED BY'         02820001
           PERFORM PROC-PRINT-ORPHAN                                    02830001
              VARYING WS-OX FROM 1 BY 1                                 02840001
              UNTIL WS-OX > WS-ORPHAN-COUNT OR WS-OX > 200              02850001
           IF WS-ORPHAN-COUNT = 0                                       02860001
              DISPLAY '  (NONE)'                                        02870001
           END-IF                                                       02880001
           IF WS-ORPHAN-COUNT > 200                                     02890001
              DISPLAY '  ... ONLY THE FIRST 200 ARE LISTED'             02900001
           END-IF                                                       02910001
           DISPLAY ' '                                                  02920001
           DISPLAY WS-HLINE                                             02930001
           DISPLAY 'GRANTS ON FILE:        ', WS-G-COUNT,               02940001
              '  (LIVE: ', WS-LIVE-COUNT, ')'                           02950001
           DISPLAY 'USES ON QZOVRAUD:      ', WS-USE-COUNT              02960001
           DISPLAY 'NEVER USED:            ', WS-NEVER-COUNT            02970001
           DISPLAY 'EXPIRING SOON:         ', WS-SOON-COUNT             02980001
           DISPLAY 'USED MORE THAN ONCE:   ', WS-MULTI-COUNT            02990001
           DISPLAY 'USES WITHOUT A GRANT:  ', WS-ORPHAN-COUNT           03000001
           DISPLAY WS-HLINE                                             03010001
           EXIT.                                                        03020001
      ******************************************************************03030001
       PROC-PRINT-NEVER.                                                03040001
           IF WS-G-EXPIRY(WS-GX) < WS-RUN-DATE                          03050001
              MOVE 'EXPIRED' TO WS-G-STATE                              03060001
           ELSE                                                         03070001
              MOVE 'LIVE' TO WS-G-STATE                                 03080001
              ADD 1 TO WS-LIVE-COUNT                                    03090001
           END-IF                                                       03100001
           IF WS-G-USES(WS-GX) = 0                                      03110001
              ADD 1 TO WS-NEVER-COUNT                                   03120001
              DISPLAY '  ', WS-G-OPER(WS-GX), ' ', WS-G-TOPIC(WS-GX),   03130001
                 ' ', WS-G-EXPIRY(WS-GX), ' ', WS-G-STATE, ' ',         03140001
                 WS-G-SUPERVISOR(WS-GX)                                 03150001
           END-IF                                                       03160001
           EXIT.                                                        03170001
      ******************************************************************03180001
       PROC-PRINT-SOON.                                                 03190001
           IF WS-G-EXPIRY(WS-GX) NOT < WS-RUN-DATE                      03200001
              AND WS-G-EXPIRY(WS-GX) NOT > WS-SOON-DATE                 03210001
              ADD 1 TO WS-SOON-COUNT                                    03220001
              COMPUTE WS-DAYS-LEFT =                                    03230001
                 FUNCTION INTEGER-OF-DATE(WS-G-EXPIRY(WS-GX))           03240001
                 - WS-RUN-INT                                           03250001
              MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT                         03260001
              DISPLAY '  ', WS-G-OPER(WS-GX), ' ', WS-G-TOPIC(WS-GX),   03270001
                 ' ', WS-G-EXPIRY(WS-GX), '       ', WS-DAYS-EDIT       03280001
           END-IF                                                       03290001
           EXIT.                                                        03300001
      ******************************************************************03310001
       PROC-PRINT-MULTI.                                                03320001
           IF WS-G-USES(WS-GX) > 1                                      03330001
              ADD 1 TO WS-MULTI-COUNT                                   03340001
              MOVE WS-G-USES(WS-GX) TO WS-USES-EDIT                     03350001
              DISPLAY '  ', WS-G-OPER(WS-GX), ' ', WS-G-TOPIC(WS-GX),   03360001
                 ' ', WS-G-EXPIRY(WS-GX), ' ', WS-USES-EDIT, ' ',       03370001
                 WS-G-LAST-USE(WS-GX)                                   03380001
           END-IF                                                       03390001
           EXIT.                                                        03400001
      ******************************************************************03410001
       PROC-PRINT-ORPHAN.                                               03420001
           DISPLAY '  ', WS-O-DATE(WS-OX), ' ', WS-O-OPER(WS-OX), ' ',  03430001
              WS-O-TOPIC(WS-OX), ' ', WS-O-SUPERVISOR(WS-OX)            03440001
           EXIT.                                                        03450001
       END PROGRAM QZOVRRP.                                             03460001
