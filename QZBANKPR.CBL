       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZBANKPR.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          PROMOTES A QUESTION BANK'S STAGED EDITS (THE QSxxxx    00110001
      *          DD QZBANKMT SAVES TO) TO THE LIVE QAxxxx DD THE QUIZ   00120001
      *          READS - BUT ONLY WHEN QZBANKCK PASSES THE STAGED COPY  00130001
      *          AND THE APPROVER NAMED IN THE PARM IS A DIFFERENT      00140001
      *          USER ID FROM EVERY EDITOR BANKCHG SHOWS FOR THE BANK   00150001
      *          SINCE ITS LAST RELEASE. EACH PROMOTION TAKES THE       00160001
      *          BANK'S NEXT RELEASE NUMBER ON THE QZRELEAS REGISTER    00170001
      *          AND THE PROMOTED BANK IS COPIED WHOLE TO THE QZBNKARC  00180001
      *          RELEASE ARCHIVE, SO THE RELEASE ORQMOD02 STAMPS ON     00190001
      *          EVERY QUIZLOGK ATTEMPT AND QUIZDTL DETAIL LEADS BACK   00200001
      *          TO THE EXACT KEY THE OPERATOR SAT (QZKEYAUD PRINTS     00210001
      *          IT PER OPERATOR).                                      00220001
      *                                                                 00230001
      *    INFO                                                         00240001
      *          JCL PARM IS 'TOPIC,APPROVER' - THE TOPIC (OR LIVE      00250001
      *          QAxxxx DD NAME) AS QZBANKCK TAKES IT, THEN THE         00260001
      *          APPROVING USER ID - E.G. PARM='VSAM,TRNLEAD1'.         00270001
      *          THE STAGING DD IS THE LIVE NAME WITH QA TURNED INTO    00280001
      *          QS (QAVSAM -> QSVSAM), EXACTLY AS QZBANKMT BUILDS IT.  00290001
      *          QZBANKCK RUNS AGAINST THE STAGING DD AS A CALLED       00300001
      *          STEP AND ITS REPORT APPEARS IN THIS JOB'S OUTPUT -     00310001
      *          RC 8 OR WORSE REFUSES THE PROMOTION, RC 4 (WARNINGS    00320001
      *          ONLY) IS USABLE AND PROMOTES.                          00330001
      *          THE EDITORS ARE EVERY CHG-EDITOR ON BANKCHG FOR THE    00340001
      *          LIVE DD STAMPED AFTER THE LAST RELEASE (ALL OF THEM    00350001
      *          FOR A BANK NEVER RELEASED). AN UNKNOWN EDITOR CANNOT   00360001
      *          BE TOLD APART FROM THE APPROVER AND REFUSES TOO.       00370001
      *          MORE THAN 20 DISTINCT EDITORS SINCE THE LAST RELEASE   00371003
      *          CANNOT ALL BE HELD FOR THE CHECK AND REFUSES TOO.      00372003
      *          RELEASE NUMBERS ARE TAKEN ACROSS THE WHOLE REGISTER -  00373003
      *          THE NEW RELEASE IS THE HIGHEST ON QZRELEAS FOR ANY DD  00374003
      *          PLUS ONE - SO A RELEASE NUMBER NAMES EXACTLY ONE BANK. 00375003
      *          THE EDITOR WINDOW AND THE BASELINE DECISION STILL GO   00376003
      *          BY THIS DD'S OWN LAST RELEASE.                         00377003
      *          A BANK'S FIRST PROMOTION ALSO ARCHIVES THE LIVE BANK   00380001
      *          IT REPLACES AS RELEASE 0 - THE KEY EVERY ATTEMPT       00390001
      *          LOGGED BEFORE RELEASE CONTROL WAS SCORED AGAINST.      00400001
      *          THE STAGING DD IS EMPTIED ONCE PROMOTED.               00410001
      *                                                                 00420001
      *          RETURN-CODE 0 = PROMOTED                               00430001
      *                      8 = REFUSED - BAD PARM, NOTHING STAGED,    00440001
      *                          QZBANKCK FOUND DEFECTS, NO EDITOR      00450001
      *                          ON RECORD, MORE THAN 20 EDITORS, OR    00451003
      *                          THE APPROVER IS ONE OF THE EDITORS     00452003
      *                     12 = A DD COULD NOT BE OPENED OR WRITTEN    00480001
      *                                                                 00490001
      ******************************************************************00500001
      *                                                                 00510001
      *    PROJECT CONTAINS:                                            00520001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00530001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00540001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00550001
      *                            ORQMOD02.CBL   QUIZ PART             00560001
      *          REPORT PGM        QZBNKHRP.CBL   BANK-CHANGE HISTORY   00570001
      *                                           OFF BANKCHG           00580001
      *          UTILITY PGM       QZBANKCK.CBL   QUESTION-BANK         00590001
      *                                           VALIDATION            00600001
      *          UTILITY PGM       QZBANKMT.CBL   QUESTION-BANK         00610001
      *                                           MAINTENANCE           00620001
      *          UTILITY PGM       QZBANKPR.CBL   STAGED BANK PROMOTION 00630001
      *                                           AND RELEASE NUMBERING 00640001
      *          REPORT PGM        QZKEYAUD.CBL   ANSWER KEY AUDIT BY   00650001
      *                                           BANK RELEASE          00660001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00670001
      *                            CPBQAC02       VER2 OF Q&A           00680001
      *                                                                 00690001
      ******************************************************************00700001
      *    MODIFICATION HISTORY                                         00710001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00720001
      *    2026-10-15 PAK  BANK RECORDS GREW THE 4-BYTE SUBJECT-AREA    00721002
      *                    CODE (RECORD NOW 165 BYTES) - STAGING, LIVE  00722002
      *                    AND THE QZBNKARC IMAGE (NOW 196 BYTES) FOLLOW00723002
      *    2026-10-15 PAK  MORE THAN 20 DISTINCT EDITORS NOW REFUSES    00724003
      *                    RC 8 RATHER THAN CHECKING ONLY THE FIRST 20  00725003
      *    2026-10-15 PAK  RELEASES ARE NUMBERED ACROSS ALL DDS ON      00726003
      *                    QZRELEAS SO A RELEASE NUMBER IDENTIFIES ONE  00727003
      *                    BANK                                         00728003
      ******************************************************************00730001
       ENVIRONMENT DIVISION.                                            00740001
       INPUT-OUTPUT SECTION.                                            00750001
       FILE-CONTROL.                                                    00760001
           SELECT STG-FILE ASSIGN TO DYNAMIC WS-STG-DDNAME              00770001
              ORGANIZATION IS SEQUENTIAL                                00780001
              FILE STATUS IS WS-STG-STATUS.                             00790001
           SELECT QAF-FILE ASSIGN TO DYNAMIC WS-QAF-DDNAME              00800001
              ORGANIZATION IS SEQUENTIAL                                00810001
              FILE STATUS IS WS-QAF-STATUS.                             00820001
           SELECT CHG-FILE ASSIGN TO "BANKCHG"                          00830001
              ORGANIZATION IS SEQUENTIAL                                00840001
              FILE STATUS IS WS-CHG-STATUS.                             00850001
           SELECT REL-FILE ASSIGN TO "QZRELEAS"                         00860001
              ORGANIZATION IS SEQUENTIAL                                00870001
              FILE STATUS IS WS-REL-STATUS.                             00880001
           SELECT ARC-FILE ASSIGN TO "QZBNKARC"                         00890001
              ORGANIZATION IS SEQUENTIAL                                00900001
              FILE STATUS IS WS-ARC-STATUS.                             00910001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00920001
              ORGANIZATION IS SEQUENTIAL                                00930001
              FILE STATUS IS WS-TOP-STATUS.                             00940001
      ******************************************************************00950001
       DATA DIVISION.                                                   00960001
       FILE SECTION.                                                    00970001
      *    THE STAGED BANK - SAME 165-BYTE LAYOUT AS QAF-RECORD. ITS    00971002
      *    RECORDS ARE COPIED WHOLE, CONTINUATIONS INCLUDED.            00990001
       FD  STG-FILE                                                     01000001
           RECORDING MODE F                                             01010001
           RECORD CONTAINS 165 CHARACTERS                               01011002
           LABEL RECORDS ARE STANDARD.                                  01030001
       01  STG-RECORD.                                                  01040001
           05 FILLER           PIC   X(99).                             01050001
           05 FILLER           PIC   X(60).                             01060001
           05 FILLER           PIC   X.                                 01070001
      *    RECORD TYPE - BLANK/Q MARKS A BASE QUESTION RECORD.          01080001
           05 STG-T            PIC   X.                                 01090001
           05 FILLER           PIC   X(4).                              01091002
      *    THE LIVE BANK - SAME LAYOUT AS QAF-RECORD IN ORQMOD02.       01100001
       FD  QAF-FILE                                                     01110001
           RECORDING MODE F                                             01120001
           RECORD CONTAINS 165 CHARACTERS                               01121002
           LABEL RECORDS ARE STANDARD.                                  01140001
       01  QAF-RECORD            PIC   X(165).                          01141002
      *    SAME LAYOUT QZBANKMT'S SAVE PATH WRITES. ONLY THE STAMP,     01160001
      *    EDITOR AND DD ARE USED HERE.                                 01170001
       FD  CHG-FILE                                                     01180001
           RECORDING MODE F                                             01190001
           RECORD CONTAINS 860 CHARACTERS                               01200001
           LABEL RECORDS ARE STANDARD.                                  01210001
       01  CHG-RECORD.                                                  01220001
           05 CHG-DATE          PIC   9(8).                             01230001
           05 FILLER            PIC   X.                                01240001
           05 CHG-TIME          PIC   9(6).                             01250001
           05 FILLER            PIC   X.                                01260001
           05 CHG-EDITOR        PIC   X(8).                             01270001
           05 FILLER            PIC   X.                                01280001
           05 CHG-DDNAME        PIC   X(8).                             01290001
           05 FILLER            PIC   X(827).                           01300001
      *    THE BANK RELEASE REGISTER - ONE 80-BYTE RECORD PER           01310001
      *    PROMOTION, APPENDED. A BANK'S RELEASE IN FORCE IS THE        01320001
      *    HIGHEST REL-RELEASE ON FILE FOR ITS DD; A DD NEVER           01330001
      *    PROMOTED IS AT RELEASE 0. ORQMOD02 READS IT TO STAMP         01340001
      *    EACH ATTEMPT AND DETAIL.                                     01350001
       FD  REL-FILE                                                     01360001
           RECORDING MODE F                                             01370001
           RECORD CONTAINS 80 CHARACTERS                                01380001
           LABEL RECORDS ARE STANDARD.                                  01390001
       01  REL-RECORD.                                                  01400001
           05 REL-DDNAME         PIC   X(8).                            01410001
           05 FILLER             PIC   X.                               01420001
           05 REL-RELEASE        PIC   9(5).                            01430001
           05 FILLER             PIC   X.                               01440001
           05 REL-DATE           PIC   9(8).                            01450001
           05 FILLER             PIC   X.                               01460001
           05 REL-TIME           PIC   9(6).                            01470001
           05 FILLER             PIC   X.                               01480001
           05 REL-TOPIC          PIC   X(8).                            01490001
           05 FILLER             PIC   X.                               01500001
           05 REL-APPROVER       PIC   X(8).                            01510001
           05 FILLER             PIC   X.                               01520001
      *    THE FIRST EDITOR FOUND AND HOW MANY THERE WERE - THE FULL    01530001
      *    LIST IS ON BANKCHG BETWEEN THIS RELEASE AND THE LAST.        01540001
           05 REL-EDITOR         PIC   X(8).                            01550001
           05 FILLER             PIC   X.                               01560001
           05 REL-EDITORS        PIC   9(2).                            01570001
           05 FILLER             PIC   X.                               01580001
           05 REL-Q-COUNT        PIC   9(3).                            01590001
           05 FILLER             PIC   X.                               01600001
           05 REL-CHECK-RC       PIC   9(2).                            01610001
           05 FILLER             PIC   X(13).                           01620001
      *    THE RELEASE ARCHIVE - EVERY BANK RECORD OF EVERY RELEASE,    01630001
      *    TAGGED WITH THE LIVE DD, THE RELEASE AND THE PROMOTION       01640001
      *    STAMP (WHICH MATCHES THE REGISTER RECORD THAT MADE IT).      01650001
       FD  ARC-FILE                                                     01660001
           RECORDING MODE F                                             01670001
           RECORD CONTAINS 196 CHARACTERS                               01671002
           LABEL RECORDS ARE STANDARD.                                  01690001
       01  ARC-RECORD.                                                  01700001
           05 ARC-DDNAME         PIC   X(8).                            01710001
           05 FILLER             PIC   X.                               01720001
           05 ARC-RELEASE        PIC   9(5).                            01730001
           05 FILLER             PIC   X.                               01740001
           05 ARC-DATE           PIC   9(8).                            01750001
           05 FILLER             PIC   X.                               01760001
           05 ARC-TIME           PIC   9(6).                            01770001
           05 FILLER             PIC   X.                               01780001
           05 ARC-QAF            PIC   X(165).                          01781002
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  01800001
      *    ONLY THE TOPIC AND DD NAME ARE USED HERE.                    01810001
       FD  TOP-FILE                                                     01820001
           RECORDING MODE F                                             01830001
           RECORD CONTAINS 80 CHARACTERS                                01840001
           LABEL RECORDS ARE STANDARD.                                  01850001
       01  TOP-RECORD.                                                  01860001
           05 TOP-TOPIC          PIC   X(8).                            01870001
           05 FILLER             PIC   X.                               01880001
           05 TOP-PASS-PCT       PIC   9(3).                            01890001
           05 FILLER             PIC   X.                               01900001
           05 TOP-BORDER-PCT     PIC   9(3).                            01910001
           05 FILLER             PIC   X.                               01920001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01930001
           05 FILLER             PIC   X.                               01940001
           05 TOP-MAX-FAILS      PIC   9.                               01950001
           05 FILLER             PIC   X.                               01960001
           05 TOP-DDNAME         PIC   X(8).                            01970001
           05 FILLER             PIC   X.                               01980001
           05 TOP-MIXED          PIC   X.                               01990001
           05 FILLER             PIC   X.                               02000001
           05 TOP-FALLBACK       PIC   X(8).                            02010001
           05 FILLER             PIC   X(38).                           02020001
      ******************************************************************02030001
       WORKING-STORAGE SECTION.                                         02040001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  02050001
       01 WS-STG-STATUS     PIC   XX    VALUE '00'.                     02060001
       01 WS-QAF-STATUS     PIC   XX    VALUE '00'.                     02070001
       01 WS-CHG-STATUS     PIC   XX    VALUE '00'.                     02080001
          88 WS-CHG-EOF             VALUE '10'.                         02090001
       01 WS-REL-STATUS     PIC   XX    VALUE '00'.                     02100001
          88 WS-REL-EOF             VALUE '10'.                         02110001
       01 WS-ARC-STATUS     PIC   XX    VALUE '00'.                     02120001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     02130001
       01 WS-STG-DDNAME     PIC   X(8)  VALUE 'QSFILE'.                 02140001
       01 WS-QAF-DDNAME     PIC   X(8)  VALUE 'QAFILE'.                 02150001
       01 WS-TOPIC-IN       PIC   X(8)  VALUE SPACES.                   02160001
       01 WS-APPROVER       PIC   X(8)  VALUE SPACES.                   02170001
       01 WS-RUN-DATE       PIC   9(8).                                 02180001
       01 WS-RUN-TIME       PIC   9(6).                                 02190001
      *    THE OUTCOME SO FAR - EACH STEP RUNS ONLY WHILE IT IS 0 AND   02200001
      *    IT BECOMES THE RETURN CODE.                                  02210001
       01 WS-RC             PIC   9(2)  VALUE 0.                        02220001
      * --------------------------------------------------------------- 02230001
      *    THE STAGED BANK AS READ - 50 QUESTIONS WITH A FULL SET OF    02240001
      *    CONTINUATIONS IS THE MOST QZBANKMT CAN SAVE.                 02250001
       01 WS-STG-LIMIT      PIC   9(3)  USAGE IS COMP VALUE 300.        02260001
       01 WS-STG-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02270001
       01 WS-STG-IDX        PIC   9(3)  USAGE IS COMP.                  02280001
       01 WS-Q-COUNT        PIC   9(3)  USAGE IS COMP VALUE 0.          02290001
       01 WS-STG-TABLE.                                                 02300001
        05 WS-STG-REC OCCURS 300 TIMES PIC X(165).                      02301002
      * --------------------------------------------------------------- 02320001
      *    QZBANKCK'S PARM, BUILT TO NAME THE STAGING DD, AND ITS RC.   02330001
       01 WS-CK-PARM.                                                   02340001
        05 WS-CK-PARM-LENGTH  PIC   S9(4) COMP VALUE 8.                 02350001
        05 WS-CK-PARM-DATA    PIC   X(256) VALUE SPACES.                02360001
       01 WS-CK-RC          PIC   9(2)  VALUE 0.                        02370001
      * --------------------------------------------------------------- 02380001
      *    THE BANK'S LAST RELEASE ON THE REGISTER - 0 AND A ZERO       02390001
      *    STAMP WHEN IT HAS NEVER BEEN PROMOTED.                       02400001
       01 WS-LAST-RELEASE   PIC   9(5)  VALUE 0.                        02410001
       01 WS-LAST-DATE      PIC   9(8)  VALUE 0.                        02420001
       01 WS-LAST-TIME      PIC   9(6)  VALUE 0.                        02430001
       01 WS-NEW-RELEASE    PIC   9(5)  VALUE 0.                        02440001
      *    HIGHEST RELEASE ON THE REGISTER FOR ANY DD.                  02441003
       01 WS-TOP-RELEASE    PIC   9(5)  VALUE 0.                        02442003
       01 WS-ARC-COUNT      PIC   9(5)  USAGE IS COMP VALUE 0.          02450001
       01 WS-BASE-COUNT     PIC   9(5)  USAGE IS COMP VALUE 0.          02460001
      * --------------------------------------------------------------- 02470001
      *    DISTINCT EDITORS OF THE STAGED CHANGES.                      02480001
       01 WS-ED-COUNT       PIC   9(2)  USAGE IS COMP VALUE 0.          02490001
       01 WS-ED-IDX         PIC   9(2)  USAGE IS COMP.                  02500001
       01 WS-ED-HIT         PIC   9(2)  USAGE IS COMP.                  02510001
       01 WS-CHG-SEEN       PIC   9(5)  USAGE IS COMP VALUE 0.          02520001
       01 WS-ED-TABLE.                                                  02530001
        05 WS-ED-ID OCCURS 20 TIMES PIC X(8).                           02540001
       01 WS-ED-FULL-SW     PIC   X     VALUE 'N'.                      02541003
          88 WS-ED-FULL             VALUE 'Y'.                          02542003
      * --------------------------------------------------------------- 02550001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        02560001
       01 WS-CAT-DEFAULTS.                                              02570001
        05 FILLER            PIC   X(25)                                02580001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         02590001
        05 FILLER            PIC   X(25)                                02600001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         02610001
        05 FILLER            PIC   X(25)                                02620001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         02630001
        05 FILLER            PIC   X(25)                                02640001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         02650001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               02660001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                02670001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          02680001
       01 WS-CAT-TABLE.                                                 02690001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                02700001
           10 WS-CAT-TOPIC    PIC   X(8).                               02710001
           10 WS-CAT-DDNAME   PIC   X(8).                               02720001
           10 WS-CAT-MIXED    PIC   X.                                  02730001
           10 WS-CAT-FALLBACK PIC   X(8).                               02740001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  02750001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   02760001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02770001
      ******************************************************************02780001
       LINKAGE SECTION.                                                 02790001
       01 PARM-BUFFER.                                                  02800001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02810001
        05 PARM-DATA                    PIC   X(256).                   02820001
      ******************************************************************02830001
       PROCEDURE DIVISION USING PARM-BUFFER.                            02840001
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               02850001
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME               02860001
           DISPLAY WS-HLINE                                             02870001
           DISPLAY 'QUESTION-BANK PROMOTION'                            02880001
           DISPLAY WS-HLINE                                             02890001
           PERFORM PROC-PARSE-PARM                                      02900001
           IF WS-RC = 0                                                 02910001
              PERFORM PROC-LOAD-STAGING                                 02920001
           END-IF                                                       02930001
           IF WS-RC = 0                                                 02940001
              PERFORM PROC-RUN-BANKCK                                   02950001
           END-IF                                                       02960001
           IF WS-RC = 0                                                 02970001
              PERFORM PROC-FIND-LAST-RELEASE                            02980001
           END-IF                                                       02990001
           IF WS-RC = 0                                                 03000001
              PERFORM PROC-CHECK-EDITORS                                03010001
           END-IF                                                       03020001
           IF WS-RC = 0                                                 03030001
              PERFORM PROC-PROMOTE                                      03040001
           END-IF                                                       03050001
           DISPLAY WS-HLINE                                             03060001
           IF WS-RC = 0                                                 03070001
              DISPLAY 'PROMOTED: ', WS-QAF-DDNAME, ' RELEASE ',         03080001
                 WS-NEW-RELEASE, ' - ', WS-Q-COUNT, ' QUESTIONS, ',     03090001
                 'APPROVED BY ', WS-APPROVER                            03100001
           ELSE                                                         03110001
              DISPLAY 'NOT PROMOTED - LIVE BANK ', WS-QAF-DDNAME,       03120001
                 ' UNCHANGED (RC=', WS-RC, ')'                          03130001
           END-IF                                                       03140001
           DISPLAY WS-HLINE                                             03150001
           MOVE WS-RC TO RETURN-CODE                                    03160001
           GOBACK.                                                      03170001
      ******************************************************************03180001
      *    'TOPIC,APPROVER' - THE TOPIC RESOLVES THROUGH THE CATALOG    03190001
      *    THE WAY QZBANKMT RESOLVES IT, SO BOTH AGREE ON THE STAGING   03200001
      *    DD NAME.                                                     03210001
       PROC-PARSE-PARM.                                                 03220001
           IF PARM-LENGTH < 1                                           03230001
              DISPLAY 'ERROR: PARM MUST BE TOPIC,APPROVER - ',          03240001
                 'E.G. PARM=''VSAM,TRNLEAD1'''                          03250001
              MOVE 8 TO WS-RC                                           03260001
              EXIT PARAGRAPH                                            03270001
           END-IF                                                       03280001
           MOVE FUNCTION UPPER-CASE(PARM-DATA) TO PARM-DATA             03290001
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ','           03300001
              INTO WS-TOPIC-IN WS-APPROVER                              03310001
           END-UNSTRING                                                 03320001
           IF WS-TOPIC-IN = SPACES                                      03330001
              DISPLAY 'ERROR: NO TOPIC IN THE PARM'                     03340001
              MOVE 8 TO WS-RC                                           03350001
              EXIT PARAGRAPH                                            03360001
           END-IF                                                       03370001
           IF WS-APPROVER = SPACES OR WS-APPROVER = 'UNKNOWN'           03380001
              DISPLAY 'ERROR: NO APPROVER USER ID IN THE PARM - ',      03390001
                 'A PROMOTION NEEDS A NAMED SECOND USER'                03400001
              MOVE 8 TO WS-RC                                           03410001
              EXIT PARAGRAPH                                            03420001
           END-IF                                                       03430001
           PERFORM PROC-LOAD-CATALOG                                    03440001
           MOVE WS-TOPIC-IN TO WS-CAT-KEY                               03450001
           PERFORM PROC-FIND-CATALOG                                    03460001
           IF WS-CAT-HIT > 0                                            03470001
              MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-QAF-DDNAME           03480001
           ELSE                                                         03490001
              MOVE WS-TOPIC-IN TO WS-QAF-DDNAME                         03500001
           END-IF                                                       03510001
           MOVE SPACES TO WS-STG-DDNAME                                 03520001
           IF WS-QAF-DDNAME(1:2) = 'QA'                                 03530001
              STRING 'QS' WS-QAF-DDNAME(3:6) DELIMITED BY SIZE          03540001
                 INTO WS-STG-DDNAME                                     03550001
           ELSE                                                         03560001
              STRING 'QS' WS-QAF-DDNAME DELIMITED BY SPACE              03570001
                 INTO WS-STG-DDNAME                                     03580001
           END-IF                                                       03590001
           DISPLAY 'LIVE BANK:    ', WS-QAF-DDNAME                      03600001
           DISPLAY 'STAGED ON:    ', WS-STG-DDNAME                      03610001
           DISPLAY 'APPROVER:     ', WS-APPROVER                        03620001
           EXIT.                                                        03630001
      ******************************************************************03640001
      *    THE STAGED BANK IS HELD IN STORAGE SO THE ARCHIVE AND THE    03650001
      *    LIVE DD ARE WRITTEN FROM THE SAME IMAGE QZBANKCK PASSED.     03660001
       PROC-LOAD-STAGING.                                               03670001
           MOVE 0 TO WS-STG-COUNT                                       03680001
           MOVE 0 TO WS-Q-COUNT                                         03690001
           OPEN INPUT STG-FILE                                          03700001
           IF WS-STG-STATUS = '35'                                      03710001
              DISPLAY 'NOTHING STAGED ON ', WS-STG-DDNAME,              03720001
                 ' - SAVE THE EDITS IN QZBANKMT FIRST'                  03730001
              MOVE 8 TO WS-RC                                           03740001
              EXIT PARAGRAPH                                            03750001
           END-IF                                                       03760001
           IF WS-STG-STATUS NOT = '00'                                  03770001
              DISPLAY 'ERROR: ', WS-STG-DDNAME, ' COULD NOT BE ',       03780001
                 'OPENED (STATUS=', WS-STG-STATUS, ')'                  03790001
              MOVE 12 TO WS-RC                                          03800001
              EXIT PARAGRAPH                                            03810001
           END-IF                                                       03820001
           PERFORM PROC-LOAD-STAGED-REC                                 03830001
              UNTIL WS-STG-STATUS NOT = '00'                            03840001
              OR WS-RC > 0                                              03850001
           CLOSE STG-FILE                                               03860001
           IF WS-RC = 0 AND WS-STG-COUNT = 0                            03870001
              DISPLAY 'NOTHING STAGED ON ', WS-STG-DDNAME,              03880001
                 ' - SAVE THE EDITS IN QZBANKMT FIRST'                  03890001
              MOVE 8 TO WS-RC                                           03900001
           END-IF                                                       03910001
           EXIT.                                                        03920001
      ******************************************************************03930001
       PROC-LOAD-STAGED-REC.                                            03940001
           READ STG-FILE                                                03950001
           IF WS-STG-STATUS NOT = '00'                                  03960001
              EXIT PARAGRAPH                                            03970001
           END-IF                                                       03980001
           IF WS-STG-COUNT = WS-STG-LIMIT                               03990001
              DISPLAY 'ERROR: ', WS-STG-DDNAME, ' HOLDS MORE THAN ',    04000001
                 WS-STG-LIMIT, ' RECORDS - NOT A QZBANKMT BANK'         04010001
              MOVE 12 TO WS-RC                                          04020001
              EXIT PARAGRAPH                                            04030001
           END-IF                                                       04040001
           ADD 1 TO WS-STG-COUNT                                        04050001
           MOVE STG-RECORD TO WS-STG-REC(WS-STG-COUNT)                  04060001
           IF STG-T = SPACE OR STG-T = 'Q'                              04070001
              ADD 1 TO WS-Q-COUNT                                       04080001
           END-IF                                                       04090001
           EXIT.                                                        04100001
      ******************************************************************04110001
      *    QZBANKCK CHECKS THE STAGING DD EXACTLY AS IT WOULD A LIVE    04120001
      *    ONE - A DD NAME IN ITS PARM NEEDS NO CATALOG ENTRY.          04130001
       PROC-RUN-BANKCK.                                                 04140001
           MOVE SPACES TO WS-CK-PARM-DATA                               04150001
           MOVE WS-STG-DDNAME TO WS-CK-PARM-DATA                        04160001
           MOVE 8 TO WS-CK-PARM-LENGTH                                  04170001
           CALL 'QZBANKCK' USING WS-CK-PARM                             04180001
           MOVE RETURN-CODE TO WS-CK-RC                                 04190001
           MOVE 0 TO RETURN-CODE                                        04200001
           DISPLAY WS-HLINE                                             04210001
           DISPLAY 'QZBANKCK RETURN CODE: ', WS-CK-RC                   04220001
           IF WS-CK-RC >= 8                                             04230001
              DISPLAY 'REFUSED: THE STAGED BANK DID NOT PASS ',         04240001
                 'QZBANKCK - FIX IT IN QZBANKMT AND RESUBMIT'           04250001
              MOVE 8 TO WS-RC                                           04260001
           END-IF                                                       04270001
           EXIT.                                                        04280001
      ******************************************************************04290001
      *    THE HIGHEST RELEASE ON THE REGISTER FOR THIS DD, AND THE     04291003
      *    HIGHEST FOR ANY DD. NO REGISTER YET IS A SUITE THAT HAS      04292003
      *    NEVER PROMOTED ANYTHING.                                     04293003
       PROC-FIND-LAST-RELEASE.                                          04320001
           MOVE 0 TO WS-LAST-RELEASE                                    04330001
           MOVE 0 TO WS-TOP-RELEASE                                     04331003
           MOVE 0 TO WS-LAST-DATE                                       04340001
           MOVE 0 TO WS-LAST-TIME                                       04350001
           OPEN INPUT REL-FILE                                          04360001
           IF WS-REL-STATUS = '35'                                      04370001
              DISPLAY 'NO QZRELEAS REGISTER YET - FIRST RELEASE'        04380001
              EXIT PARAGRAPH                                            04390001
           END-IF                                                       04400001
           IF WS-REL-STATUS NOT = '00'                                  04410001
              DISPLAY 'ERROR: QZRELEAS COULD NOT BE OPENED (STATUS=',   04420001
                 WS-REL-STATUS, ')'                                     04430001
              MOVE 12 TO WS-RC                                          04440001
              EXIT PARAGRAPH                                            04450001
           END-IF                                                       04460001
           PERFORM PROC-READ-RELEASE                                    04470001
              UNTIL WS-REL-STATUS NOT = '00'                            04480001
           CLOSE REL-FILE                                               04490001
           DISPLAY 'LAST RELEASE: ', WS-LAST-RELEASE, ' OF ',           04500001
              WS-LAST-DATE, ' ', WS-LAST-TIME,                          04501003
              ' - HIGHEST ON THE REGISTER ', WS-TOP-RELEASE             04502003
           EXIT.                                                        04520001
      ******************************************************************04530001
       PROC-READ-RELEASE.                                               04540001
           READ REL-FILE                                                04550001
           IF WS-REL-STATUS = '00'                                      04551003
              AND REL-RELEASE > WS-TOP-RELEASE                          04552003
              MOVE REL-RELEASE TO WS-TOP-RELEASE                        04553003
           END-IF                                                       04554003
           IF WS-REL-STATUS = '00'                                      04560001
              AND REL-DDNAME = WS-QAF-DDNAME                            04570001
              AND REL-RELEASE > WS-LAST-RELEASE                         04580001
              MOVE REL-RELEASE TO WS-LAST-RELEASE                       04590001
              MOVE REL-DATE    TO WS-LAST-DATE                          04600001
              MOVE REL-TIME    TO WS-LAST-TIME                          04610001
           END-IF                                                       04620001
           EXIT.                                                        04630001
      ******************************************************************04640001
      *    EVERY EDITOR WHO SAVED TO THIS BANK SINCE ITS LAST RELEASE   04650001
      *    MUST BE SOMEONE OTHER THAN THE APPROVER. WITH NO BANKCHG     04660001
      *    TRAIL THERE IS NOBODY TO COMPARE AGAINST, SO THAT REFUSES.   04670001
       PROC-CHECK-EDITORS.                                              04680001
           MOVE 0 TO WS-ED-COUNT                                        04690001
           MOVE 0 TO WS-CHG-SEEN                                        04700001
           MOVE 'N' TO WS-ED-FULL-SW                                    04701003
           OPEN INPUT CHG-FILE                                          04710001
           IF WS-CHG-STATUS NOT = '00'                                  04720001
              DISPLAY 'REFUSED: BANKCHG NOT AVAILABLE (STATUS=',        04730001
                 WS-CHG-STATUS, ') - THE EDITORS CANNOT BE CHECKED'     04740001
              MOVE 8 TO WS-RC                                           04750001
              EXIT PARAGRAPH                                            04760001
           END-IF                                                       04770001
           PERFORM PROC-READ-CHANGE                                     04780001
              UNTIL WS-CHG-STATUS NOT = '00'                            04790001
           CLOSE CHG-FILE                                               04800001
           IF WS-ED-COUNT = 0                                           04810001
              DISPLAY 'REFUSED: NO BANKCHG RECORD FOR ', WS-QAF-DDNAME, 04820001
                 ' SINCE RELEASE ', WS-LAST-RELEASE,                    04830001
                 ' - THE EDITORS CANNOT BE ESTABLISHED'                 04840001
              MOVE 8 TO WS-RC                                           04841003
              EXIT PARAGRAPH                                            04842003
           END-IF                                                       04843003
           IF WS-ED-FULL                                                04844003
              DISPLAY 'REFUSED: MORE THAN 20 DISTINCT EDITORS OF ',     04845003
                 WS-QAF-DDNAME, ' SINCE RELEASE ', WS-LAST-RELEASE,     04846003
                 ' - THE APPROVER CANNOT BE CHECKED AGAINST ALL OF THEM'04847003
              MOVE 8 TO WS-RC                                           04850001
              EXIT PARAGRAPH                                            04860001
           END-IF                                                       04870001
           DISPLAY WS-CHG-SEEN, ' CHANGES SINCE RELEASE ',              04880001
              WS-LAST-RELEASE, ' BY:'                                   04890001
           PERFORM PROC-CHECK-ONE-EDITOR                                04900001
              VARYING WS-ED-IDX FROM 1 BY 1                             04910001
              UNTIL WS-ED-IDX > WS-ED-COUNT                             04920001
           EXIT.                                                        04930001
      ******************************************************************04940001
       PROC-READ-CHANGE.                                                04950001
           READ CHG-FILE                                                04960001
           IF WS-CHG-STATUS NOT = '00'                                  04970001
              OR CHG-DDNAME NOT = WS-QAF-DDNAME                         04980001
              EXIT PARAGRAPH                                            04990001
           END-IF                                                       05000001
           IF CHG-DATE < WS-LAST-DATE                                   05010001
              OR (CHG-DATE = WS-LAST-DATE                               05020001
                  AND CHG-TIME NOT > WS-LAST-TIME)                      05030001
              EXIT PARAGRAPH                                            05040001
           END-IF                                                       05050001
           ADD 1 TO WS-CHG-SEEN                                         05060001
           MOVE 0 TO WS-ED-HIT                                          05070001
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1                        05080001
              UNTIL WS-ED-IDX > WS-ED-COUNT                             05090001
              IF WS-ED-ID(WS-ED-IDX) = CHG-EDITOR                       05100001
                 MOVE WS-ED-IDX TO WS-ED-HIT                            05110001
                 MOVE WS-ED-COUNT TO WS-ED-IDX                          05120001
              END-IF                                                    05130001
           END-PERFORM                                                  05140001
           IF WS-ED-HIT = 0 AND WS-ED-COUNT < 20                        05150001
              ADD 1 TO WS-ED-COUNT                                      05160001
              MOVE CHG-EDITOR TO WS-ED-ID(WS-ED-COUNT)                  05170001
              EXIT PARAGRAPH                                            05171003
           END-IF                                                       05172003
           IF WS-ED-HIT = 0                                             05173003
              SET WS-ED-FULL TO TRUE                                    05174003
           END-IF                                                       05180001
           EXIT.                                                        05190001
      ******************************************************************05200001
       PROC-CHECK-ONE-EDITOR.                                           05210001
           EVALUATE TRUE                                                05220001
              WHEN WS-ED-ID(WS-ED-IDX) = WS-APPROVER                    05230001
                 DISPLAY '   ', WS-ED-ID(WS-ED-IDX),                    05240001
                    '  REFUSED - THE APPROVER EDITED THIS RELEASE'      05250001
                 MOVE 8 TO WS-RC                                        05260001
              WHEN WS-ED-ID(WS-ED-IDX) = 'UNKNOWN'                      05270001
                 OR WS-ED-ID(WS-ED-IDX) = SPACES                        05280001
                 DISPLAY '   ', WS-ED-ID(WS-ED-IDX),                    05290001
                    '  REFUSED - AN UNNAMED EDITOR CANNOT BE TOLD ',    05300001
                    'APART FROM THE APPROVER'                           05310001
                 MOVE 8 TO WS-RC                                        05320001
              WHEN OTHER                                                05330001
                 DISPLAY '   ', WS-ED-ID(WS-ED-IDX)                     05340001
           END-EVALUATE                                                 05350001
           EXIT.                                                        05360001
      ******************************************************************05370001
      *    ARCHIVE FIRST, THEN THE LIVE BANK, THEN THE REGISTER - THE   05380001
      *    REGISTER RECORD IS WHAT PUTS A RELEASE IN FORCE, SO IT IS    05390001
      *    ONLY WRITTEN ONCE THE LIVE BANK REALLY IS THAT RELEASE.      05400001
       PROC-PROMOTE.                                                    05410001
           COMPUTE WS-NEW-RELEASE = WS-TOP-RELEASE + 1                  05411003
           MOVE 0 TO WS-ARC-COUNT                                       05430001
           OPEN EXTEND ARC-FILE                                         05440001
           IF WS-ARC-STATUS = '35'                                      05450001
              OPEN OUTPUT ARC-FILE                                      05460001
           END-IF                                                       05470001
           IF WS-ARC-STATUS NOT = '00'                                  05480001
              DISPLAY 'ERROR: QZBNKARC COULD NOT BE OPENED (STATUS=',   05490001
                 WS-ARC-STATUS, ')'                                     05500001
              MOVE 12 TO WS-RC                                          05510001
              EXIT PARAGRAPH                                            05520001
           END-IF                                                       05530001
           IF WS-LAST-RELEASE = 0                                       05540001
              PERFORM PROC-ARCHIVE-BASELINE                             05550001
           END-IF                                                       05560001
           IF WS-RC = 0                                                 05570001
              PERFORM PROC-ARCHIVE-STAGED-REC                           05580001
                 VARYING WS-STG-IDX FROM 1 BY 1                         05590001
                 UNTIL WS-STG-IDX > WS-STG-COUNT                        05600001
                 OR WS-ARC-STATUS NOT = '00'                            05610001
              IF WS-ARC-STATUS NOT = '00'                               05620001
                 DISPLAY 'ERROR: QZBNKARC WRITE FAILED (STATUS=',       05630001
                    WS-ARC-STATUS, ')'                                  05640001
                 MOVE 12 TO WS-RC                                       05650001
              END-IF                                                    05660001
           END-IF                                                       05670001
           CLOSE ARC-FILE                                               05680001
           IF WS-RC > 0                                                 05690001
              EXIT PARAGRAPH                                            05700001
           END-IF                                                       05710001
           DISPLAY WS-ARC-COUNT, ' RECORDS ARCHIVED TO QZBNKARC'        05720001
           OPEN OUTPUT QAF-FILE                                         05730001
           IF WS-QAF-STATUS NOT = '00'                                  05740001
              DISPLAY 'ERROR: ', WS-QAF-DDNAME, ' COULD NOT BE ',       05750001
                 'OPENED FOR OUTPUT (STATUS=', WS-QAF-STATUS, ')'       05760001
              MOVE 12 TO WS-RC                                          05770001
              EXIT PARAGRAPH                                            05780001
           END-IF                                                       05790001
           PERFORM PROC-WRITE-LIVE-REC                                  05800001
              VARYING WS-STG-IDX FROM 1 BY 1                            05810001
              UNTIL WS-STG-IDX > WS-STG-COUNT                           05820001
              OR WS-QAF-STATUS NOT = '00'                               05830001
           CLOSE QAF-FILE                                               05840001
           IF WS-QAF-STATUS NOT = '00'                                  05850001
              DISPLAY 'ERROR: ', WS-QAF-DDNAME, ' WRITE FAILED ',       05860001
                 '(STATUS=', WS-QAF-STATUS, ') - RESTORE IT FROM ',     05870001
                 'QZBNKARC RELEASE ', WS-LAST-RELEASE                   05880001
              MOVE 12 TO WS-RC                                          05890001
              EXIT PARAGRAPH                                            05900001
           END-IF                                                       05910001
           PERFORM PROC-WRITE-REGISTER                                  05920001
           IF WS-RC > 0                                                 05930001
              EXIT PARAGRAPH                                            05940001
           END-IF                                                       05950001
      *    THE STAGED EDITS ARE LIVE NOW - AN EMPTY STAGING DD SENDS    05960001
      *    THE NEXT QZBANKMT SESSION BACK TO THE LIVE BANK.             05970001
           OPEN OUTPUT STG-FILE                                         05980001
           IF WS-STG-STATUS = '00'                                      05990001
              CLOSE STG-FILE                                            06000001
           ELSE                                                         06010001
              DISPLAY 'WARNING: ', WS-STG-DDNAME, ' NOT EMPTIED ',      06020001
                 '(STATUS=', WS-STG-STATUS, ')'                         06030001
           END-IF                                                       06040001
           EXIT.                                                        06050001
      ******************************************************************06060001
      *    A BANK'S FIRST PROMOTION KEEPS THE LIVE BANK IT REPLACES AS  06070001
      *    RELEASE 0 - WITHOUT IT EVERY ATTEMPT LOGGED BEFORE RELEASE   06080001
      *    CONTROL WOULD POINT AT A KEY NOBODY KEPT. A DD THAT DOES     06090001
      *    NOT EXIST YET (A BRAND-NEW BANK) HAS NOTHING TO KEEP.        06100001
       PROC-ARCHIVE-BASELINE.                                           06110001
           MOVE 0 TO WS-BASE-COUNT                                      06120001
           OPEN INPUT QAF-FILE                                          06130001
           IF WS-QAF-STATUS = '35'                                      06140001
              EXIT PARAGRAPH                                            06150001
           END-IF                                                       06160001
           IF WS-QAF-STATUS NOT = '00'                                  06170001
              DISPLAY 'ERROR: ', WS-QAF-DDNAME, ' COULD NOT BE READ ',  06180001
                 'FOR THE RELEASE 0 ARCHIVE (STATUS=', WS-QAF-STATUS,   06190001
                 ')'                                                    06200001
              MOVE 12 TO WS-RC                                          06210001
              EXIT PARAGRAPH                                            06220001
           END-IF                                                       06230001
           PERFORM PROC-ARCHIVE-LIVE-REC                                06240001
              UNTIL WS-QAF-STATUS NOT = '00'                            06250001
              OR WS-ARC-STATUS NOT = '00'                               06260001
           CLOSE QAF-FILE                                               06270001
           IF WS-ARC-STATUS NOT = '00'                                  06280001
              DISPLAY 'ERROR: QZBNKARC WRITE FAILED (STATUS=',          06290001
                 WS-ARC-STATUS, ')'                                     06300001
              MOVE 12 TO WS-RC                                          06310001
              EXIT PARAGRAPH                                            06320001
           END-IF                                                       06330001
           DISPLAY WS-BASE-COUNT, ' RECORDS OF THE OUTGOING LIVE BANK ',06340001
              'ARCHIVED AS RELEASE 0'                                   06350001
           EXIT.                                                        06360001
      ******************************************************************06370001
       PROC-ARCHIVE-LIVE-REC.                                           06380001
           READ QAF-FILE                                                06390001
           IF WS-QAF-STATUS = '00'                                      06400001
              MOVE SPACES        TO ARC-RECORD                          06410001
              MOVE WS-QAF-DDNAME TO ARC-DDNAME                          06420001
              MOVE 0             TO ARC-RELEASE                         06430001
              MOVE WS-RUN-DATE   TO ARC-DATE                            06440001
              MOVE WS-RUN-TIME   TO ARC-TIME                            06450001
              MOVE QAF-RECORD    TO ARC-QAF                             06460001
              WRITE ARC-RECORD                                          06470001
              IF WS-ARC-STATUS = '00'                                   06480001
                 ADD 1 TO WS-BASE-COUNT                                 06490001
              END-IF                                                    06500001
           END-IF                                                       06510001
           EXIT.                                                        06520001
      ******************************************************************06530001
       PROC-ARCHIVE-STAGED-REC.                                         06540001
           MOVE SPACES         TO ARC-RECORD                            06550001
           MOVE WS-QAF-DDNAME  TO ARC-DDNAME                            06560001
           MOVE WS-NEW-RELEASE TO ARC-RELEASE                           06570001
           MOVE WS-RUN-DATE    TO ARC-DATE                              06580001
           MOVE WS-RUN-TIME    TO ARC-TIME                              06590001
           MOVE WS-STG-REC(WS-STG-IDX) TO ARC-QAF                       06600001
           WRITE ARC-RECORD                                             06610001
           IF WS-ARC-STATUS = '00'                                      06620001
              ADD 1 TO WS-ARC-COUNT                                     06630001
           END-IF                                                       06640001
           EXIT.                                                        06650001
      ******************************************************************06660001
       PROC-WRITE-LIVE-REC.                                             06670001
           WRITE QAF-RECORD FROM WS-STG-REC(WS-STG-IDX)                 06680001
           EXIT.                                                        06690001
      ******************************************************************06700001
       PROC-WRITE-REGISTER.                                             06710001
           OPEN EXTEND REL-FILE                                         06720001
           IF WS-REL-STATUS = '35'                                      06730001
              OPEN OUTPUT REL-FILE                                      06740001
           END-IF                                                       06750001
           IF WS-REL-STATUS NOT = '00'                                  06760001
              DISPLAY 'ERROR: QZRELEAS COULD NOT BE OPENED (STATUS=',   06770001
                 WS-REL-STATUS, ') - ', WS-QAF-DDNAME, ' IS LIVE ',     06780001
                 'BUT RELEASE ', WS-NEW-RELEASE, ' IS NOT REGISTERED'   06790001
              MOVE 12 TO WS-RC                                          06800001
              EXIT PARAGRAPH                                            06810001
           END-IF                                                       06820001
           MOVE SPACES         TO REL-RECORD                            06830001
           MOVE WS-QAF-DDNAME  TO REL-DDNAME                            06840001
           MOVE WS-NEW-RELEASE TO REL-RELEASE                           06850001
           MOVE WS-RUN-DATE    TO REL-DATE                              06860001
           MOVE WS-RUN-TIME    TO REL-TIME                              06870001
           MOVE WS-TOPIC-IN    TO REL-TOPIC                             06880001
           MOVE WS-APPROVER    TO REL-APPROVER                          06890001
           MOVE WS-ED-ID(1)    TO REL-EDITOR                            06900001
           MOVE WS-ED-COUNT    TO REL-EDITORS                           06910001
           MOVE WS-Q-COUNT     TO REL-Q-COUNT                           06920001
           MOVE WS-CK-RC       TO REL-CHECK-RC                          06930001
           WRITE REL-RECORD                                             06940001
           IF WS-REL-STATUS NOT = '00'                                  06950001
              DISPLAY 'ERROR: QZRELEAS WRITE FAILED (STATUS=',          06960001
                 WS-REL-STATUS, ') - ', WS-QAF-DDNAME, ' IS LIVE ',     06970001
                 'BUT RELEASE ', WS-NEW-RELEASE, ' IS NOT REGISTERED'   06980001
              MOVE 12 TO WS-RC                                          06990001
           END-IF                                                       07000001
           CLOSE REL-FILE                                               07010001
           EXIT.                                                        07020001
      ******************************************************************07030001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   07040001
       PROC-LOAD-CATALOG.                                               07050001
           MOVE 4 TO WS-CAT-COUNT                                       07060001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       07070001
              UNTIL WS-CAT-IDX > 4                                      07080001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  07090001
           END-PERFORM                                                  07100001
           OPEN INPUT TOP-FILE                                          07110001
           IF WS-TOP-STATUS = '00'                                      07120001
              PERFORM PROC-LOAD-CATALOG-REC                             07130001
                 UNTIL WS-TOP-STATUS NOT = '00'                         07140001
              CLOSE TOP-FILE                                            07150001
           END-IF                                                       07160001
           MOVE '00' TO WS-TOP-STATUS                                   07170001
           EXIT.                                                        07180001
      ******************************************************************07190001
       PROC-LOAD-CATALOG-REC.                                           07200001
           READ TOP-FILE                                                07210001
           IF WS-TOP-STATUS NOT = '00'                                  07220001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              07230001
              EXIT PARAGRAPH                                            07240001
           END-IF                                                       07250001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 07260001
           PERFORM PROC-FIND-CATALOG                                    07270001
           IF WS-CAT-HIT = 0                                            07280001
              IF WS-CAT-COUNT = 20                                      07290001
                 EXIT PARAGRAPH                                         07300001
              END-IF                                                    07310001
              ADD 1 TO WS-CAT-COUNT                                     07320001
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           07330001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                07340001
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  07350001
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  07360001
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         07370001
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      07380001
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                07390001
           END-IF                                                       07400001
           IF TOP-DDNAME NOT = SPACES                                   07410001
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              07420001
           END-IF                                                       07430001
           EXIT.                                                        07440001
      ******************************************************************07450001
       PROC-FIND-CATALOG.                                               07460001
           MOVE 0 TO WS-CAT-HIT                                         07470001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       07480001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           07490001
              OR WS-CAT-HIT > 0                                         07500001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  07510001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          07520001
              END-IF                                                    07530001
           END-PERFORM                                                  07540001
           EXIT.                                                        07550001
       END PROGRAM QZBANKPR.                                            07560001
