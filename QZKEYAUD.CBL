       IDENTIFICATION DIVISION.                                         00010001
       PROGRAM-ID. QZKEYAUD.                                            00020001
      ******************************************************************00030001
      *    OPERATOR CONSOLE & SCREEN QUIZ ABOUT MAINFRAME               00040001
      ******************************************************************00050001
      *                                                                 00060001
      *          COPYRIGHT:  GNU GPLV2 LICENSE 2023                     00070001
      *          AUTHOR:     PRZEMYSLAW ADAM KUPISZ                     00080001
      *                                                                 00090001
      *    PURPOSE                                                      00100001
      *          AUDIT ANSWER TO "WHICH KEY DID THIS OPERATOR SIT?".    00110001
      *          READS THE OPERATOR'S QUIZDTL ANSWER DETAILS AND, FOR   00120001
      *          EVERY QUESTION, LOOKS UP THE BANK RELEASE STAMPED ON   00130001
      *          THE DETAIL IN THE QZBNKARC RELEASE ARCHIVE QZBANKPR    00140001
      *          KEEPS - PRINTING THE QUESTION TEXT AND KEY EXACTLY AS  00150001
      *          THAT RELEASE HELD THEM, NEXT TO THE LETTER SUBMITTED   00160001
      *          AND THE KEY THE ATTEMPT WAS SCORED WITH.               00170001
      *                                                                 00180001
      *    INFO                                                         00190001
      *          JCL PARM IS THE OPERATOR ID, OPTIONALLY FOLLOWED BY A  00200001
      *          COMMA AND ONE YYYYMMDD DATE - E.G.                     00210001
      *          PARM='OPER0042,20261015'. WITHOUT A DATE EVERY         00220001
      *          DETAIL ON QUIZDTL FOR THE OPERATOR IS LISTED.          00230001
      *          A SINGLE-TOPIC DETAIL IS LOOKED UP ON ITS TOPIC'S      00240001
      *          LIVE DD (AS THE QZTOPICS CATALOG NAMES IT); A MIXED    00250001
      *          DETAIL ON WHICHEVER BANK HOLDS THE QUESTION ID AT      00260001
      *          THAT RELEASE. QZBANKPR NUMBERS RELEASES ACROSS ALL     00261003
      *          BANKS, SO A RELEASE ABOVE 0 NOT FOUND ON THE TOPIC'S   00262003
      *          DD (A LANGUAGE VARIANT'S RELEASE) IS TAKEN FROM        00263003
      *          WHICHEVER BANK THE ARCHIVE HOLDS IT FOR. RELEASE 0 IS  00264003
      *          PER BANK AND IS ONLY LOOKED UP ON THE TOPIC'S DD.      00265003
      *          A RELEASE THE ARCHIVE DOES NOT HOLD                    00266003
      *          (RELEASE 0 OF A BANK NEVER PROMOTED THROUGH            00280001
      *          QZBANKPR) IS LISTED AS NOT ARCHIVED - THE KEY SCORED   00290001
      *          ON THE DETAIL IS THEN THE ONLY RECORD OF IT.           00300001
      *                                                                 00310001
      *          RETURN-CODE 0 = EVERY DETAIL TRACED TO ITS RELEASE     00320001
      *                      4 = SOME DETAILS NOT ARCHIVED, OR THE      00330001
      *                          ARCHIVED KEY DIFFERS FROM THE KEY      00340001
      *                          SCORED                                 00350001
      *                      8 = BAD PARM OR NO DETAILS FOUND           00360001
      *                     12 = QUIZDTL NOT AVAILABLE                  00370001
      *                                                                 00380001
      ******************************************************************00390001
      *                                                                 00400001
      *    PROJECT CONTAINS:                                            00410001
      *          JCL JOB           OPERQUIZ.JCL   JCL WITH PARMS        00420001
      *          MAIN PGM          OPERQUIZ.CBL   INIT                  00430001
      *          SUB PGM MODULES   ORQMOD01.CBL   WELCOME TEXT FOR CONS 00440001
      *                            ORQMOD02.CBL   QUIZ PART             00450001
      *          REPORT PGM        QZITEMRP.CBL   ITEM ANALYSIS OFF     00460001
      *                                           QUIZDTL               00470001
      *          REPORT PGM        QZKEYAUD.CBL   ANSWER KEY AUDIT BY   00480001
      *                                           BANK RELEASE          00490001
      *          UTILITY PGM       QZBANKMT.CBL   QUESTION-BANK         00500001
      *                                           MAINTENANCE           00510001
      *          UTILITY PGM       QZBANKPR.CBL   STAGED BANK PROMOTION 00520001
      *                                           AND RELEASE NUMBERING 00530001
      *          COBYBOOKS         CPBQAC01       QUESTIONS AND ANSWERS 00540001
      *                            CPBQAC02       VER2 OF Q&A           00550001
      *                                                                 00560001
      ******************************************************************00570001
      *    MODIFICATION HISTORY                                         00580001
      *    2026-10-15 PAK  ORIGINAL VERSION                             00590001
      *    2026-10-15 PAK  QZBNKARC IMAGES GREW THE 4-BYTE SUBJECT-AREA 00591002
      *                    CODE (RECORD NOW 196 BYTES) - NOT AUDITED    00592002
      *    2026-10-15 PAK  A RELEASE ABOVE 0 NOT ON THE TOPIC'S DD IS   00593003
      *                    LOOKED UP ON ANY BANK - RELEASE NUMBERS ARE  00594003
      *                    NOW UNIQUE ACROSS THE REGISTER               00595003
      ******************************************************************00600001
       ENVIRONMENT DIVISION.                                            00610001
       INPUT-OUTPUT SECTION.                                            00620001
       FILE-CONTROL.                                                    00630001
           SELECT DTL-FILE ASSIGN TO "QUIZDTL"                          00640001
              ORGANIZATION IS SEQUENTIAL                                00650001
              FILE STATUS IS WS-DTL-STATUS.                             00660001
           SELECT ARC-FILE ASSIGN TO "QZBNKARC"                         00670001
              ORGANIZATION IS SEQUENTIAL                                00680001
              FILE STATUS IS WS-ARC-STATUS.                             00690001
           SELECT TOP-FILE ASSIGN TO "QZTOPICS"                         00700001
              ORGANIZATION IS SEQUENTIAL                                00710001
              FILE STATUS IS WS-TOP-STATUS.                             00720001
      ******************************************************************00730001
       DATA DIVISION.                                                   00740001
       FILE SECTION.                                                    00750001
      *    SAME LAYOUT AS DTL-RECORD IN ORQMOD02.                       00760001
       FD  DTL-FILE                                                     00770001
           RECORDING MODE F                                             00780001
           RECORD CONTAINS 47 CHARACTERS                                00790001
           LABEL RECORDS ARE STANDARD.                                  00800001
       01  DTL-RECORD.                                                  00810001
           05 DTL-OPER-ID       PIC   X(8).                             00820001
           05 DTL-DATE          PIC   9(8).                             00830001
           05 DTL-TOPIC         PIC   X(8).                             00840001
           05 DTL-QID           PIC   X(8).                             00850001
           05 DTL-POS           PIC   9(2).                             00860001
           05 DTL-SUBMITTED     PIC   X.                                00870001
           05 DTL-CORRECT       PIC   X.                                00880001
           05 DTL-VERDICT       PIC   X.                                00890001
           05 DTL-SECS          PIC   9(4).                             00900001
           05 DTL-OVER          PIC   X.                                00910001
      *    THE BANK RELEASE THE QUESTION WAS PRESENTED FROM.            00920001
           05 DTL-RELEASE       PIC   9(5).                             00930001
      *    THE RELEASE ARCHIVE - SAME LAYOUT AS ARC-RECORD IN QZBANKPR, 00940001
      *    WITH THE ARCHIVED BANK RECORD BROKEN OUT AS QAF-RECORD IN    00950001
      *    ORQMOD02 LAYS IT OUT.                                        00960001
       FD  ARC-FILE                                                     00970001
           RECORDING MODE F                                             00980001
           RECORD CONTAINS 196 CHARACTERS                               00981002
           LABEL RECORDS ARE STANDARD.                                  01000001
       01  ARC-RECORD.                                                  01010001
           05 ARC-DDNAME         PIC   X(8).                            01020001
           05 FILLER             PIC   X.                               01030001
           05 ARC-RELEASE        PIC   9(5).                            01040001
           05 FILLER             PIC   X.                               01050001
           05 ARC-DATE           PIC   9(8).                            01060001
           05 FILLER             PIC   X.                               01070001
           05 ARC-TIME           PIC   9(6).                            01080001
           05 FILLER             PIC   X.                               01090001
           05 ARC-QAF.                                                  01100001
              10 ARC-Q           PIC   X(50).                           01110001
              10 ARC-A           PIC   X(40).                           01120001
              10 ARC-C           PIC   X.                               01130001
              10 ARC-ID          PIC   X(8).                            01140001
              10 ARC-E           PIC   X(60).                           01150001
              10 ARC-S           PIC   X.                               01160001
      *    RECORD TYPE - BLANK/Q MARKS A BASE QUESTION RECORD.          01170001
              10 ARC-T           PIC   X.                               01180001
              10 ARC-AREA        PIC   X(4).                            01181002
      *    TOPIC CATALOG - SAME LAYOUT AS THE TOP-FILE FD IN ORQMOD02.  01190001
      *    ONLY THE TOPIC AND DD NAME ARE USED HERE.                    01200001
       FD  TOP-FILE                                                     01210001
           RECORDING MODE F                                             01220001
           RECORD CONTAINS 80 CHARACTERS                                01230001
           LABEL RECORDS ARE STANDARD.                                  01240001
       01  TOP-RECORD.                                                  01250001
           05 TOP-TOPIC          PIC   X(8).                            01260001
           05 FILLER             PIC   X.                               01270001
           05 TOP-PASS-PCT       PIC   9(3).                            01280001
           05 FILLER             PIC   X.                               01290001
           05 TOP-BORDER-PCT     PIC   9(3).                            01300001
           05 FILLER             PIC   X.                               01310001
           05 TOP-FRESH-DAYS     PIC   9(3).                            01320001
           05 FILLER             PIC   X.                               01330001
           05 TOP-MAX-FAILS      PIC   9.                               01340001
           05 FILLER             PIC   X.                               01350001
           05 TOP-DDNAME         PIC   X(8).                            01360001
           05 FILLER             PIC   X.                               01370001
           05 TOP-MIXED          PIC   X.                               01380001
           05 FILLER             PIC   X.                               01390001
           05 TOP-FALLBACK       PIC   X(8).                            01400001
           05 FILLER             PIC   X(38).                           01410001
      ******************************************************************01420001
       WORKING-STORAGE SECTION.                                         01430001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  01440001
       01 WS-DTL-STATUS     PIC   XX    VALUE '00'.                     01450001
          88 WS-DTL-EOF             VALUE '10'.                         01460001
       01 WS-ARC-STATUS     PIC   XX    VALUE '00'.                     01470001
       01 WS-TOP-STATUS     PIC   XX    VALUE '00'.                     01480001
       01 WS-OPER-IN        PIC   X(8)  VALUE SPACES.                   01490001
       01 WS-DATE-IN        PIC   X(8)  VALUE SPACES.                   01500001
       01 WS-DATE-SEL       PIC   9(8)  VALUE 0.                        01510001
       01 WS-RC             PIC   9(2)  VALUE 0.                        01520001
      * --------------------------------------------------------------- 01530001
      *    EVERY BASE QUESTION OF EVERY ARCHIVED RELEASE - ONLY WHAT    01540001
      *    THE AUDIT LINE NEEDS. CONTINUATION RECORDS ARE NOT KEPT.     01550001
       01 WS-AK-COUNT       PIC   9(5)  USAGE IS COMP VALUE 0.          01560001
       01 WS-AK-IDX         PIC   9(5)  USAGE IS COMP.                  01570001
       01 WS-AK-HIT         PIC   9(5)  USAGE IS COMP.                  01580001
       01 WS-AK-TABLE.                                                  01590001
        05 WS-AK-ENTRY OCCURS 5000 TIMES.                               01600001
           10 WS-AK-DDNAME    PIC   X(8).                               01610001
           10 WS-AK-RELEASE   PIC   9(5).                               01620001
           10 WS-AK-QID       PIC   X(8).                               01630001
           10 WS-AK-C         PIC   X.                                  01640001
           10 WS-AK-Q         PIC   X(50).                              01650001
       01 WS-AK-FULL-SW     PIC   X     VALUE 'N'.                      01660001
          88 WS-AK-FULL             VALUE 'Y'.                          01670001
      * --------------------------------------------------------------- 01680001
      *    ONE DETAIL'S LOOKUP.                                         01690001
       01 WS-LOOK-DDNAME    PIC   X(8).                                 01700001
       01 WS-LOOK-REL       PIC   9(5).                                 01710001
      * --------------------------------------------------------------- 01720001
      *    RUN COUNTS.                                                  01730001
       01 WS-CT-DETAILS     PIC   9(7)  USAGE IS COMP VALUE 0.          01740001
       01 WS-CT-TRACED      PIC   9(7)  USAGE IS COMP VALUE 0.          01750001
       01 WS-CT-UNTRACED    PIC   9(7)  USAGE IS COMP VALUE 0.          01760001
       01 WS-CT-DIFFER      PIC   9(7)  USAGE IS COMP VALUE 0.          01770001
       01 WS-CT-EDIT        PIC   Z(6)9.                                01780001
      * --------------------------------------------------------------- 01790001
      *    TOPIC CATALOG - BUILT-IN TOPICS FIRST, THEN QZTOPICS.        01800001
       01 WS-CAT-DEFAULTS.                                              01810001
        05 FILLER            PIC   X(25)                                01820001
                             VALUE 'OPER    QAFILE  YCPBQAC02'.         01830001
        05 FILLER            PIC   X(25)                                01840001
                             VALUE 'JCL     QAJCL   YCPBQAC03'.         01850001
        05 FILLER            PIC   X(25)                                01860001
                             VALUE 'VSAM    QAVSAM  YCPBQAC04'.         01870001
        05 FILLER            PIC   X(25)                                01880001
                             VALUE 'CICS    QACICS  YCPBQAC05'.         01890001
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DEFAULTS.               01900001
        05 WS-CAT-DFLT       PIC   X(25) OCCURS 4 TIMES.                01910001
       01 WS-CAT-COUNT      PIC   9(3)  USAGE IS COMP VALUE 0.          01920001
       01 WS-CAT-TABLE.                                                 01930001
        05 WS-CAT-ENTRY OCCURS 20 TIMES.                                01940001
           10 WS-CAT-TOPIC    PIC   X(8).                               01950001
           10 WS-CAT-DDNAME   PIC   X(8).                               01960001
           10 WS-CAT-MIXED    PIC   X.                                  01970001
           10 WS-CAT-FALLBACK PIC   X(8).                               01980001
       01 WS-CAT-IDX        PIC   9(3)  USAGE IS COMP.                  01990001
       01 WS-CAT-KEY        PIC   X(8)  VALUE SPACES.                   02000001
       01 WS-CAT-HIT        PIC   9(3)  USAGE IS COMP VALUE 0.          02010001
      ******************************************************************02020001
       LINKAGE SECTION.                                                 02030001
       01 PARM-BUFFER.                                                  02040001
        05 PARM-LENGTH                  PIC   S9(4) COMP.               02050001
        05 PARM-DATA                    PIC   X(256).                   02060001
      ******************************************************************02070001
       PROCEDURE DIVISION USING PARM-BUFFER.                            02080001
           DISPLAY WS-HLINE                                             02090001
           DISPLAY 'ANSWER KEY AUDIT BY BANK RELEASE'                   02100001
           DISPLAY WS-HLINE                                             02110001
           PERFORM PROC-PARSE-PARM                                      02120001
           IF WS-RC = 0                                                 02130001
              PERFORM PROC-LOAD-CATALOG                                 02140001
              PERFORM PROC-LOAD-ARCHIVE                                 02150001
              PERFORM PROC-SCAN-DETAILS                                 02160001
           END-IF                                                       02170001
           IF WS-RC = 0 AND WS-CT-DETAILS = 0                           02180001
              DISPLAY 'NO QUIZDTL DETAILS FOUND FOR ', WS-OPER-IN       02190001
              MOVE 8 TO WS-RC                                           02200001
           END-IF                                                       02210001
           IF WS-RC = 0                                                 02220001
              IF WS-CT-UNTRACED > 0 OR WS-CT-DIFFER > 0                 02230001
                 MOVE 4 TO WS-RC                                        02240001
              END-IF                                                    02250001
              DISPLAY WS-HLINE                                          02260001
              MOVE WS-CT-DETAILS TO WS-CT-EDIT                          02270001
              DISPLAY 'DETAILS LISTED:          ', WS-CT-EDIT           02280001
              MOVE WS-CT-TRACED TO WS-CT-EDIT                           02290001
              DISPLAY 'TRACED TO THEIR RELEASE: ', WS-CT-EDIT           02300001
              MOVE WS-CT-UNTRACED TO WS-CT-EDIT                         02310001
              DISPLAY 'RELEASE NOT ARCHIVED:    ', WS-CT-EDIT           02320001
              MOVE WS-CT-DIFFER TO WS-CT-EDIT                           02330001
              DISPLAY 'ARCHIVED KEY DIFFERS:    ', WS-CT-EDIT           02340001
           END-IF                                                       02350001
           DISPLAY WS-HLINE                                             02360001
           MOVE WS-RC TO RETURN-CODE                                    02370001
           GOBACK.                                                      02380001
      ******************************************************************02390001
      *    'OPERID' OR 'OPERID,YYYYMMDD'.                               02400001
       PROC-PARSE-PARM.                                                 02410001
           IF PARM-LENGTH < 1                                           02420001
              DISPLAY 'ERROR: PARM MUST BE THE OPERATOR ID, ',          02430001
                 'OPTIONALLY ,YYYYMMDD - E.G. ',                        02440001
                 'PARM=''OPER0042,20261015'''                           02450001
              MOVE 8 TO WS-RC                                           02460001
              EXIT PARAGRAPH                                            02470001
           END-IF                                                       02480001
           MOVE FUNCTION UPPER-CASE(PARM-DATA) TO PARM-DATA             02490001
           UNSTRING PARM-DATA(1:PARM-LENGTH) DELIMITED BY ','           02500001
              INTO WS-OPER-IN WS-DATE-IN                                02510001
           END-UNSTRING                                                 02520001
           IF WS-OPER-IN = SPACES                                       02530001
              DISPLAY 'ERROR: NO OPERATOR ID IN THE PARM'               02540001
              MOVE 8 TO WS-RC                                           02550001
              EXIT PARAGRAPH                                            02560001
           END-IF                                                       02570001
           IF WS-DATE-IN NOT = SPACES                                   02580001
              IF WS-DATE-IN IS NOT NUMERIC                              02590001
                 DISPLAY 'ERROR: DATE ', WS-DATE-IN, ' IS NOT ',        02600001
                    'YYYYMMDD'                                          02610001
                 MOVE 8 TO WS-RC                                        02620001
                 EXIT PARAGRAPH                                         02630001
              END-IF                                                    02640001
              MOVE WS-DATE-IN TO WS-DATE-SEL                            02650001
           END-IF                                                       02660001
           DISPLAY 'OPERATOR:     ', WS-OPER-IN                         02670001
           IF WS-DATE-SEL > 0                                           02680001
              DISPLAY 'DATE:         ', WS-DATE-SEL                     02690001
           ELSE                                                         02700001
              DISPLAY 'DATE:         ALL'                               02710001
           END-IF                                                       02720001
           EXIT.                                                        02730001
      ******************************************************************02740001
      *    A MISSING ARCHIVE IS NOT AN ERROR - NO BANK HAS BEEN         02750001
      *    PROMOTED YET, SO EVERY DETAIL LISTS AS NOT ARCHIVED.         02760001
       PROC-LOAD-ARCHIVE.                                               02770001
           OPEN INPUT ARC-FILE                                          02780001
           IF WS-ARC-STATUS NOT = '00'                                  02790001
              DISPLAY 'NOTE: QZBNKARC NOT AVAILABLE (STATUS=',          02800001
                 WS-ARC-STATUS, ') - NO RELEASE HAS BEEN ARCHIVED'      02810001
              MOVE '00' TO WS-ARC-STATUS                                02820001
              EXIT PARAGRAPH                                            02830001
           END-IF                                                       02840001
           PERFORM PROC-LOAD-ARCHIVE-REC                                02850001
              UNTIL WS-ARC-STATUS NOT = '00'                            02860001
           CLOSE ARC-FILE                                               02870001
           MOVE '00' TO WS-ARC-STATUS                                   02880001
           IF WS-AK-FULL                                                02890001
              DISPLAY 'WARNING: MORE THAN 5000 ARCHIVED QUESTIONS - ',  02900001
                 'LATER RELEASES LIST AS NOT ARCHIVED'                  02910001
           END-IF                                                       02920001
           EXIT.                                                        02930001
      ******************************************************************02940001
       PROC-LOAD-ARCHIVE-REC.                                           02950001
           READ ARC-FILE                                                02960001
           IF WS-ARC-STATUS NOT = '00'                                  02970001
              EXIT PARAGRAPH                                            02980001
           END-IF                                                       02990001
           IF ARC-T NOT = SPACE AND ARC-T NOT = 'Q'                     03000001
              EXIT PARAGRAPH                                            03010001
           END-IF                                                       03020001
           IF WS-AK-COUNT = 5000                                        03030001
              SET WS-AK-FULL TO TRUE                                    03040001
              EXIT PARAGRAPH                                            03050001
           END-IF                                                       03060001
           ADD 1 TO WS-AK-COUNT                                         03070001
           MOVE ARC-DDNAME  TO WS-AK-DDNAME(WS-AK-COUNT)                03080001
           MOVE ARC-RELEASE TO WS-AK-RELEASE(WS-AK-COUNT)               03090001
           MOVE ARC-ID      TO WS-AK-QID(WS-AK-COUNT)                   03100001
           MOVE ARC-C       TO WS-AK-C(WS-AK-COUNT)                     03110001
           MOVE ARC-Q       TO WS-AK-Q(WS-AK-COUNT)                     03120001
           EXIT.                                                        03130001
      ******************************************************************03140001
       PROC-SCAN-DETAILS.                                               03150001
           OPEN INPUT DTL-FILE                                          03160001
           IF WS-DTL-STATUS NOT = '00'                                  03170001
              DISPLAY 'ERROR: QUIZDTL NOT AVAILABLE (STATUS=',          03180001
                 WS-DTL-STATUS, ')'                                     03190001
              MOVE 12 TO WS-RC                                          03200001
              EXIT PARAGRAPH                                            03210001
           END-IF                                                       03220001
           DISPLAY ' '                                                  03230001
           DISPLAY 'DATE     TOPIC    POS QUESTION RELEASE GAVE ',      03240001
              'SCORED ARCHIVED'                                         03250001
           DISPLAY WS-HLINE                                             03260001
           PERFORM PROC-READ-DETAIL                                     03270001
           PERFORM PROC-AUDIT-DETAIL                                    03280001
              UNTIL WS-DTL-EOF                                          03290001
           CLOSE DTL-FILE                                               03300001
           EXIT.                                                        03310001
      ******************************************************************03320001
       PROC-READ-DETAIL.                                                03330001
           READ DTL-FILE                                                03340001
              AT END SET WS-DTL-EOF TO TRUE                             03350001
           END-READ                                                     03360001
           EXIT.                                                        03370001
      ******************************************************************03380001
      *    ONE DETAIL OF THE OPERATOR - ITS RELEASE, THE LETTER GIVEN,  03390001
      *    THE KEY IT WAS SCORED WITH, AND THE KEY AND WORDING THE      03400001
      *    ARCHIVED RELEASE HOLDS FOR THE QUESTION.                     03410001
       PROC-AUDIT-DETAIL.                                               03420001
           IF DTL-OPER-ID NOT = WS-OPER-IN                              03430001
              OR (WS-DATE-SEL > 0 AND DTL-DATE NOT = WS-DATE-SEL)       03440001
              PERFORM PROC-READ-DETAIL                                  03450001
              EXIT PARAGRAPH                                            03460001
           END-IF                                                       03470001
           ADD 1 TO WS-CT-DETAILS                                       03480001
           IF DTL-RELEASE IS NUMERIC                                    03490001
              MOVE DTL-RELEASE TO WS-LOOK-REL                           03500001
           ELSE                                                         03510001
              MOVE 0 TO WS-LOOK-REL                                     03520001
           END-IF                                                       03530001
           MOVE DTL-TOPIC TO WS-CAT-KEY                                 03540001
           PERFORM PROC-FIND-CATALOG                                    03550001
           IF WS-CAT-HIT > 0                                            03560001
              MOVE WS-CAT-DDNAME(WS-CAT-HIT) TO WS-LOOK-DDNAME          03570001
           ELSE                                                         03580001
              MOVE SPACES TO WS-LOOK-DDNAME                             03590001
           END-IF                                                       03600001
           PERFORM PROC-FIND-ARCHIVED                                   03610001
           IF WS-AK-HIT = 0                                             03620001
              ADD 1 TO WS-CT-UNTRACED                                   03630001
              DISPLAY DTL-DATE, ' ', DTL-TOPIC, ' ', DTL-POS, '  ',     03640001
                 DTL-QID, ' ', WS-LOOK-REL, '   ', DTL-SUBMITTED,       03650001
                 '    ', DTL-CORRECT, '      NOT ARCHIVED'              03660001
           ELSE                                                         03670001
              ADD 1 TO WS-CT-TRACED                                     03680001
              DISPLAY DTL-DATE, ' ', DTL-TOPIC, ' ', DTL-POS, '  ',     03690001
                 DTL-QID, ' ', WS-LOOK-REL, '   ', DTL-SUBMITTED,       03700001
                 '    ', DTL-CORRECT, '      ', WS-AK-C(WS-AK-HIT),     03710001
                 ' ON ', WS-AK-DDNAME(WS-AK-HIT)                        03720001
              DISPLAY '   Q: ', WS-AK-Q(WS-AK-HIT)                      03730001
              IF WS-AK-C(WS-AK-HIT) NOT = DTL-CORRECT                   03740001
                 ADD 1 TO WS-CT-DIFFER                                  03750001
                 DISPLAY '   *** ARCHIVED KEY ', WS-AK-C(WS-AK-HIT),    03760001
                    ' DIFFERS FROM THE KEY SCORED ', DTL-CORRECT        03770001
              END-IF                                                    03780001
           END-IF                                                       03790001
           PERFORM PROC-READ-DETAIL                                     03800001
           EXIT.                                                        03810001
      ******************************************************************03820001
      *    QUESTION ID AND RELEASE, ON THE TOPIC'S OWN DD WHEN THE      03830001
      *    TOPIC IS CATALOGED - ANY DD FOR A MIXED DETAIL, AND FOR A    03831003
      *    NUMBERED RELEASE THE TOPIC'S DD DOES NOT HOLD.               03832003
       PROC-FIND-ARCHIVED.                                              03850001
           MOVE 0 TO WS-AK-HIT                                          03860001
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1                        03870001
              UNTIL WS-AK-IDX > WS-AK-COUNT                             03880001
              OR WS-AK-HIT > 0                                          03890001
              IF WS-AK-QID(WS-AK-IDX) = DTL-QID                         03900001
                 AND WS-AK-RELEASE(WS-AK-IDX) = WS-LOOK-REL             03910001
                 AND (WS-LOOK-DDNAME = SPACES                           03920001
                 OR WS-AK-DDNAME(WS-AK-IDX) = WS-LOOK-DDNAME)           03930001
                 MOVE WS-AK-IDX TO WS-AK-HIT                            03930703
              END-IF                                                    03931403
           END-PERFORM                                                  03932103
           IF WS-AK-HIT > 0 OR WS-LOOK-REL = 0                          03932803
              OR WS-LOOK-DDNAME = SPACES                                03933503
              EXIT PARAGRAPH                                            03934203
           END-IF                                                       03934903
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1                        03935603
              UNTIL WS-AK-IDX > WS-AK-COUNT                             03936303
              OR WS-AK-HIT > 0                                          03937003
              IF WS-AK-QID(WS-AK-IDX) = DTL-QID                         03937703
                 AND WS-AK-RELEASE(WS-AK-IDX) = WS-LOOK-REL             03938403
                 MOVE WS-AK-IDX TO WS-AK-HIT                            03940001
              END-IF                                                    03950001
           END-PERFORM                                                  03960001
           EXIT.                                                        03970001
      ******************************************************************03980001
      *    THE TOPIC CATALOG - SAME AS PROC-LOAD-CATALOG IN ORQMOD02.   03990001
       PROC-LOAD-CATALOG.                                               04000001
           MOVE 4 TO WS-CAT-COUNT                                       04010001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       04020001
              UNTIL WS-CAT-IDX > 4                                      04030001
              MOVE WS-CAT-DFLT(WS-CAT-IDX) TO WS-CAT-ENTRY(WS-CAT-IDX)  04040001
           END-PERFORM                                                  04050001
           OPEN INPUT TOP-FILE                                          04060001
           IF WS-TOP-STATUS = '00'                                      04070001
              PERFORM PROC-LOAD-CATALOG-REC                             04080001
                 UNTIL WS-TOP-STATUS NOT = '00'                         04090001
              CLOSE TOP-FILE                                            04100001
           END-IF                                                       04110001
           MOVE '00' TO WS-TOP-STATUS                                   04120001
           EXIT.                                                        04130001
      ******************************************************************04140001
       PROC-LOAD-CATALOG-REC.                                           04150001
           READ TOP-FILE                                                04160001
           IF WS-TOP-STATUS NOT = '00'                                  04170001
              OR TOP-TOPIC = SPACES OR TOP-TOPIC = 'MIXED'              04180001
              EXIT PARAGRAPH                                            04190001
           END-IF                                                       04200001
           MOVE TOP-TOPIC TO WS-CAT-KEY                                 04210001
           PERFORM PROC-FIND-CATALOG                                    04220001
           IF WS-CAT-HIT = 0                                            04230001
              IF WS-CAT-COUNT = 20                                      04240001
                 EXIT PARAGRAPH                                         04250001
              END-IF                                                    04260001
              ADD 1 TO WS-CAT-COUNT                                     04270001
              MOVE WS-CAT-COUNT TO WS-CAT-HIT                           04280001
              MOVE TOP-TOPIC TO WS-CAT-TOPIC(WS-CAT-HIT)                04290001
              MOVE SPACES TO WS-CAT-DDNAME(WS-CAT-HIT)                  04300001
              STRING 'QA' TOP-TOPIC DELIMITED BY SPACE                  04310001
                 INTO WS-CAT-DDNAME(WS-CAT-HIT)                         04320001
              MOVE 'N' TO WS-CAT-MIXED(WS-CAT-HIT)                      04330001
              MOVE SPACES TO WS-CAT-FALLBACK(WS-CAT-HIT)                04340001
           END-IF                                                       04350001
           IF TOP-DDNAME NOT = SPACES                                   04360001
              MOVE TOP-DDNAME TO WS-CAT-DDNAME(WS-CAT-HIT)              04370001
           END-IF                                                       04380001
           EXIT.                                                        04390001
      ******************************************************************04400001
       PROC-FIND-CATALOG.                                               04410001
           MOVE 0 TO WS-CAT-HIT                                         04420001
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1                       04430001
              UNTIL WS-CAT-IDX > WS-CAT-COUNT                           04440001
              OR WS-CAT-HIT > 0                                         04450001
              IF WS-CAT-TOPIC(WS-CAT-IDX) = WS-CAT-KEY                  04460001
                 MOVE WS-CAT-IDX TO WS-CAT-HIT                          04470001
              END-IF                                                    04480001
           END-PERFORM                                                  04490001
           EXIT.                                                        04500001
       END PROGRAM QZKEYAUD.                                            04510001
