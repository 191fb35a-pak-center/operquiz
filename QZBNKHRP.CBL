      *    2026-09-02 PAK  BANKCHG IMAGES GREW THE Q2 AND CHOICE-LINE   00070102
      *                    FIELDS (RECORD NOW 860 BYTES) - THE REPORT   00070202
      *                    SHOWS THEM WHEN PRESENT                      00070302
      *    2026-10-15 PAK  BANKCHG IMAGES NOW CARRY THE SUBJECT-AREA    00070403
      *                    CODE (IN WHAT WAS TRAILING FILLER) - SHOWN   00070503
      *                    ON THE KEY/STATUS LINE                       00070603
      ******************************************************************00071001
       ENVIRONMENT DIVISION.                                            00072001
       INPUT-OUTPUT SECTION.                                            00073001
              10 CHG-A-C        PIC   X.                                00108001
              10 CHG-A-E        PIC   X(60).                            00109001
              10 CHG-A-S        PIC   X.                                00110001
           05 CHG-B-AREA        PIC   X(4).                             00110503
           05 CHG-A-AREA        PIC   X(4).                             00111003
           05 FILLER            PIC   X(3).                             00111503
      ******************************************************************00112001
       WORKING-STORAGE SECTION.                                         00113001
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00114001
                    DISPLAY '         D) ', CHG-B-CL(4)                 00186502
                 END-IF                                                 00186602
                 DISPLAY '         KEY=', CHG-B-C,                      00187001
                    ' STATUS=', CHG-B-S, ' AREA=', CHG-B-AREA           00188003
                 IF CHG-B-E NOT = SPACES                                00189001
                    DISPLAY '         E: ', CHG-B-E                     00190001
                 END-IF                                                 00191001
                    DISPLAY '         D) ', CHG-A-CL(4)                 00195502
                 END-IF                                                 00195602
                 DISPLAY '         KEY=', CHG-A-C,                      00196001
                    ' STATUS=', CHG-A-S, ' AREA=', CHG-A-AREA           00197003
                 IF CHG-A-E NOT = SPACES                                00198001
                    DISPLAY '         E: ', CHG-A-E                     00199001
                 END-IF                                                 00200001
