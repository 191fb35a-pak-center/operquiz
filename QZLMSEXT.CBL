      *                    EXTRACTED AND THE SINCE-DATE WINDOW IS       00637104
      *                    IGNORED, SO MISSED RECORDS SHIP AGAIN        00637204
      *                    WITHOUT RESENDING THE WHOLE NIGHT            00637304
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00637995
      *                    BYTES) - LAYOUT ONLY, THE LMS EXTRACT        00638595
      *                    FORMAT IS UNCHANGED                          00639195
      ******************************************************************00640001
       ENVIRONMENT DIVISION.                                            00650001
       INPUT-OUTPUT SECTION.                                            00660001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY    00765002
      *    QZLOGCNV LOADED FROM THE OLD FLAT QUIZLOG.                   00767002
       FD  QLK-FILE                                                     00770002
           RECORD CONTAINS 84 CHARACTERS.                               00771095
       01  QLK-RECORD.                                                  00810002
           05 QLK-KEY.                                                  00815002
              10 QLK-OPER-ID     PIC   X(8).                            00820002
           05 QLK-Q-AMOUNT       PIC   9(3).                            00880002
           05 QLK-PCT            PIC   9(3)V99.                         00890002
           05 QLK-LETTERS        PIC   X(20).                           00900002
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00901095
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00902095
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00903095
           05 QLK-RELEASE        PIC   9(5).                            00904095
       FD  LMS-FILE                                                     00920001
           RECORDING MODE F                                             00930001
           RECORD CONTAINS 80 CHARACTERS                                00940001
