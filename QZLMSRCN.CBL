      *                    RETURN-CODE 8 - IT USED TO FALL THROUGH AS   00085302
      *                    IF END OF FILE, FALSELY REPORTING EVERY      00085402
      *                    LATER-ACKNOWLEDGED ATTEMPT AS UNCONFIRMED    00085502
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00085653
      *                    BYTES) - LAYOUT ONLY                         00085753
      ******************************************************************00086001
       ENVIRONMENT DIVISION.                                            00087001
       INPUT-OUTPUT SECTION.                                            00088001
       FILE SECTION.                                                    00103001
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY.   00104001
       FD  QLK-FILE                                                     00105001
           RECORD CONTAINS 84 CHARACTERS.                               00106053
       01  QLK-RECORD.                                                  00107001
           05 QLK-KEY.                                                  00108001
              10 QLK-OPER-ID     PIC   X(8).                            00109001
           05 QLK-Q-AMOUNT       PIC   9(3).                            00116001
           05 QLK-PCT            PIC   9(3)V99.                         00117001
           05 QLK-LETTERS        PIC   X(20).                           00118001
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00118253
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00118453
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00118653
           05 QLK-RELEASE        PIC   9(5).                            00118853
      *    THE LMS ACKNOWLEDGMENT FILE, AS RETURNED.                    00119001
       FD  ACK-FILE                                                     00120001
           RECORDING MODE F                                             00121001
