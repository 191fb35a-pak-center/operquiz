      *                    PER OPERATOR ACROSS ALL TOPICS               00429704
      *    2026-09-02 PAK  READS THE KEYED QUIZLOGK KSDS (LOADED BY     00429805
      *                    QZLOGCNV) INSTEAD OF THE FLAT QUIZLOG        00429905
      *    2026-10-15 PAK  QUIZLOGK GREW QLK-RELEASE (RECORD NOW 84     00430006
      *                    BYTES) - LAYOUT ONLY, THE ROLL-UP IS THE     00430106
      *                    SAME WHICHEVER BANK RELEASE WAS SAT          00430206
      *    2026-10-15 PAK  ROSTER GREW THE OPERATOR'S PREFERRED         00430307
      *                    QUIZ LANGUAGE (ROS-LANG, RECORD NOW 58       00430407
      *                    BYTES) - LAYOUT ONLY                         00430507
      ******************************************************************00430002
       ENVIRONMENT DIVISION.                                            00440002
       INPUT-OUTPUT SECTION.                                            00450002
      *    SAME LAYOUT AS QLK-RECORD IN OPERQUIZ - THE KEYED HISTORY    00525005
      *    QZLOGCNV LOADED FROM THE OLD FLAT QUIZLOG.                   00527005
       FD  QLK-FILE                                                     00530005
           RECORD CONTAINS 84 CHARACTERS.                               00531006
       01  QLK-RECORD.                                                  00570005
           05 QLK-KEY.                                                  00575005
              10 QLK-OPER-ID     PIC   X(8).                            00580005
           05 QLK-Q-AMOUNT       PIC   9(3).                            00640005
           05 QLK-PCT            PIC   9(3)V99.                         00650005
           05 QLK-LETTERS        PIC   X(20).                           00660005
      *    THE BANK RELEASE THE ATTEMPT WAS SCORED AGAINST - 0 FOR A    00660106
      *    BANK NEVER PROMOTED THROUGH QZBANKPR, OR A MIXED EXAM WHOSE  00660206
      *    QUESTIONS CAME FROM SEVERAL RELEASES.                        00660306
           05 QLK-RELEASE        PIC   9(5).                            00660406
      ******************************************************************00660703
      *    THE OPERATOR ROSTER THE SHIFT LEADS MAINTAIN - ONE FIXED     00661403
      *    58-BYTE RECORD PER OPERATOR WHO SHOULD BE TRAINED.           00662107
       FD  ROSTER-FILE                                                  00662803
           RECORDING MODE F                                             00663503
           RECORD CONTAINS 58 CHARACTERS                                00664207
           LABEL RECORDS ARE STANDARD.                                  00664903
       01  ROS-RECORD.                                                  00665603
           05 ROS-OPER-ID        PIC   X(8).                            00666303
           05 ROS-NAME           PIC   X(20).                           00667003
           05 ROS-SHIFT          PIC   X(8).                            00667703
           05 ROS-SUPERVISOR     PIC   X(20).                           00668403
           05 ROS-LANG           PIC   X(2).                            00669207
      ******************************************************************00670002
       WORKING-STORAGE SECTION.                                         00680002
       01 WS-HLINE          PIC   X(80) VALUE ALL '*'.                  00690002
