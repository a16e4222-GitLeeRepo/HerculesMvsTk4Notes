      * LIMIT), AND FLAGS ANY RUN WHOSE INPUT COUNT OR TOTAL SIZE       00000170
      * MOVED MORE THAN THE LIMIT FROM THE PRIOR RUN - THE HALF-        00000180
      * EMPTY FEED THAT SLIPS THROUGH UNNOTICED TODAY.                  00000190
      * A SWING ON THE NEWEST RUN ALSO GOES TO THE COMMON EXCEPTION     00000193
      * FILE.                                                           00000196
      ****************************                                      00000200
       ENVIRONMENT DIVISION.                                            00000210
       CONFIGURATION SECTION.                                           00000220
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000280
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000290
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000300
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000305
                                                                        00000310
       DATA DIVISION.                                                   00000320
       FILE SECTION.                                                    00000330
           DATA RECORDS IS CHAINLOG-RECORD.                             00000530
       01  CHAINLOG-DATA        PIC X(80).                              00000540
                                                                        00000550
       FD  EXCPLOG-FILE                                                 00000551
           RECORDING MODE IS F                                          00000552
           RECORD CONTAINS 80 CHARACTERS                                00000553
           LABEL RECORDS ARE STANDARD                                   00000554
           DATA RECORDS IS EXCPLOG-RECORD.                              00000555
       01  EXCPLOG-DATA         PIC X(80).                              00000556
                                                                        00000557
       FD  RPT-OUT                                                      00000560
           LABEL RECORDS ARE OMITTED                                    00000570
           DATA RECORDS IS RPT-RECORD.                                  00000580
           02  FILLER           PIC A(32).                              00000730
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000740
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000750
                                                                        00000751
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00000751
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00000751
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00000752
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00000752
       01  EXCPLOG-RECORD.                                              00000752
           02  EXL-PROGRAM      PIC X(8).                               00000753
           02  EXL-PROC-DATE    PIC 9(8).                               00000753
           02  EXL-SEVERITY     PIC 9(1).                               00000753
           02  EXL-CODE         PIC X(8).                               00000754
           02  EXL-KEY-TYPE     PIC X(1).                               00000754
           02  EXL-KEY          PIC X(10).                              00000754
           02  EXL-MESSAGE      PIC X(44).                              00000755
       01  EXL-RUN-MSG.                                                 00000755
           02  FILLER           PIC X(20) VALUE                         00000755
                'EXCEPTIONS WRITTEN: '.                                 00000756
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00000756
           02  FILLER           PIC A(14).                              00000756
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00000757
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00000757
       01  EXL-SWING-MSG.                                               00000757
           02  FILLER           PIC X(4) VALUE 'RUN '.                  00000758
           02  EXL-SWING-DATE   PIC 9999/99/99.                         00000758
           02  FILLER           PIC A(1).                               00000758
           02  EXL-SWING-FLAGS  PIC X(20).                              00000759
           02  FILLER           PIC A(9).                               00000759
                                                                        00000760
      ** RECORD LAYOUTS - RUNLOG-RECORD MATCHES WHAT VSIZEHST           00000770
      ** WRITE-RUNLOG-ROUTINE APPENDS                                   00000780
           MOVE WS-RUNS-WANTED TO RUNS-WANTED-RPT.                      00002670
           MOVE WS-PCT-LIMIT TO PCT-LIMIT-RPT.                          00002680
           WRITE RPT-DATA FROM RPT-LIMIT-LINE.                          00002690
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00002695
           IF WS-RUN-COUNT = 0                                          00002700
               WRITE RPT-DATA FROM RPT-NO-RUNS-LINE                     00002710
           ELSE                                                         00002720
           END-IF.                                                      00002840
           MOVE WS-SWING-COUNT TO SWING-COUNT-RPT.                      00002850
           WRITE RPT-DATA FROM RPT-SWING-LINE.                          00002860
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00002865
           CLOSE RPT-OUT.                                               00002870
                                                                        00002880
       PRINT-RUN-LINE-ROUTINE.                                          00002890
           END-EVALUATE.                                                00003140
           IF WS-INPUT-SWING-SW = 'Y' OR WS-SIZE-SWING-SW = 'Y'         00003150
               ADD 1 TO WS-SWING-COUNT                                  00003160
               IF WS-RUN-IDX = WS-RUN-COUNT                             00003162
                   PERFORM WRITE-SWING-EXCEPTION-ROUTINE                00003164
               END-IF                                                   00003166
           END-IF.                                                      00003170
           WRITE RPT-DATA FROM RPT-RUN-LINE.                            00003180
                                                                        00003181
      **--------------------------------------------------------        00003181
      ** ONLY THE NEWEST RUN IN THE LOG IS AN EXCEPTION - OLDER         00003182
      ** SWINGS WERE REPORTED THE DAY THEY HAPPENED.                    00003182
      **--------------------------------------------------------        00003183
       WRITE-SWING-EXCEPTION-ROUTINE.                                   00003184
           MOVE SPACES TO EXCPLOG-RECORD.                               00003184
           MOVE 2 TO EXL-SEVERITY.                                      00003185
           MOVE 'SWING' TO EXL-CODE.                                    00003185
           MOVE 'J' TO EXL-KEY-TYPE.                                    00003186
           MOVE 'VSIZEHST' TO EXL-KEY.                                  00003187
           MOVE WS-RUN-DATE-T (WS-RUN-IDX) TO EXL-SWING-DATE.           00003187
           MOVE FLAGS-RLG TO EXL-SWING-FLAGS.                           00003188
           MOVE EXL-SWING-MSG TO EXL-MESSAGE.                           00003188
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00003189
                                                                        00003190
       CHECK-SWING-ROUTINE.                                             00003200
           COMPUTE WS-DELTA =                                           00003210
                                                                        00003570
                                                                        00003580
      **--------------------------------------------------------        00003590
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00003591
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00003591
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00003591
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00003591
      **--------------------------------------------------------        00003592
       OPEN-EXCPLOG-ROUTINE.                                            00003592
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00003592
           MOVE 0 TO WS-EXL-COUNT.                                      00003593
           OPEN EXTEND EXCPLOG-FILE.                                    00003593
                                                                        00003593
       WRITE-EXCPLOG-ROUTINE.                                           00003594
           MOVE 'VOLRLOG' TO EXL-PROGRAM.                               00003594
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00003594
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00003595
           ADD 1 TO WS-EXL-COUNT.                                       00003595
                                                                        00003595
       CLOSE-EXCPLOG-ROUTINE.                                           00003596
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00003596
           MOVE SPACES TO EXCPLOG-RECORD.                               00003596
           MOVE 'VOLRLOG' TO EXL-PROGRAM.                               00003597
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00003597
           MOVE 0 TO EXL-SEVERITY.                                      00003597
           MOVE '*RUN' TO EXL-CODE.                                     00003598
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00003598
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00003598
           CLOSE EXCPLOG-FILE.                                          00003599
                                                                        00003599
      **--------------------------------------------------------        00003599
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00003600
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00003610
      **--------------------------------------------------------        00003620
