      * MISSING STEPS, STEPS RUN OUT OF ORDER, AND STEPS ENDING         00000190
      * ABOVE RC 4 ARE FLAGGED, AND A VOLCOMP RC 8 GATE VERDICT IS      00000200
      * CALLED OUT NEXT TO WHETHER VSIZEHST RAN ANYWAY.                 00000210
      * THE FLAGS ON THE NEWEST DATE IN THE LOG ALSO GO TO THE          00000213
      * COMMON EXCEPTION FILE.                                          00000216
      ****************************                                      00000220
       ENVIRONMENT DIVISION.                                            00000230
       CONFIGURATION SECTION.                                           00000240
       FILE-CONTROL.                                                    00000280
            SELECT OPTIONAL LOG-FILE ASSIGN TO UT-S-SYSIN.              00000290
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000300
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000305
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000310
                                                                        00000320
       DATA DIVISION.                                                   00000330
           LABEL RECORDS ARE OMITTED                                    00000440
           DATA RECORDS IS RPT-RECORD.                                  00000450
       01  RPT-DATA             PIC X(200).                             00000460
                                                                        00000461
       FD  EXCPLOG-FILE                                                 00000462
           RECORDING MODE IS F                                          00000463
           RECORD CONTAINS 80 CHARACTERS                                00000464
           LABEL RECORDS ARE STANDARD                                   00000465
           DATA RECORDS IS EXCPLOG-RECORD.                              00000466
       01  EXCPLOG-DATA         PIC X(80).                              00000467
                                                                        00000470
       SD  SORT-FILE.                                                   00000480
       01  SORT-RECORD.                                                 00000490
           02  CLG-REJECT-COUNT PIC 9(8).                               00000680
           02  CLG-RETURN-CODE  PIC 9(2).                               00000690
           02  FILLER           PIC A(32).                              00000700
                                                                        00000701
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00000701
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00000701
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00000701
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00000702
       01  EXCPLOG-RECORD.                                              00000702
           02  EXL-PROGRAM      PIC X(8).                               00000702
           02  EXL-PROC-DATE    PIC 9(8).                               00000703
           02  EXL-SEVERITY     PIC 9(1).                               00000703
           02  EXL-CODE         PIC X(8).                               00000703
           02  EXL-KEY-TYPE     PIC X(1).                               00000704
           02  EXL-KEY          PIC X(10).                              00000704
           02  EXL-MESSAGE      PIC X(44).                              00000704
       01  EXL-RUN-MSG.                                                 00000705
           02  FILLER           PIC X(20) VALUE                         00000705
                'EXCEPTIONS WRITTEN: '.                                 00000705
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00000706
           02  FILLER           PIC A(14).                              00000706
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00000706
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00000707
       01  EXL-CHAIN-MSG.                                               00000707
           02  EXL-CHAIN-DATE   PIC 9999/99/99.                         00000707
           02  FILLER           PIC A(1).                               00000708
           02  EXL-CHAIN-TEXT   PIC X(33).                              00000708
       01  EXL-RC-TEXT.                                                 00000708
           02  FILLER           PIC X(9) VALUE 'ENDED RC '.             00000709
           02  EXL-RC-VALUE     PIC 99.                                 00000709
           02  FILLER           PIC A(22).                              00000709
                                                                        00000710
       01  RPT-HEADER.                                                  00000720
           02  FILLER           PIC X(40) VALUE                         00000730
       01  WS-PREV-TIME         PIC 9(6) VALUE 0.                       00001620
       01  WS-PREV-SET-SW       PIC X VALUE 'N'.                        00001630
                                                                        00001640
      ** STEPS ENDING ABOVE RC 4 ON THE DATE BEING VERIFIED, HELD       00001641
      ** FOR THE EXCEPTION FILE                                         00001641
       01  WS-MAX-RCF           PIC 9(3) VALUE 100.                     00001642
       01  WS-RCF-COUNT         PIC 9(3) VALUE 0.                       00001643
       01  WS-RCF-IDX           PIC 9(3) VALUE 0.                       00001644
       01  WS-RCF-WARNED-SW     PIC X VALUE 'N'.                        00001645
       01  WS-RCF-TABLE.                                                00001645
           02  WS-RCF-ENTRY OCCURS 100 TIMES.                           00001646
               03  WS-RCF-PROGRAM   PIC X(8).                           00001647
               03  WS-RCF-RC        PIC 9(2).                           00001648
                                                                        00001649
      ** CONTROL-BREAK FIELDS (SORTED BY DATE / TIME)                   00001650
       01  WS-PRIOR-DATE        PIC 9(8) VALUE 0.                       00001660
       01  WS-FIRST-DATE-SW     PIC X VALUE 'Y'.                        00001670
       VERIFY-ROUTINE.                                                  00002240
           OPEN OUTPUT RPT-OUT.                                         00002250
           WRITE RPT-DATA FROM RPT-HEADER.                              00002260
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00002265
           MOVE 0 TO EOF.                                               00002270
           RETURN SORT-FILE INTO SORT-RECORD                            00002280
                  AT END MOVE 1 TO EOF.                                 00002290
               PERFORM DATE-BREAK-ROUTINE                               00002350
           END-IF.                                                      00002360
           PERFORM FOOTER-ROUTINE.                                      00002370
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00002375
           CLOSE RPT-OUT.                                               00002380
                                                                        00002390
       EXAMINE-STEP-ROUTINE.                                            00002400
                  AT END MOVE 1 TO EOF.                                 00002570
                                                                        00002580
       RESET-DAY-ROUTINE.                                               00002590
           MOVE 0 TO WS-RCF-COUNT.                                      00002595
           MOVE 'N' TO WS-DAY-FLAG-SW.                                  00002600
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1                       00002610
                   UNTIL WS-EXP-IDX > 4                                 00002620
           IF SD-RETURN-CODE > 4                                        00002700
               MOVE '*RC OVER 4*' TO FLAGS-CHN                          00002710
               MOVE 'Y' TO WS-DAY-FLAG-SW                               00002720
               PERFORM HOLD-RC-STEP-ROUTINE                             00002725
           END-IF.                                                      00002730
           MOVE SD-RUN-TIME     TO RUN-TIME-CHN.                        00002740
           MOVE SD-PROGRAM      TO PROGRAM-CHN.                         00002750
           MOVE SD-REJECT-COUNT TO REJECT-CHN.                          00002780
           MOVE SD-RETURN-CODE  TO RC-CHN.                              00002790
           WRITE RPT-DATA FROM RPT-STEP-LINE.                           00002800
                                                                        00002801
       HOLD-RC-STEP-ROUTINE.                                            00002801
           IF WS-RCF-COUNT < WS-MAX-RCF                                 00002802
               ADD 1 TO WS-RCF-COUNT                                    00002802
               MOVE SD-PROGRAM TO WS-RCF-PROGRAM (WS-RCF-COUNT)         00002803
               MOVE SD-RETURN-CODE TO WS-RCF-RC (WS-RCF-COUNT)          00002804
           ELSE                                                         00002804
               IF WS-RCF-WARNED-SW = 'N'                                00002805
                   DISPLAY 'WARNING - WS-RCF-TABLE FULL AT '            00002806
                           WS-MAX-RCF                                   00002806
                           ' - FURTHER RC STEPS NOT WRITTEN'            00002807
                   MOVE 'Y' TO WS-RCF-WARNED-SW                         00002808
               END-IF                                                   00002808
           END-IF.                                                      00002809
                                                                        00002810
       NOTE-STEP-ROUTINE.                                               00002820
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1                       00002830
                   MOVE WS-EXP-NAME (WS-EXP-IDX)                        00003010
                        TO MISSING-NAME-CHN                             00003020
                   WRITE RPT-DATA FROM RPT-MISSING-LINE                 00003030
                   IF EOF = 1                                           00003032
                       PERFORM WRITE-MISSING-EXCEPTION-ROUTINE          00003034
                   END-IF                                               00003036
                   MOVE 'Y' TO WS-DAY-FLAG-SW                           00003040
               END-IF                                                   00003050
           END-PERFORM.                                                 00003060
                       MOVE WS-EXP-NAME (WS-EXP-IDX)                    00003140
                            TO ORDER-NAME-CHN                           00003150
                       WRITE RPT-DATA FROM RPT-ORDER-LINE               00003160
                       IF EOF = 1                                       00003162
                           PERFORM WRITE-ORDER-EXCEPTION-ROUTINE        00003164
                       END-IF                                           00003166
                       MOVE 'Y' TO WS-DAY-FLAG-SW                       00003170
                   END-IF                                               00003180
                   MOVE WS-EXP-TIME (WS-EXP-IDX) TO WS-PREV-TIME        00003190
            AND WS-EXP-RC (1) >= 8                                      00003240
            AND WS-EXP-SEEN-SW (2) = 'Y'                                00003250
               WRITE RPT-DATA FROM RPT-GATE-LINE                        00003260
               IF EOF = 1                                               00003262
                   PERFORM WRITE-GATE-EXCEPTION-ROUTINE                 00003264
               END-IF                                                   00003266
               MOVE 'Y' TO WS-DAY-FLAG-SW                               00003270
           END-IF.                                                      00003271
           IF EOF = 1                                                   00003272
               PERFORM VARYING WS-RCF-IDX FROM 1 BY 1                   00003273
                       UNTIL WS-RCF-IDX > WS-RCF-COUNT                  00003274
                   PERFORM WRITE-RC-EXCEPTION-ROUTINE                   00003275
               END-PERFORM                                              00003276
           END-IF.                                                      00003280
           IF WS-DAY-FLAG-SW = 'Y'                                      00003290
               ADD 1 TO WS-FLAGGED-COUNT                                00003300
           ELSE                                                         00003310
               WRITE RPT-DATA FROM RPT-OK-LINE                          00003320
           END-IF.                                                      00003330
                                                                        00003331
      **--------------------------------------------------------        00003331
      ** THE DATE BREAK AFTER THE LAST STEP RECORD IS THE NEWEST        00003331
      ** DATE IN THE LOG - ONLY ITS FLAGS GO TO THE COMMON              00003331
      ** EXCEPTION FILE, OLDER DATES WERE REPORTED IN THEIR TIME.       00003331
      **--------------------------------------------------------        00003332
       WRITE-MISSING-EXCEPTION-ROUTINE.                                 00003332
           MOVE SPACES TO EXCPLOG-RECORD.                               00003332
           MOVE 1 TO EXL-SEVERITY.                                      00003332
           MOVE 'STEPMISS' TO EXL-CODE.                                 00003332
           MOVE WS-EXP-NAME (WS-EXP-IDX) TO EXL-KEY.                    00003333
           MOVE 'STEP MISSING FROM CHAIN LOG' TO EXL-CHAIN-TEXT.        00003333
           PERFORM WRITE-CHAIN-EXCEPTION-ROUTINE.                       00003333
                                                                        00003333
       WRITE-ORDER-EXCEPTION-ROUTINE.                                   00003333
           MOVE SPACES TO EXCPLOG-RECORD.                               00003334
           MOVE 2 TO EXL-SEVERITY.                                      00003334
           MOVE 'STEPORDR' TO EXL-CODE.                                 00003334
           MOVE WS-EXP-NAME (WS-EXP-IDX) TO EXL-KEY.                    00003334
           MOVE 'STEP RAN OUT OF ORDER' TO EXL-CHAIN-TEXT.              00003334
           PERFORM WRITE-CHAIN-EXCEPTION-ROUTINE.                       00003335
                                                                        00003335
       WRITE-GATE-EXCEPTION-ROUTINE.                                    00003335
           MOVE SPACES TO EXCPLOG-RECORD.                               00003335
           MOVE 1 TO EXL-SEVERITY.                                      00003335
           MOVE 'GATE' TO EXL-CODE.                                     00003336
           MOVE 'VSIZEHST' TO EXL-KEY.                                  00003336
           MOVE 'RAN AFTER VOLCOMP RC 8' TO EXL-CHAIN-TEXT.             00003336
           PERFORM WRITE-CHAIN-EXCEPTION-ROUTINE.                       00003336
                                                                        00003336
       WRITE-RC-EXCEPTION-ROUTINE.                                      00003337
           MOVE SPACES TO EXCPLOG-RECORD.                               00003337
           MOVE 1 TO EXL-SEVERITY.                                      00003337
           MOVE 'STEPRC' TO EXL-CODE.                                   00003337
           MOVE WS-RCF-PROGRAM (WS-RCF-IDX) TO EXL-KEY.                 00003337
           MOVE WS-RCF-RC (WS-RCF-IDX) TO EXL-RC-VALUE.                 00003338
           MOVE EXL-RC-TEXT TO EXL-CHAIN-TEXT.                          00003338
           PERFORM WRITE-CHAIN-EXCEPTION-ROUTINE.                       00003338
                                                                        00003338
       WRITE-CHAIN-EXCEPTION-ROUTINE.                                   00003338
           MOVE 'J' TO EXL-KEY-TYPE.                                    00003339
           MOVE WS-PRIOR-DATE TO EXL-CHAIN-DATE.                        00003339
           MOVE EXL-CHAIN-MSG TO EXL-MESSAGE.                           00003339
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00003339
                                                                        00003340
       FOOTER-ROUTINE.                                                  00003350
           MOVE WS-READ-COUNT TO READ-COUNT-RPT.                        00003360
           WRITE RPT-DATA FROM RPT-DAYS-LINE.                           00003390
           MOVE WS-FLAGGED-COUNT TO FLAGGED-COUNT-RPT.                  00003400
           WRITE RPT-DATA FROM RPT-FLAGGED-LINE.                        00003410
                                                                        00003420
      **--------------------------------------------------------        00003430
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00003440
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00003450
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00003460
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00003470
      **--------------------------------------------------------        00003480
       OPEN-EXCPLOG-ROUTINE.                                            00003490
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00003500
           MOVE 0 TO WS-EXL-COUNT.                                      00003510
           OPEN EXTEND EXCPLOG-FILE.                                    00003520
                                                                        00003530
       WRITE-EXCPLOG-ROUTINE.                                           00003540
           MOVE 'VOLCHAIN' TO EXL-PROGRAM.                              00003550
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00003560
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00003570
           ADD 1 TO WS-EXL-COUNT.                                       00003580
                                                                        00003590
       CLOSE-EXCPLOG-ROUTINE.                                           00003600
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00003610
           MOVE SPACES TO EXCPLOG-RECORD.                               00003620
           MOVE 'VOLCHAIN' TO EXL-PROGRAM.                              00003630
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00003640
           MOVE 0 TO EXL-SEVERITY.                                      00003650
           MOVE '*RUN' TO EXL-CODE.                                     00003660
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00003670
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00003680
           CLOSE EXCPLOG-FILE.                                          00003690
