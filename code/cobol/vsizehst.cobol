            SELECT CFW-FILE ASSIGN TO DA-S-CKPTCFW.                     00000260
            SELECT RPT-OUT  ASSIGN TO UT-S-SYSOUT.                      00000270
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000280
            SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO PERIODCTL          00000281
                ORGANIZATION IS INDEXED                                 00000282
                ACCESS MODE IS RANDOM                                   00000283
                RECORD KEY IS PC-KEY.                                   00000284
            SELECT OPTIONAL PERLOG-FILE ASSIGN TO DA-S-PERLOG.          00000285
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000286
            SELECT OUT-FILE ASSIGN TO DA-S-PRGOUT.                      00000290
            SELECT CSV-OUT-FILE ASSIGN TO DA-S-CSVOUT                   00000300
                ORGANIZATION IS LINE SEQUENTIAL.                        00000310
           DATA RECORDS IS CHAINLOG-RECORD.                             00001150
       01  CHAINLOG-DATA        PIC X(80).                              00001160
                                                                        00001170
       FD  PERIODCTL-FILE                                               00001171
           RECORD CONTAINS 80 CHARACTERS                                00001171
           DATA RECORDS IS PERIODCTL-REC.                               00001171
       01  PERIODCTL-REC.                                               00001172
           02  PC-KEY.                                                  00001172
               03  PC-KEY-PROGRAM   PIC X(8).                           00001172
               03  PC-KEY-PERIOD    PIC X(8).                           00001173
           02  FILLER           PIC X(64).                              00001173
                                                                        00001174
       FD  PERLOG-FILE                                                  00001174
           RECORDING MODE IS F                                          00001174
           RECORD CONTAINS 80 CHARACTERS                                00001175
           LABEL RECORDS ARE STANDARD                                   00001175
           DATA RECORDS IS PERLOG-RECORD.                               00001176
       01  PERLOG-DATA          PIC X(80).                              00001176
                                                                        00001176
       FD  EXCPLOG-FILE                                                 00001177
           RECORDING MODE IS F                                          00001177
           RECORD CONTAINS 80 CHARACTERS                                00001178
           LABEL RECORDS ARE STANDARD                                   00001178
           DATA RECORDS IS EXCPLOG-RECORD.                              00001178
       01  EXCPLOG-DATA         PIC X(80).                              00001179
                                                                        00001179
       FD  RPT-OUT                                                      00001180
           LABEL RECORDS ARE OMITTED                                    00001190
           DATA RECORDS IS RPT-RECORD.                                  00001200
           02  FILLER           PIC A(32).                              00001490
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001500
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001510
                                                                        00001511
      ** PERIOD CONTROL RECORD - ONE PER PROGRAM AND PERIOD (YYYYMM,    00001511
      ** OR YYYYMMDD FOR THE DAILY SNAPSHOT RUN).  STATUS O OPEN,       00001511
      ** P PROCESSED, C CLOSED.  CLOSED AND REOPENED BY VOLPERM AND     00001511
      ** REPORTED BY VOLPERPT.                                          00001511
       01  PC-RECORD.                                                   00001511
           02  PC-PROGRAM       PIC X(8).                               00001511
           02  PC-PERIOD        PIC X(8).                               00001511
           02  PC-STATUS        PIC X(1).                               00001511
           02  PC-RUN-DATE      PIC 9(8).                               00001512
           02  PC-RUN-TIME      PIC 9(6).                               00001512
           02  PC-INPUT-COUNT   PIC 9(8).                               00001512
           02  PC-OUTPUT-COUNT  PIC 9(8).                               00001512
           02  PC-REJECT-COUNT  PIC 9(8).                               00001512
           02  PC-RUN-COUNT     PIC 9(3).                               00001512
           02  PC-CHANGE-DATE   PIC 9(8).                               00001512
           02  FILLER           PIC X(14).                              00001512
                                                                        00001513
      ** PERIOD LOG - EVERY RERUN OVERRIDE, CLOSE AND REOPEN IS         00001513
      ** APPENDED WITH THE REASON GIVEN                                 00001513
       01  PERLOG-RECORD.                                               00001513
           02  PLG-PROGRAM      PIC X(8).                               00001513
           02  PLG-PERIOD       PIC X(8).                               00001513
           02  PLG-ACTION       PIC X(8).                               00001513
           02  PLG-LOG-DATE     PIC 9(8).                               00001513
           02  PLG-LOG-TIME     PIC 9(6).                               00001514
           02  PLG-OLD-STATUS   PIC X(1).                               00001514
           02  PLG-REASON       PIC X(40).                              00001514
           02  FILLER           PIC X(1).                               00001514
       01  WS-PERIOD            PIC X(8) VALUE SPACES.                  00001514
       01  WS-PC-FOUND-SW       PIC X VALUE 'N'.                        00001514
       01  WS-PERIOD-LOCKED-SW  PIC X VALUE 'N'.                        00001514
       01  WS-RERUN-SW          PIC X VALUE 'N'.                        00001514
       01  WS-RERUN-REASON      PIC X(40) VALUE SPACES.                 00001515
       01  WS-PC-DATE           PIC 9(8) VALUE 0.                       00001515
       01  WS-PC-TIME-X         PIC X(8) VALUE SPACES.                  00001515
       01  WS-PC-STATUS-NAME    PIC X(9) VALUE SPACES.                  00001515
                                                                        00001515
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00001515
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00001515
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00001515
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00001516
       01  EXCPLOG-RECORD.                                              00001516
           02  EXL-PROGRAM      PIC X(8).                               00001516
           02  EXL-PROC-DATE    PIC 9(8).                               00001516
           02  EXL-SEVERITY     PIC 9(1).                               00001516
           02  EXL-CODE         PIC X(8).                               00001516
           02  EXL-KEY-TYPE     PIC X(1).                               00001516
           02  EXL-KEY          PIC X(10).                              00001516
           02  EXL-MESSAGE      PIC X(44).                              00001517
       01  EXL-RUN-MSG.                                                 00001517
           02  FILLER           PIC X(20) VALUE                         00001517
                'EXCEPTIONS WRITTEN: '.                                 00001517
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00001517
           02  FILLER           PIC A(14).                              00001517
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00001517
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00001517
       01  EXL-ALERT-MSG.                                               00001518
           02  FILLER           PIC X(6) VALUE 'SIZE: '.                00001518
           02  EXL-ALERT-SIZE   PIC ZZ,ZZZ,ZZ9.                         00001518
           02  FILLER           PIC X(10) VALUE ' PROFILE: '.           00001518
           02  EXL-ALERT-PROFILE PIC X(16).                             00001518
           02  FILLER           PIC A(2).                               00001518
       01  EXL-BAND-MSG.                                                00001518
           02  FILLER           PIC X(16) VALUE 'OVER 80/90/95%: '.     00001518
           02  EXL-BAND-O80     PIC ZZZZ9.                              00001519
           02  FILLER           PIC X(1) VALUE '/'.                     00001519
           02  EXL-BAND-O90     PIC ZZZZ9.                              00001519
           02  FILLER           PIC X(1) VALUE '/'.                     00001519
           02  EXL-BAND-O95     PIC ZZZZ9.                              00001519
           02  FILLER           PIC X(4) VALUE ' OF '.                  00001519
           02  EXL-BAND-VOLS    PIC ZZZZ9.                              00001519
           02  FILLER           PIC A(2).                               00001519
                                                                        00001520
      ** RECORD LAYOUTS                                                 00001530
       01  VSH-RECORD.                                                  00001540
       MAIN-ROUTINE.                                                    00007080
           MOVE LOW-VALUES TO WS-SEEN-TABLE.                            00007090
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00007100
           PERFORM CHECK-PERIOD-ROUTINE.                                00007110
           IF WS-PERIOD-LOCKED-SW = 'N'                                 00007120
               PERFORM LOAD-PROFILES-ROUTINE                            00007130
               PERFORM RESTART-CHECK-ROUTINE                            00007140
               SORT SORT-FILE                                           00007150
                   ON DESCENDING KEY SD-VOLSIZE                         00007160
                   INPUT PROCEDURE IS LOAD-VOLSIZE-ROUTINE              00007170
                   OUTPUT PROCEDURE IS WRITE-REPORT-ROUTINE             00007171
               DISPLAY VOLSIZE-SUM                                      00007172
               PERFORM WRITE-EXCEPTIONS-ROUTINE                         00007173
               PERFORM RECORD-PERIOD-ROUTINE                            00007174
           END-IF.                                                      00007175
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00007180
           DISPLAY 'DONE'.                                              00007190
           STOP RUN.                                                    00007200
               COMPUTE WS-MIN-OK-SERIAL =                               00007370
                   WS-RUNDATE-SERIAL - WS-TOLERANCE-DAYS                00007380
           END-IF.                                                      00007390
           IF WS-RUNDATE-SET-SW = 'Y'                                   00007391
               MOVE WS-RUNDATE (1:4) TO WS-PERIOD (1:4)                 00007392
               MOVE WS-RUNDATE (6:2) TO WS-PERIOD (5:2)                 00007393
               MOVE WS-RUNDATE (9:2) TO WS-PERIOD (7:2)                 00007394
           ELSE                                                         00007395
               MOVE WS-TODAY-X TO WS-PERIOD                             00007396
           END-IF.                                                      00007397
                                                                        00007400
      **--------------------------------------------------------        00007410
      ** KEYED PARAMETER CARDS - THRESHOLD / RUNDATE / TOLERANCE.       00007420
      ** THE SNAPSHOT DATE (RUNDATE, ELSE TODAY) IS THE PERIOD LOCKED   00007422
      ** ON THE PERIOD CONTROL FILE; A RERUN CARD CARRIES THE REASON    00007424
      ** FOR PROCESSING A SNAPSHOT DATE AGAIN.                          00007426
      ** A CARD WHOSE FIRST EIGHT BYTES ARE NUMERIC IS THE CLASSIC      00007430
      ** BARE THRESHOLD CARD AND IS STILL HONORED.                      00007440
      **--------------------------------------------------------        00007450
               WHEN CTL-KEYWORD = 'FRAGPCT'                             00007710
                   IF CTL-TOL-VALUE NUMERIC AND CTL-TOL-VALUE > 0       00007720
                       MOVE CTL-TOL-VALUE TO WS-FRAG-PCT                00007730
                   END-IF                                               00007731
               WHEN CTL-KEYWORD = 'RERUN'                               00007732
                   IF CTL-VALUE-AREA = SPACES                           00007733
                       DISPLAY 'RERUN CARD IGNORED - NO REASON GIVEN'   00007734
                   ELSE                                                 00007735
                       MOVE 'Y' TO WS-RERUN-SW                          00007736
                       MOVE CTL-VALUE-AREA TO WS-RERUN-REASON           00007737
                   END-IF                                               00007740
               WHEN THRESHOLD-IN NUMERIC                                00007750
                   IF THRESHOLD-IN > 0                                  00007760
           MOVE WS-POOL-O95 (WS-POOL-IDX) TO POOL-O95-RPT.              00014550
           WRITE RPT-DATA FROM RPT-POOL-LINE.                           00014560
                                                                        00014570
      **--------------------------------------------------------        00014571
      ** ALERT VOLUMES AND EVERY POOL WITH VOLUMES IN A PERCENT-        00014571
      ** USED BAND GO TO THE COMMON EXCEPTION FILE - A POOL IS AN       00014571
      ** ACTION ITEM WITH ANY VOLUME OVER 95 PERCENT, A WARNING         00014571
      ** OVER 90, AND INFORMATION OVER 80.                              00014571
      **--------------------------------------------------------        00014571
       WRITE-EXCEPTIONS-ROUTINE.                                        00014572
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00014572
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1                     00014572
                   UNTIL WS-ALERT-IDX > WS-ALERT-COUNT                  00014572
               MOVE SPACES TO EXCPLOG-RECORD                            00014572
               MOVE 2 TO EXL-SEVERITY                                   00014573
               MOVE 'ALERT' TO EXL-CODE                                 00014573
               MOVE 'V' TO EXL-KEY-TYPE                                 00014573
               MOVE WS-ALERT-VOLNAME (WS-ALERT-IDX) TO EXL-KEY          00014573
               MOVE WS-ALERT-VOLSIZE (WS-ALERT-IDX) TO EXL-ALERT-SIZE   00014573
               MOVE WS-ALERT-PROFILE (WS-ALERT-IDX)                     00014573
                    TO EXL-ALERT-PROFILE                                00014574
               MOVE EXL-ALERT-MSG TO EXL-MESSAGE                        00014574
               PERFORM WRITE-EXCPLOG-ROUTINE                            00014574
           END-PERFORM.                                                 00014574
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1                      00014574
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT                    00014575
               IF WS-POOL-O80 (WS-POOL-IDX) > 0                         00014575
                   PERFORM WRITE-POOL-EXCEPTION-ROUTINE                 00014575
               END-IF                                                   00014575
           END-PERFORM.                                                 00014575
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00014575
                                                                        00014576
       WRITE-POOL-EXCEPTION-ROUTINE.                                    00014576
           MOVE SPACES TO EXCPLOG-RECORD.                               00014576
           EVALUATE TRUE                                                00014576
               WHEN WS-POOL-O95 (WS-POOL-IDX) > 0                       00014576
                   MOVE 1 TO EXL-SEVERITY                               00014577
               WHEN WS-POOL-O90 (WS-POOL-IDX) > 0                       00014577
                   MOVE 2 TO EXL-SEVERITY                               00014577
               WHEN OTHER                                               00014577
                   MOVE 3 TO EXL-SEVERITY                               00014577
           END-EVALUATE.                                                00014577
           MOVE 'POOLBAND' TO EXL-CODE.                                 00014578
           MOVE 'P' TO EXL-KEY-TYPE.                                    00014578
           MOVE WS-POOL-NAME (WS-POOL-IDX) TO EXL-KEY.                  00014578
           MOVE WS-POOL-O80 (WS-POOL-IDX) TO EXL-BAND-O80.              00014578
           MOVE WS-POOL-O90 (WS-POOL-IDX) TO EXL-BAND-O90.              00014578
           MOVE WS-POOL-O95 (WS-POOL-IDX) TO EXL-BAND-O95.              00014579
           MOVE WS-POOL-VOLS (WS-POOL-IDX) TO EXL-BAND-VOLS.            00014579
           MOVE EXL-BAND-MSG TO EXL-MESSAGE.                            00014579
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00014579
                                                                        00014579
       FOOTER-ROUTINE.                                                  00014580
           MOVE VOLSIZE-SUM TO VOLSIZE-SUM-OTR.                         00014590
           MOVE VOLSIZE-SUM TO VOLSIZE-SUM-FTR.                         00014600
                                                                        00017580
                                                                        00017590
      **--------------------------------------------------------        00017600
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00017601
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00017601
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00017601
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00017601
      **--------------------------------------------------------        00017601
       OPEN-EXCPLOG-ROUTINE.                                            00017601
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00017601
           MOVE 0 TO WS-EXL-COUNT.                                      00017601
           OPEN EXTEND EXCPLOG-FILE.                                    00017601
                                                                        00017601
       WRITE-EXCPLOG-ROUTINE.                                           00017601
           MOVE 'VSIZEHST' TO EXL-PROGRAM.                              00017601
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00017601
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00017601
           ADD 1 TO WS-EXL-COUNT.                                       00017601
                                                                        00017602
       CLOSE-EXCPLOG-ROUTINE.                                           00017602
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00017602
           MOVE SPACES TO EXCPLOG-RECORD.                               00017602
           MOVE 'VSIZEHST' TO EXL-PROGRAM.                              00017602
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00017602
           MOVE 0 TO EXL-SEVERITY.                                      00017602
           MOVE '*RUN' TO EXL-CODE.                                     00017602
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00017602
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00017602
           CLOSE EXCPLOG-FILE.                                          00017602
                                                                        00017602
      **--------------------------------------------------------        00017602
      ** PERIOD LOCK - A PERIOD ALREADY PROCESSED OR CLOSED ON THE      00017602
      ** PERIOD CONTROL FILE IS REFUSED (RETURN CODE 16) UNLESS A       00017603
      ** RERUN CARD GIVES A REASON; THE OVERRIDE IS WRITTEN TO THE      00017603
      ** PERIOD LOG.  A COMPLETED RUN MARKS THE PERIOD PROCESSED        00017603
      ** WITH ITS RUN DATE, TIME AND COUNTS.                            00017603
      **--------------------------------------------------------        00017603
       CHECK-PERIOD-ROUTINE.                                            00017603
           MOVE 'N' TO WS-PERIOD-LOCKED-SW.                             00017603
           OPEN INPUT PERIODCTL-FILE.                                   00017603
           PERFORM READ-PERIOD-ROUTINE.                                 00017603
           CLOSE PERIODCTL-FILE.                                        00017603
           IF WS-PC-FOUND-SW = 'Y' AND PC-STATUS NOT = 'O'              00017603
               IF PC-STATUS = 'C'                                       00017603
                   MOVE 'CLOSED' TO WS-PC-STATUS-NAME                   00017603
               ELSE                                                     00017603
                   MOVE 'PROCESSED' TO WS-PC-STATUS-NAME                00017604
               END-IF                                                   00017604
               IF WS-RERUN-SW = 'Y'                                     00017604
                   DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY '              00017604
                           WS-PC-STATUS-NAME ' - RERUN ACCEPTED: '      00017604
                           WS-RERUN-REASON                              00017604
                   DISPLAY 'VSH011I PERIOD ' WS-PERIOD                  00017604
                           ' RERUN OVERRIDE ACCEPTED' UPON CONSOLE      00017604
                   MOVE SPACES TO PERLOG-RECORD                         00017604
                   MOVE 'RERUN' TO PLG-ACTION                           00017604
                   MOVE PC-STATUS TO PLG-OLD-STATUS                     00017604
                   MOVE WS-RERUN-REASON TO PLG-REASON                   00017604
                   PERFORM WRITE-PERLOG-ROUTINE                         00017604
               ELSE                                                     00017604
                   DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY '              00017604
                           WS-PC-STATUS-NAME ' - RUN REFUSED'           00017605
                   DISPLAY 'VSH010E PERIOD ' WS-PERIOD                  00017605
                           ' ALREADY ' WS-PC-STATUS-NAME                00017605
                           ' - RUN REFUSED' UPON CONSOLE                00017605
                   DISPLAY 'SUPPLY A RERUN CARD WITH THE REASON TO '    00017605
                           'PROCESS THE PERIOD AGAIN'                   00017605
                   MOVE 'Y' TO WS-PERIOD-LOCKED-SW                      00017605
                   MOVE 16 TO RETURN-CODE                               00017605
               END-IF                                                   00017605
           END-IF.                                                      00017605
                                                                        00017605
       READ-PERIOD-ROUTINE.                                             00017605
           MOVE 'VSIZEHST' TO PC-KEY-PROGRAM.                           00017605
           MOVE WS-PERIOD TO PC-KEY-PERIOD.                             00017605
           READ PERIODCTL-FILE INTO PC-RECORD                           00017606
               INVALID KEY                                              00017606
                   MOVE 'N' TO WS-PC-FOUND-SW                           00017606
               NOT INVALID KEY                                          00017606
                   MOVE 'Y' TO WS-PC-FOUND-SW                           00017606
           END-READ.                                                    00017606
                                                                        00017606
       RECORD-PERIOD-ROUTINE.                                           00017606
           OPEN I-O PERIODCTL-FILE.                                     00017606
           PERFORM READ-PERIOD-ROUTINE.                                 00017606
           IF WS-PC-FOUND-SW = 'N'                                      00017606
               MOVE SPACES TO PC-RECORD                                 00017606
               MOVE 'VSIZEHST' TO PC-PROGRAM                            00017606
               MOVE WS-PERIOD TO PC-PERIOD                              00017606
               MOVE 0 TO PC-RUN-COUNT                                   00017607
               MOVE 0 TO PC-CHANGE-DATE                                 00017607
           END-IF.                                                      00017607
           IF PC-STATUS NOT = 'C'                                       00017607
               MOVE 'P' TO PC-STATUS                                    00017607
           END-IF.                                                      00017607
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00017607
           ACCEPT WS-PC-TIME-X FROM TIME.                               00017607
           MOVE WS-PC-DATE TO PC-RUN-DATE.                              00017607
           MOVE WS-PC-TIME-X (1:6) TO PC-RUN-TIME.                      00017607
           MOVE WS-INPUT-COUNT TO PC-INPUT-COUNT.                       00017607
           MOVE WS-OUTPUT-COUNT TO PC-OUTPUT-COUNT.                     00017607
           MOVE WS-REJECT-COUNT TO PC-REJECT-COUNT.                     00017607
           IF PC-RUN-COUNT < 999                                        00017607
               ADD 1 TO PC-RUN-COUNT                                    00017607
           END-IF.                                                      00017608
           IF WS-PC-FOUND-SW = 'Y'                                      00017608
               REWRITE PERIODCTL-REC FROM PC-RECORD                     00017608
                   INVALID KEY                                          00017608
                       DISPLAY 'PERIOD CONTROL UPDATE FAILED FOR '      00017608
                               WS-PERIOD                                00017608
               END-REWRITE                                              00017608
           ELSE                                                         00017608
               WRITE PERIODCTL-REC FROM PC-RECORD                       00017608
                   INVALID KEY                                          00017608
                       DISPLAY 'PERIOD CONTROL UPDATE FAILED FOR '      00017608
                               WS-PERIOD                                00017608
               END-WRITE                                                00017608
           END-IF.                                                      00017608
           CLOSE PERIODCTL-FILE.                                        00017609
                                                                        00017609
       WRITE-PERLOG-ROUTINE.                                            00017609
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00017609
           ACCEPT WS-PC-TIME-X FROM TIME.                               00017609
           MOVE 'VSIZEHST' TO PLG-PROGRAM.                              00017609
           MOVE WS-PERIOD TO PLG-PERIOD.                                00017609
           MOVE WS-PC-DATE TO PLG-LOG-DATE.                             00017609
           MOVE WS-PC-TIME-X (1:6) TO PLG-LOG-TIME.                     00017609
           OPEN EXTEND PERLOG-FILE.                                     00017609
           WRITE PERLOG-DATA FROM PERLOG-RECORD.                        00017609
           CLOSE PERLOG-FILE.                                           00017609
                                                                        00017609
      **--------------------------------------------------------        00017609
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00017610
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00017620
      **--------------------------------------------------------        00017630
