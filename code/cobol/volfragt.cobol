      * PROJECTED TO CROSS WITHIN 30/60/90 DAYS ARE LISTED IN AN        00000200
      * ACTION SECTION AT THE TOP, SO PACKS ARE DEFRAGGED BEFORE        00000210
      * ALLOCATIONS START FAILING INSTEAD OF AFTER.                     00000220
      * THE PROJECTIONS IN THE ACTION SECTION ALSO GO TO THE COMMON     00000222
      * EXCEPTION FILE - 30 DAYS AS ACTION, 60 AS WARNING, 90 AS        00000224
      * INFORMATION.                                                    00000226
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000310
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000320
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000330
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000335
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000340
                                                                        00000350
       DATA DIVISION.                                                   00000360
           LABEL RECORDS ARE STANDARD                                   00000560
           DATA RECORDS IS CHAINLOG-RECORD.                             00000570
       01  CHAINLOG-DATA        PIC X(80).                              00000580
                                                                        00000581
       FD  EXCPLOG-FILE                                                 00000582
           RECORDING MODE IS F                                          00000583
           RECORD CONTAINS 80 CHARACTERS                                00000584
           LABEL RECORDS ARE STANDARD                                   00000585
           DATA RECORDS IS EXCPLOG-RECORD.                              00000586
       01  EXCPLOG-DATA         PIC X(80).                              00000587
                                                                        00000590
       FD  RPT-OUT                                                      00000600
           LABEL RECORDS ARE OMITTED                                    00000610
           02  FILLER           PIC A(32).                              00000840
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000850
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000860
                                                                        00000861
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00000861
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00000861
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00000862
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00000862
       01  EXCPLOG-RECORD.                                              00000862
           02  EXL-PROGRAM      PIC X(8).                               00000863
           02  EXL-PROC-DATE    PIC 9(8).                               00000863
           02  EXL-SEVERITY     PIC 9(1).                               00000863
           02  EXL-CODE         PIC X(8).                               00000864
           02  EXL-KEY-TYPE     PIC X(1).                               00000864
           02  EXL-KEY          PIC X(10).                              00000864
           02  EXL-MESSAGE      PIC X(44).                              00000865
       01  EXL-RUN-MSG.                                                 00000865
           02  FILLER           PIC X(20) VALUE                         00000865
                'EXCEPTIONS WRITTEN: '.                                 00000866
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00000866
           02  FILLER           PIC A(14).                              00000866
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00000867
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00000867
       01  EXL-FRAG-MSG.                                                00000867
           02  FILLER           PIC X(16) VALUE 'EXTENT < MIN BY '.     00000868
           02  EXL-FRAG-DATE    PIC X(10).                              00000868
           02  FILLER           PIC A(1).                               00000868
           02  EXL-FRAG-DAYS    PIC ZZZZ9.                              00000869
           02  FILLER           PIC X(10) VALUE ' DAYS LEFT'.           00000869
           02  FILLER           PIC A(2).                               00000869
                                                                        00000870
      ** RECORD LAYOUTS                                                 00000880
       01  HIST-RECORD.                                                 00000890
               ON ASCENDING KEY SD-VOLNAME SD-SNAPDATE                  00002810
               INPUT PROCEDURE IS LOAD-HISTORY-ROUTINE                  00002820
               OUTPUT PROCEDURE IS TREND-ROUTINE.                       00002830
           PERFORM WRITE-EXCEPTIONS-ROUTINE.                            00002835
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002840
           DISPLAY 'DONE'.                                              00002850
           STOP RUN.                                                    00002860
           WRITE RPT-DATA FROM RPT-FRG-LINE.                            00005260
                                                                        00005270
      **--------------------------------------------------------        00005280
      ** ACTION-SECTION VOLUMES GO TO THE COMMON EXCEPTION FILE,        00005281
      ** SEVERITY BY BAND.                                              00005281
      **--------------------------------------------------------        00005281
       WRITE-EXCEPTIONS-ROUTINE.                                        00005281
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00005282
           PERFORM VARYING WS-FRG-IDX FROM 1 BY 1                       00005282
                   UNTIL WS-FRG-IDX > WS-FRG-COUNT                      00005282
               IF FG-BAND (WS-FRG-IDX) NOT = 99                         00005282
                   PERFORM WRITE-FRAG-EXCEPTION-ROUTINE                 00005283
               END-IF                                                   00005283
           END-PERFORM.                                                 00005283
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00005284
                                                                        00005284
       WRITE-FRAG-EXCEPTION-ROUTINE.                                    00005284
           MOVE SPACES TO EXCPLOG-RECORD.                               00005284
           EVALUATE TRUE                                                00005285
               WHEN FG-BAND (WS-FRG-IDX) = 30                           00005285
                   MOVE 1 TO EXL-SEVERITY                               00005285
               WHEN FG-BAND (WS-FRG-IDX) = 60                           00005286
                   MOVE 2 TO EXL-SEVERITY                               00005286
               WHEN OTHER                                               00005286
                   MOVE 3 TO EXL-SEVERITY                               00005286
           END-EVALUATE.                                                00005287
           MOVE 'FRAGPROJ' TO EXL-CODE.                                 00005287
           MOVE 'V' TO EXL-KEY-TYPE.                                    00005287
           MOVE FG-VOLNAME (WS-FRG-IDX) TO EXL-KEY.                     00005288
           MOVE FG-PROJ-DATE (WS-FRG-IDX) TO EXL-FRAG-DATE.             00005288
           MOVE FG-DAYS-LEFT (WS-FRG-IDX) TO EXL-FRAG-DAYS.             00005288
           MOVE EXL-FRAG-MSG TO EXL-MESSAGE.                            00005288
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00005289
                                                                        00005289
      **--------------------------------------------------------        00005289
      ** DATE ARITHMETIC - SNAPSHOT DATES ARE YYYY-MM-DD IN THE         00005290
      ** FIRST TEN BYTES OF SNAPDATE-IN.  SERIAL DAY 1 IS               00005300
      ** 0001-01-01 PROLEPTIC GREGORIAN, AS IN VOLFCST.                 00005310
           ADD 1 TO WS-CNV-MM.                                          00006300
           PERFORM MONTH-LENGTH-ROUTINE.                                00006310
      **--------------------------------------------------------        00006320
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00006321
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00006321
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00006321
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00006321
      **--------------------------------------------------------        00006322
       OPEN-EXCPLOG-ROUTINE.                                            00006322
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00006322
           MOVE 0 TO WS-EXL-COUNT.                                      00006323
           OPEN EXTEND EXCPLOG-FILE.                                    00006323
                                                                        00006323
       WRITE-EXCPLOG-ROUTINE.                                           00006324
           MOVE 'VOLFRAGT' TO EXL-PROGRAM.                              00006324
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006324
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006325
           ADD 1 TO WS-EXL-COUNT.                                       00006325
                                                                        00006325
       CLOSE-EXCPLOG-ROUTINE.                                           00006326
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00006326
           MOVE SPACES TO EXCPLOG-RECORD.                               00006326
           MOVE 'VOLFRAGT' TO EXL-PROGRAM.                              00006327
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006327
           MOVE 0 TO EXL-SEVERITY.                                      00006327
           MOVE '*RUN' TO EXL-CODE.                                     00006328
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00006328
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006328
           CLOSE EXCPLOG-FILE.                                          00006329
                                                                        00006329
      **--------------------------------------------------------        00006329
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006330
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00006340
      **--------------------------------------------------------        00006350
