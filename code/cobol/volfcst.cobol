      * MASTER, OR THE CONTROL-CARD CEILING FOR VOLUMES NOT ON THE      00000180
      * MASTER).  VOLUMES PROJECTED FULL WITHIN 30/60/90 DAYS ARE       00000190
      * LISTED IN AN ACTION SECTION AT THE TOP OF THE REPORT.           00000200
      * THE 30-DAY BAND ALSO GOES TO THE COMMON EXCEPTION FILE.         00000205
      * VOLARCH TYPE-M MONTHLY ROLLUP RECORDS ARE RECOGNIZED BY THE     00000210
      * M IN COLUMN ONE - THE GROWTH RATE IS FITTED FROM THE            00000220
      * ROLLUP'S FIRST SIZE AT THE START OF ITS MONTH RATHER THAN       00000230
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000330
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000340
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000350
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000355
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000360
                ORGANIZATION IS INDEXED                                 00000370
                ACCESS MODE IS RANDOM                                   00000380
           DATA RECORDS IS CHAINLOG-RECORD.                             00000700
       01  CHAINLOG-DATA        PIC X(80).                              00000710
                                                                        00000720
       FD  EXCPLOG-FILE                                                 00000721
           RECORDING MODE IS F                                          00000722
           RECORD CONTAINS 80 CHARACTERS                                00000723
           LABEL RECORDS ARE STANDARD                                   00000724
           DATA RECORDS IS EXCPLOG-RECORD.                              00000725
       01  EXCPLOG-DATA         PIC X(80).                              00000726
                                                                        00000727
       FD  RPT-OUT                                                      00000730
           LABEL RECORDS ARE OMITTED                                    00000740
           DATA RECORDS IS RPT-RECORD.                                  00000750
           02  FILLER           PIC A(32).                              00000990
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001000
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001010
                                                                        00001011
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00001011
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00001011
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00001012
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00001012
       01  EXCPLOG-RECORD.                                              00001012
           02  EXL-PROGRAM      PIC X(8).                               00001013
           02  EXL-PROC-DATE    PIC 9(8).                               00001013
           02  EXL-SEVERITY     PIC 9(1).                               00001013
           02  EXL-CODE         PIC X(8).                               00001014
           02  EXL-KEY-TYPE     PIC X(1).                               00001014
           02  EXL-KEY          PIC X(10).                              00001014
           02  EXL-MESSAGE      PIC X(44).                              00001015
       01  EXL-RUN-MSG.                                                 00001015
           02  FILLER           PIC X(20) VALUE                         00001015
                'EXCEPTIONS WRITTEN: '.                                 00001016
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00001016
           02  FILLER           PIC A(14).                              00001016
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00001017
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00001017
       01  EXL-FULL-MSG.                                                00001017
           02  FILLER           PIC X(8) VALUE 'FULL BY '.              00001018
           02  EXL-FULL-DATE    PIC X(10).                              00001018
           02  FILLER           PIC A(2).                               00001018
           02  EXL-FULL-DAYS    PIC ZZZZ9.                              00001019
           02  FILLER           PIC X(10) VALUE ' DAYS LEFT'.           00001019
           02  FILLER           PIC A(9).                               00001019
                                                                        00001020
      ** RECORD LAYOUTS                                                 00001030
       01  HIST-RECORD.                                                 00001040
               ON ASCENDING KEY SD-VOLNAME SD-SNAPDATE                  00002950
               INPUT PROCEDURE IS LOAD-HISTORY-ROUTINE                  00002960
               OUTPUT PROCEDURE IS FORECAST-ROUTINE.                    00002970
           PERFORM WRITE-EXCEPTIONS-ROUTINE.                            00002975
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002980
           DISPLAY 'DONE'.                                              00002990
           STOP RUN.                                                    00003000
           WRITE RPT-DATA FROM RPT-FCST-LINE.                           00005700
                                                                        00005710
      **--------------------------------------------------------        00005720
      ** VOLUMES IN THE 30-DAY BAND GO TO THE COMMON EXCEPTION          00005721
      ** FILE AS ACTION ITEMS.                                          00005721
      **--------------------------------------------------------        00005721
       WRITE-EXCEPTIONS-ROUTINE.                                        00005722
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00005722
           PERFORM VARYING WS-FCST-IDX FROM 1 BY 1                      00005723
                   UNTIL WS-FCST-IDX > WS-FCST-COUNT                    00005723
               IF FT-BAND (WS-FCST-IDX) = 30                            00005723
                   MOVE SPACES TO EXCPLOG-RECORD                        00005724
                   MOVE 1 TO EXL-SEVERITY                               00005724
                   MOVE 'FULL30' TO EXL-CODE                            00005725
                   MOVE 'V' TO EXL-KEY-TYPE                             00005725
                   MOVE FT-VOLNAME (WS-FCST-IDX) TO EXL-KEY             00005725
                   MOVE FT-PROJ-DATE (WS-FCST-IDX) TO EXL-FULL-DATE     00005726
                   MOVE FT-DAYS-LEFT (WS-FCST-IDX) TO EXL-FULL-DAYS     00005726
                   MOVE EXL-FULL-MSG TO EXL-MESSAGE                     00005727
                   PERFORM WRITE-EXCPLOG-ROUTINE                        00005727
               END-IF                                                   00005727
           END-PERFORM.                                                 00005728
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00005728
                                                                        00005729
      **--------------------------------------------------------        00005729
      ** DATE ARITHMETIC - SNAPSHOT DATES ARE YYYY-MM-DD IN THE         00005730
      ** FIRST TEN BYTES OF SNAPDATE-IN.  SERIAL DAY 1 IS               00005740
      ** 0001-01-01 PROLEPTIC GREGORIAN.                                00005750
                                                                        00006760
                                                                        00006770
      **--------------------------------------------------------        00006780
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00006781
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00006781
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00006781
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00006781
      **--------------------------------------------------------        00006782
       OPEN-EXCPLOG-ROUTINE.                                            00006782
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00006782
           MOVE 0 TO WS-EXL-COUNT.                                      00006783
           OPEN EXTEND EXCPLOG-FILE.                                    00006783
                                                                        00006783
       WRITE-EXCPLOG-ROUTINE.                                           00006784
           MOVE 'VOLFCST' TO EXL-PROGRAM.                               00006784
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006784
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006785
           ADD 1 TO WS-EXL-COUNT.                                       00006785
                                                                        00006785
       CLOSE-EXCPLOG-ROUTINE.                                           00006786
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00006786
           MOVE SPACES TO EXCPLOG-RECORD.                               00006786
           MOVE 'VOLFCST' TO EXL-PROGRAM.                               00006787
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006787
           MOVE 0 TO EXL-SEVERITY.                                      00006787
           MOVE '*RUN' TO EXL-CODE.                                     00006788
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00006788
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006788
           CLOSE EXCPLOG-FILE.                                          00006789
                                                                        00006789
      **--------------------------------------------------------        00006789
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006790
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00006800
      **--------------------------------------------------------        00006810
