      * THE DAILY DATA-QUALITY GATE AHEAD OF THE VSIZEHST RUN - THE     00000210
      * RETURN CODE IS 8 WHEN VOLUMES WENT MISSING, 4 WHEN ONLY NEW     00000220
      * OR OVER-THRESHOLD VOLUMES TURNED UP, 0 ON A QUIET COMPARE.      00000230
      * MISSING VOLUMES ARE ALSO APPENDED TO THE COMMON EXCEPTION FILE. 00000235
      ****************************                                      00000240
       ENVIRONMENT DIVISION.                                            00000250
       CONFIGURATION SECTION.                                           00000260
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000320
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000330
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000340
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000345
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000350
                                                                        00000360
       DATA DIVISION.                                                   00000370
           LABEL RECORDS ARE STANDARD                                   00000570
           DATA RECORDS IS CHAINLOG-RECORD.                             00000580
       01  CHAINLOG-DATA        PIC X(80).                              00000590
                                                                        00000591
       FD  EXCPLOG-FILE                                                 00000592
           RECORDING MODE IS F                                          00000593
           RECORD CONTAINS 80 CHARACTERS                                00000594
           LABEL RECORDS ARE STANDARD                                   00000595
           DATA RECORDS IS EXCPLOG-RECORD.                              00000596
       01  EXCPLOG-DATA         PIC X(80).                              00000597
                                                                        00000600
       FD  RPT-OUT                                                      00000610
           LABEL RECORDS ARE OMITTED                                    00000620
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
       01  EXL-GONE-MSG.                                                00000867
           02  FILLER           PIC X(11) VALUE 'LAST SEEN: '.          00000868
           02  EXL-GONE-SEEN    PIC X(10).                              00000868
           02  FILLER           PIC A(2).                               00000868
           02  EXL-GONE-NOTE    PIC X(16).                              00000869
           02  FILLER           PIC A(5).                               00000869
                                                                        00000870
      ** RECORD LAYOUTS                                                 00000880
       01  HIST-RECORD.                                                 00000890
               INPUT PROCEDURE IS LOAD-HISTORY-ROUTINE                  00002480
               OUTPUT PROCEDURE IS COMPARE-ROUTINE.                     00002490
           PERFORM SET-RETURN-CODE-ROUTINE.                             00002500
           PERFORM WRITE-EXCEPTIONS-ROUTINE.                            00002505
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002510
           DISPLAY 'DONE'.                                              00002520
           STOP RUN.                                                    00002530
           END-EVALUATE.                                                00005010
                                                                        00005020
      **--------------------------------------------------------        00005030
      ** EVERY MISSING VOLUME GOES TO THE COMMON EXCEPTION FILE AS      00005031
      ** AN ACTION ITEM - THE SAME CONDITION THAT GATES VSIZEHST.       00005031
      **--------------------------------------------------------        00005031
       WRITE-EXCEPTIONS-ROUTINE.                                        00005031
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00005031
           PERFORM VARYING WS-GONE-IDX FROM 1 BY 1                      00005031
                   UNTIL WS-GONE-IDX > WS-GONE-COUNT                    00005032
               MOVE SPACES TO EXCPLOG-RECORD                            00005032
               MOVE 1 TO EXL-SEVERITY                                   00005032
               MOVE 'MISSING' TO EXL-CODE                               00005032
               MOVE 'V' TO EXL-KEY-TYPE                                 00005032
               MOVE WS-GONE-VOLNAME (WS-GONE-IDX) TO EXL-KEY            00005033
               MOVE WS-GONE-LASTSEEN (WS-GONE-IDX) TO EXL-GONE-SEEN     00005033
               MOVE WS-GONE-NOTE (WS-GONE-IDX) TO EXL-GONE-NOTE         00005033
               MOVE EXL-GONE-MSG TO EXL-MESSAGE                         00005033
               PERFORM WRITE-EXCPLOG-ROUTINE                            00005033
           END-PERFORM.                                                 00005034
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00005034
                                                                        00005034
      **--------------------------------------------------------        00005034
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00005034
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00005034
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00005035
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00005035
      **--------------------------------------------------------        00005035
       OPEN-EXCPLOG-ROUTINE.                                            00005035
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00005035
           MOVE 0 TO WS-EXL-COUNT.                                      00005036
           OPEN EXTEND EXCPLOG-FILE.                                    00005036
                                                                        00005036
       WRITE-EXCPLOG-ROUTINE.                                           00005036
           MOVE 'VOLCOMP' TO EXL-PROGRAM.                               00005036
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00005037
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00005037
           ADD 1 TO WS-EXL-COUNT.                                       00005037
                                                                        00005037
       CLOSE-EXCPLOG-ROUTINE.                                           00005037
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00005037
           MOVE SPACES TO EXCPLOG-RECORD.                               00005038
           MOVE 'VOLCOMP' TO EXL-PROGRAM.                               00005038
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00005038
           MOVE 0 TO EXL-SEVERITY.                                      00005038
           MOVE '*RUN' TO EXL-CODE.                                     00005038
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00005039
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00005039
           CLOSE EXCPLOG-FILE.                                          00005039
                                                                        00005039
      **--------------------------------------------------------        00005039
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00005040
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00005050
      **--------------------------------------------------------        00005060
