      * ROLLUP RECORDS CONCATENATED WITH RECENT DAILY DETAIL.  THE      00000200
      * AUDIT REPORT LISTS EACH SUPERSEDED DAILY SNAPSHOT DATE AS A     00000210
      * PURGE CANDIDATE.                                                00000220
      * THE NEWEST MONTH ROLLED UP (THE MONTH BEFORE THE CUTOFF) IS     00000222
      * LOCKED ON THE PERIOD CONTROL FILE, SO ROLLING THE SAME MONTH    00000224
      * UP AGAIN IS REFUSED UNLESS A RERUN CARD FOLLOWING THE CUTOFF    00000226
      * CARD GIVES THE REASON (LOGGED ON PERLOG).                       00000228
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
            SELECT ROLL-FILE ASSIGN TO DA-S-ROLLOUT.                    00000320
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000330
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000340
            SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO PERIODCTL          00000341
                ORGANIZATION IS INDEXED                                 00000342
                ACCESS MODE IS RANDOM                                   00000343
                RECORD KEY IS PC-KEY.                                   00000344
            SELECT OPTIONAL PERLOG-FILE ASSIGN TO DA-S-PERLOG.          00000345
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000350
                                                                        00000360
       DATA DIVISION.                                                   00000370
           DATA RECORDS IS CHAINLOG-RECORD.                             00000660
       01  CHAINLOG-DATA        PIC X(80).                              00000670
                                                                        00000680
       FD  PERIODCTL-FILE                                               00000681
           RECORD CONTAINS 80 CHARACTERS                                00000681
           DATA RECORDS IS PERIODCTL-REC.                               00000682
       01  PERIODCTL-REC.                                               00000682
           02  PC-KEY.                                                  00000683
               03  PC-KEY-PROGRAM   PIC X(8).                           00000683
               03  PC-KEY-PERIOD    PIC X(8).                           00000684
           02  FILLER           PIC X(64).                              00000684
                                                                        00000685
       FD  PERLOG-FILE                                                  00000686
           RECORDING MODE IS F                                          00000686
           RECORD CONTAINS 80 CHARACTERS                                00000687
           LABEL RECORDS ARE STANDARD                                   00000687
           DATA RECORDS IS PERLOG-RECORD.                               00000688
       01  PERLOG-DATA          PIC X(80).                              00000688
                                                                        00000689
       FD  RPT-OUT                                                      00000690
           LABEL RECORDS ARE OMITTED                                    00000700
           DATA RECORDS IS RPT-RECORD.                                  00000710
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000930
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000940
                                                                        00000950
      ** PERIOD CONTROL RECORD - ONE PER PROGRAM AND PERIOD (YYYYMM,    00000951
      ** OR YYYYMMDD FOR THE DAILY SNAPSHOT RUN).  STATUS O OPEN,       00000951
      ** P PROCESSED, C CLOSED.  CLOSED AND REOPENED BY VOLPERM AND     00000951
      ** REPORTED BY VOLPERPT.                                          00000951
       01  PC-RECORD.                                                   00000951
           02  PC-PROGRAM       PIC X(8).                               00000952
           02  PC-PERIOD        PIC X(8).                               00000952
           02  PC-STATUS        PIC X(1).                               00000952
           02  PC-RUN-DATE      PIC 9(8).                               00000952
           02  PC-RUN-TIME      PIC 9(6).                               00000953
           02  PC-INPUT-COUNT   PIC 9(8).                               00000953
           02  PC-OUTPUT-COUNT  PIC 9(8).                               00000953
           02  PC-REJECT-COUNT  PIC 9(8).                               00000953
           02  PC-RUN-COUNT     PIC 9(3).                               00000954
           02  PC-CHANGE-DATE   PIC 9(8).                               00000954
           02  FILLER           PIC X(14).                              00000954
                                                                        00000954
      ** PERIOD LOG - EVERY RERUN OVERRIDE, CLOSE AND REOPEN IS         00000955
      ** APPENDED WITH THE REASON GIVEN                                 00000955
       01  PERLOG-RECORD.                                               00000955
           02  PLG-PROGRAM      PIC X(8).                               00000955
           02  PLG-PERIOD       PIC X(8).                               00000956
           02  PLG-ACTION       PIC X(8).                               00000956
           02  PLG-LOG-DATE     PIC 9(8).                               00000956
           02  PLG-LOG-TIME     PIC 9(6).                               00000956
           02  PLG-OLD-STATUS   PIC X(1).                               00000957
           02  PLG-REASON       PIC X(40).                              00000957
           02  FILLER           PIC X(1).                               00000957
       01  WS-PERIOD            PIC X(8) VALUE SPACES.                  00000957
       01  WS-PC-FOUND-SW       PIC X VALUE 'N'.                        00000958
       01  WS-PERIOD-LOCKED-SW  PIC X VALUE 'N'.                        00000958
       01  WS-RERUN-SW          PIC X VALUE 'N'.                        00000958
       01  WS-RERUN-REASON      PIC X(40) VALUE SPACES.                 00000958
       01  WS-PC-DATE           PIC 9(8) VALUE 0.                       00000959
       01  WS-PC-TIME-X         PIC X(8) VALUE SPACES.                  00000959
       01  WS-PC-STATUS-NAME    PIC X(9) VALUE SPACES.                  00000959
                                                                        00000959
      ** RECORD LAYOUTS                                                 00000960
       01  HIST-RECORD.                                                 00000970
           02  FILLER           PIC A(25).                              00000980
       01  CTL-RECORD.                                                  00001060
           02  CUTOFF-IN        PIC 9(6).                               00001070
           02  FILLER           PIC A(74).                              00001080
      ** A KEYED RERUN CARD, REASON IN THE VALUE AREA, MAY FOLLOW THE   00001081
      ** BARE CUTOFF CARD                                               00001082
       01  CTL-KEYED-CARD REDEFINES CTL-RECORD.                         00001083
           02  CTL-KEYWORD      PIC X(10).                              00001084
           02  CTL-VALUE-AREA   PIC X(70).                              00001085
                                                                        00001090
      ** MONTHLY ROLLUP RECORD - VOLSIZE/SNAPDATE/VOLNAME SIT IN THE    00001100
      ** CLASSIC VSH COLUMNS (LAST SNAPSHOT OF THE MONTH); THE          00001110
      ** CONTROL / CUTOFF VALUES - DEFAULT CUTOFF 000000 ROLLS          00002110
      ** NOTHING UP, SO A MISSING CARD IS A SAFE NO-OP RUN.             00002120
       01  WS-CUTOFF            PIC 9(6) VALUE 0.                       00002130
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00002132
       01  WS-PER-MONTH.                                                00002134
           02  WS-PER-YYYY      PIC 9(4).                               00002136
           02  WS-PER-MM        PIC 9(2).                               00002138
                                                                        00002140
      ** RECORD COUNTERS                                                00002150
       01  WS-INPUT-COUNT       PIC 9(8) VALUE 0.                       00002160
                                                                        00002550
       MAIN-ROUTINE.                                                    00002560
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00002570
           IF WS-CUTOFF > 0                                             00002580
               PERFORM CHECK-PERIOD-ROUTINE                             00002590
           END-IF.                                                      00002600
           IF WS-PERIOD-LOCKED-SW = 'N'                                 00002610
               SORT SORT-FILE                                           00002611
                   ON ASCENDING KEY SD-VOLNAME SD-SNAPDATE              00002612
                   INPUT PROCEDURE IS LOAD-HISTORY-ROUTINE              00002613
                   OUTPUT PROCEDURE IS ROLLUP-ROUTINE                   00002614
               IF WS-CUTOFF > 0                                         00002615
                   PERFORM RECORD-PERIOD-ROUTINE                        00002616
               END-IF                                                   00002617
           END-IF.                                                      00002618
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002620
           DISPLAY 'DONE'.                                              00002630
           STOP RUN.                                                    00002640
                                                                        00002650
      **--------------------------------------------------------        00002652
      ** THE BARE CUTOFF CARD (YYYYMM) AND AN OPTIONAL RERUN CARD.      00002654
      **--------------------------------------------------------        00002656
       READ-CONTROL-CARD-ROUTINE.                                       00002660
           MOVE 0 TO WS-CUTOFF.                                         00002670
           MOVE 0 TO WS-CTL-EOF.                                        00002675
           OPEN INPUT CTL-FILE.                                         00002680
           READ CTL-FILE INTO CTL-RECORD                                00002690
               AT END MOVE 1 TO WS-CTL-EOF.                             00002700
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00002710
           CLOSE CTL-FILE.                                              00002720
           PERFORM SET-PERIOD-ROUTINE.                                  00002730
                                                                        00002731
       APPLY-CONTROL-CARD-ROUTINE.                                      00002731
           EVALUATE TRUE                                                00002732
               WHEN CTL-KEYWORD = 'RERUN'                               00002733
                   IF CTL-VALUE-AREA = SPACES                           00002734
                       DISPLAY 'RERUN CARD IGNORED - NO REASON GIVEN'   00002734
                   ELSE                                                 00002735
                       MOVE 'Y' TO WS-RERUN-SW                          00002736
                       MOVE CTL-VALUE-AREA TO WS-RERUN-REASON           00002737
                   END-IF                                               00002737
               WHEN CUTOFF-IN NUMERIC                                   00002738
                   IF CUTOFF-IN > 0                                     00002739
                       MOVE CUTOFF-IN TO WS-CUTOFF                      00002740
                   END-IF                                               00002750
               WHEN OTHER                                               00002760
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00002770
                           CTL-KEYWORD                                  00002771
           END-EVALUATE.                                                00002771
           READ CTL-FILE INTO CTL-RECORD                                00002771
               AT END MOVE 1 TO WS-CTL-EOF.                             00002772
                                                                        00002772
      **--------------------------------------------------------        00002772
      ** THE PERIOD LOCKED IS THE NEWEST MONTH ROLLED UP - THE MONTH    00002773
      ** BEFORE THE CUTOFF.  A RUN WITH NO CUTOFF ROLLS NOTHING UP      00002773
      ** AND IS NOT CHECKED.                                            00002774
      **--------------------------------------------------------        00002774
       SET-PERIOD-ROUTINE.                                              00002774
           MOVE SPACES TO WS-PERIOD.                                    00002775
           IF WS-CUTOFF > 0                                             00002775
               DIVIDE WS-CUTOFF BY 100 GIVING WS-PER-YYYY               00002776
                   REMAINDER WS-PER-MM                                  00002776
               IF WS-PER-MM > 1                                         00002776
                   SUBTRACT 1 FROM WS-PER-MM                            00002777
               ELSE                                                     00002777
                   SUBTRACT 1 FROM WS-PER-YYYY                          00002778
                   MOVE 12 TO WS-PER-MM                                 00002778
               END-IF                                                   00002778
               MOVE WS-PER-MONTH TO WS-PERIOD                           00002779
           END-IF.                                                      00002779
                                                                        00002780
       LOAD-HISTORY-ROUTINE.                                            00002790
           OPEN INPUT HIST-FILE.                                        00002800
           MOVE WS-BADDATE-COUNT TO BADDATE-COUNT-ARC.                  00004620
           WRITE RPT-DATA FROM RPT-BADDATE-LINE.                        00004630
      **--------------------------------------------------------        00004640
      ** PERIOD LOCK - A PERIOD ALREADY PROCESSED OR CLOSED ON THE      00004641
      ** PERIOD CONTROL FILE IS REFUSED (RETURN CODE 16) UNLESS A       00004641
      ** RERUN CARD GIVES A REASON; THE OVERRIDE IS WRITTEN TO THE      00004641
      ** PERIOD LOG.  A COMPLETED RUN MARKS THE PERIOD PROCESSED        00004641
      ** WITH ITS RUN DATE, TIME AND COUNTS.                            00004641
      **--------------------------------------------------------        00004641
       CHECK-PERIOD-ROUTINE.                                            00004641
           MOVE 'N' TO WS-PERIOD-LOCKED-SW.                             00004641
           OPEN INPUT PERIODCTL-FILE.                                   00004641
           PERFORM READ-PERIOD-ROUTINE.                                 00004641
           CLOSE PERIODCTL-FILE.                                        00004641
           IF WS-PC-FOUND-SW = 'Y' AND PC-STATUS NOT = 'O'              00004642
               IF PC-STATUS = 'C'                                       00004642
                   MOVE 'CLOSED' TO WS-PC-STATUS-NAME                   00004642
               ELSE                                                     00004642
                   MOVE 'PROCESSED' TO WS-PC-STATUS-NAME                00004642
               END-IF                                                   00004642
               IF WS-RERUN-SW = 'Y'                                     00004642
                   DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY '              00004642
                           WS-PC-STATUS-NAME ' - RERUN ACCEPTED: '      00004642
                           WS-RERUN-REASON                              00004642
                   MOVE SPACES TO PERLOG-RECORD                         00004642
                   MOVE 'RERUN' TO PLG-ACTION                           00004643
                   MOVE PC-STATUS TO PLG-OLD-STATUS                     00004643
                   MOVE WS-RERUN-REASON TO PLG-REASON                   00004643
                   PERFORM WRITE-PERLOG-ROUTINE                         00004643
               ELSE                                                     00004643
                   DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY '              00004643
                           WS-PC-STATUS-NAME ' - RUN REFUSED'           00004643
                   DISPLAY 'SUPPLY A RERUN CARD WITH THE REASON TO '    00004643
                           'PROCESS THE PERIOD AGAIN'                   00004643
                   MOVE 'Y' TO WS-PERIOD-LOCKED-SW                      00004643
                   MOVE 16 TO RETURN-CODE                               00004644
               END-IF                                                   00004644
           END-IF.                                                      00004644
                                                                        00004644
       READ-PERIOD-ROUTINE.                                             00004644
           MOVE 'VOLARCH' TO PC-KEY-PROGRAM.                            00004644
           MOVE WS-PERIOD TO PC-KEY-PERIOD.                             00004644
           READ PERIODCTL-FILE INTO PC-RECORD                           00004644
               INVALID KEY                                              00004644
                   MOVE 'N' TO WS-PC-FOUND-SW                           00004644
               NOT INVALID KEY                                          00004644
                   MOVE 'Y' TO WS-PC-FOUND-SW                           00004645
           END-READ.                                                    00004645
                                                                        00004645
       RECORD-PERIOD-ROUTINE.                                           00004645
           OPEN I-O PERIODCTL-FILE.                                     00004645
           PERFORM READ-PERIOD-ROUTINE.                                 00004645
           IF WS-PC-FOUND-SW = 'N'                                      00004645
               MOVE SPACES TO PC-RECORD                                 00004645
               MOVE 'VOLARCH' TO PC-PROGRAM                             00004645
               MOVE WS-PERIOD TO PC-PERIOD                              00004645
               MOVE 0 TO PC-RUN-COUNT                                   00004645
               MOVE 0 TO PC-CHANGE-DATE                                 00004646
           END-IF.                                                      00004646
           IF PC-STATUS NOT = 'C'                                       00004646
               MOVE 'P' TO PC-STATUS                                    00004646
           END-IF.                                                      00004646
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00004646
           ACCEPT WS-PC-TIME-X FROM TIME.                               00004646
           MOVE WS-PC-DATE TO PC-RUN-DATE.                              00004646
           MOVE WS-PC-TIME-X (1:6) TO PC-RUN-TIME.                      00004646
           MOVE WS-INPUT-COUNT TO PC-INPUT-COUNT.                       00004646
           MOVE WS-SUMM-COUNT TO PC-OUTPUT-COUNT.                       00004647
           MOVE WS-BADDATE-COUNT TO PC-REJECT-COUNT.                    00004647
           IF PC-RUN-COUNT < 999                                        00004647
               ADD 1 TO PC-RUN-COUNT                                    00004647
           END-IF.                                                      00004647
           IF WS-PC-FOUND-SW = 'Y'                                      00004647
               REWRITE PERIODCTL-REC FROM PC-RECORD                     00004647
                   INVALID KEY                                          00004647
                       DISPLAY 'PERIOD CONTROL UPDATE FAILED FOR '      00004647
                               WS-PERIOD                                00004647
               END-REWRITE                                              00004647
           ELSE                                                         00004648
               WRITE PERIODCTL-REC FROM PC-RECORD                       00004648
                   INVALID KEY                                          00004648
                       DISPLAY 'PERIOD CONTROL UPDATE FAILED FOR '      00004648
                               WS-PERIOD                                00004648
               END-WRITE                                                00004648
           END-IF.                                                      00004648
           CLOSE PERIODCTL-FILE.                                        00004648
                                                                        00004648
       WRITE-PERLOG-ROUTINE.                                            00004648
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00004648
           ACCEPT WS-PC-TIME-X FROM TIME.                               00004649
           MOVE 'VOLARCH' TO PLG-PROGRAM.                               00004649
           MOVE WS-PERIOD TO PLG-PERIOD.                                00004649
           MOVE WS-PC-DATE TO PLG-LOG-DATE.                             00004649
           MOVE WS-PC-TIME-X (1:6) TO PLG-LOG-TIME.                     00004649
           OPEN EXTEND PERLOG-FILE.                                     00004649
           WRITE PERLOG-DATA FROM PERLOG-RECORD.                        00004649
           CLOSE PERLOG-FILE.                                           00004649
                                                                        00004649
      **--------------------------------------------------------        00004649
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00004650
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00004660
      **--------------------------------------------------------        00004670
