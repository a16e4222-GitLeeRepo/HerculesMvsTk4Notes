       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLMBKUP'.                                         00000110
      ****************************                                      00000120
      * VOLUME MASTER (VOLMAST) BACKUP                                  00000130
      * UNLOADS THE KEYED VOLUME MASTER DATASET IN KEY ORDER TO A       00000140
      * NEW SEQUENTIAL BACKUP GENERATION (BKUPOUT).  THE FIRST          00000150
      * RECORD OF THE GENERATION IS A HEADER CARRYING THE DATE AND      00000160
      * TIME OF THE UNLOAD AND THE NUMBER OF MASTER RECORDS THAT        00000170
      * FOLLOW IT.  VOLMRCVR RELOADS THE MASTER FROM A CHOSEN           00000180
      * GENERATION AND REPLAYS THE VOLMAINT CHANGE JOURNAL WRITTEN      00000190
      * AFTER THE HEADER TIMESTAMP.  THE MASTER IS READ TWICE - ONCE    00000200
      * TO COUNT IT FOR THE HEADER AND ONCE TO UNLOAD IT - SO THE       00000210
      * JOB MUST NOT RUN WHILE VOLMAINT IS UPDATING THE MASTER.         00000220
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
       SOURCE-COMPUTER.  IBM-370.                                       00000260
       OBJECT-COMPUTER.  IBM-370.                                       00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
            SELECT BKUP-FILE ASSIGN TO DA-S-BKUPOUT.                    00000300
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000310
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000320
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000330
                ORGANIZATION IS INDEXED                                 00000340
                ACCESS MODE IS SEQUENTIAL                               00000350
                RECORD KEY IS VM-KEY-VOLNAME.                           00000360
                                                                        00000370
       DATA DIVISION.                                                   00000380
       FILE SECTION.                                                    00000390
       FD  VOLMAST-FILE                                                 00000400
           RECORD CONTAINS 80 CHARACTERS                                00000410
           DATA RECORDS IS VOLMAST-REC.                                 00000420
       01  VOLMAST-REC.                                                 00000430
           02  VM-KEY-VOLNAME   PIC X(10).                              00000440
           02  FILLER           PIC X(70).                              00000450
                                                                        00000460
       FD  BKUP-FILE                                                    00000470
           RECORDING MODE IS F                                          00000480
           RECORD CONTAINS 82 CHARACTERS                                00000490
           BLOCK CONTAINS 200 RECORDS                                   00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           DATA RECORDS IS BKUP-RECORD.                                 00000520
       01  BKUP-DATA            PIC X(82).                              00000530
                                                                        00000540
       FD  CHAINLOG-FILE                                                00000550
           RECORDING MODE IS F                                          00000560
           RECORD CONTAINS 80 CHARACTERS                                00000570
           LABEL RECORDS ARE STANDARD                                   00000580
           DATA RECORDS IS CHAINLOG-RECORD.                             00000590
       01  CHAINLOG-DATA        PIC X(80).                              00000600
                                                                        00000610
       FD  RPT-OUT                                                      00000620
           LABEL RECORDS ARE OMITTED                                    00000630
           DATA RECORDS IS RPT-RECORD.                                  00000640
       01  RPT-DATA             PIC X(200).                             00000650
                                                                        00000660
       WORKING-STORAGE SECTION.                                         00000670
                                                                        00000680
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000690
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000700
       01  CHAINLOG-RECORD.                                             00000710
           02  CLG-PROGRAM      PIC X(8).                               00000720
           02  CLG-RUN-DATE     PIC 9(8).                               00000730
           02  CLG-RUN-TIME     PIC 9(6).                               00000740
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000750
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000760
           02  CLG-REJECT-COUNT PIC 9(8).                               00000770
           02  CLG-RETURN-CODE  PIC 9(2).                               00000780
           02  FILLER           PIC A(32).                              00000790
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000800
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000810
                                                                        00000820
      ** BACKUP GENERATION RECORD - TYPE H IS THE HEADER (FIRST         00000830
      ** RECORD ONLY), TYPE D CARRIES ONE 80-BYTE MASTER IMAGE          00000840
       01  BKUP-RECORD.                                                 00000850
           02  BK-REC-TYPE      PIC X(1).                               00000860
           02  FILLER           PIC X(1).                               00000870
           02  BK-IMAGE         PIC X(80).                              00000880
           02  BK-HDR-RED REDEFINES BK-IMAGE.                           00000890
               03  BK-HDR-ID        PIC X(8).                           00000900
               03  BK-HDR-DATE      PIC 9(8).                           00000910
               03  BK-HDR-TIME      PIC 9(6).                           00000920
               03  BK-HDR-COUNT     PIC 9(8).                           00000930
               03  FILLER           PIC X(50).                          00000940
                                                                        00000950
       01  RPT-HEADER.                                                  00000960
           02  FILLER           PIC X(40) VALUE                         00000970
                'VOLUME MASTER BACKUP'.                                 00000980
           02  FILLER           PIC A(160).                             00000990
       01  RPT-STAMP-LINE.                                              00001000
           02  LABEL-STAMP      PIC X(20) VALUE                         00001010
                'BACKUP TAKEN       :'.                                 00001020
           02  FILLER           PIC A(3).                               00001030
           02  STAMP-DATE-RPT   PIC 9999/99/99.                         00001040
           02  FILLER           PIC A(2).                               00001050
           02  STAMP-TIME-RPT   PIC 99/99/99.                           00001060
           02  FILLER           PIC A(157).                             00001070
       01  RPT-COUNTED-LINE.                                            00001080
           02  LABEL-COUNTED    PIC X(20) VALUE                         00001090
                'RECORDS IN HEADER  :'.                                 00001100
           02  FILLER           PIC A(3).                               00001110
           02  COUNTED-RPT      PIC ZZ,ZZZ,ZZ9.                         00001120
           02  FILLER           PIC A(167).                             00001130
       01  RPT-UNLOAD-LINE.                                             00001140
           02  LABEL-UNLOAD     PIC X(20) VALUE                         00001150
                'RECORDS UNLOADED   :'.                                 00001160
           02  FILLER           PIC A(3).                               00001170
           02  UNLOAD-RPT       PIC ZZ,ZZZ,ZZ9.                         00001180
           02  FILLER           PIC A(167).                             00001190
       01  RPT-MISMATCH-LINE.                                           00001200
           02  FILLER           PIC X(60) VALUE                         00001210
                'MASTER CHANGED DURING UNLOAD - RERUN THE BACKUP'.      00001220
           02  FILLER           PIC A(140).                             00001230
                                                                        00001240
      ** RUN DATE/TIME STAMP FOR THE HEADER RECORD                      00001250
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.                       00001260
       01  WS-RUN-TIME-X        PIC X(8) VALUE SPACES.                  00001270
                                                                        00001280
      ** RECORD COUNTERS                                                00001290
       01  WS-COUNT-PASS        PIC 9(8) VALUE 0.                       00001300
       01  WS-UNLOAD-COUNT      PIC 9(8) VALUE 0.                       00001310
                                                                        00001320
       01  EOF                  PIC 9 VALUE 0.                          00001330
                                                                        00001340
       PROCEDURE DIVISION.                                              00001350
                                                                        00001360
       MAIN-ROUTINE.                                                    00001370
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00001380
           ACCEPT WS-RUN-TIME-X FROM TIME.                              00001390
           PERFORM COUNT-MASTER-ROUTINE.                                00001400
           OPEN OUTPUT BKUP-FILE.                                       00001410
           PERFORM WRITE-HEADER-ROUTINE.                                00001420
           PERFORM UNLOAD-MASTER-ROUTINE.                               00001430
           CLOSE BKUP-FILE.                                             00001440
           PERFORM REPORT-ROUTINE.                                      00001450
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00001460
           DISPLAY 'DONE'.                                              00001470
           STOP RUN.                                                    00001480
                                                                        00001490
      **--------------------------------------------------------        00001500
      ** FIRST PASS - COUNT THE MASTER FOR THE HEADER RECORD.           00001510
      **--------------------------------------------------------        00001520
       COUNT-MASTER-ROUTINE.                                            00001530
           MOVE 0 TO EOF.                                               00001540
           OPEN INPUT VOLMAST-FILE.                                     00001550
           READ VOLMAST-FILE                                            00001560
               AT END MOVE 1 TO EOF.                                    00001570
           PERFORM COUNT-RECORD-ROUTINE UNTIL EOF = 1.                  00001580
           CLOSE VOLMAST-FILE.                                          00001590
                                                                        00001600
       COUNT-RECORD-ROUTINE.                                            00001610
           ADD 1 TO WS-COUNT-PASS.                                      00001620
           READ VOLMAST-FILE                                            00001630
               AT END MOVE 1 TO EOF.                                    00001640
                                                                        00001650
       WRITE-HEADER-ROUTINE.                                            00001660
           MOVE SPACES TO BKUP-RECORD.                                  00001670
           MOVE 'H' TO BK-REC-TYPE.                                     00001680
           MOVE 'VOLMAST' TO BK-HDR-ID.                                 00001690
           MOVE WS-RUN-DATE TO BK-HDR-DATE.                             00001700
           MOVE WS-RUN-TIME-X (1:6) TO BK-HDR-TIME.                     00001710
           MOVE WS-COUNT-PASS TO BK-HDR-COUNT.                          00001720
           WRITE BKUP-DATA FROM BKUP-RECORD.                            00001730
                                                                        00001740
      **--------------------------------------------------------        00001750
      ** SECOND PASS - ONE TYPE D RECORD PER MASTER RECORD.             00001760
      **--------------------------------------------------------        00001770
       UNLOAD-MASTER-ROUTINE.                                           00001780
           MOVE 0 TO EOF.                                               00001790
           OPEN INPUT VOLMAST-FILE.                                     00001800
           READ VOLMAST-FILE                                            00001810
               AT END MOVE 1 TO EOF.                                    00001820
           PERFORM UNLOAD-RECORD-ROUTINE UNTIL EOF = 1.                 00001830
           CLOSE VOLMAST-FILE.                                          00001840
                                                                        00001850
       UNLOAD-RECORD-ROUTINE.                                           00001860
           MOVE SPACES TO BKUP-RECORD.                                  00001870
           MOVE 'D' TO BK-REC-TYPE.                                     00001880
           MOVE VOLMAST-REC TO BK-IMAGE.                                00001890
           WRITE BKUP-DATA FROM BKUP-RECORD.                            00001900
           ADD 1 TO WS-UNLOAD-COUNT.                                    00001910
           READ VOLMAST-FILE                                            00001920
               AT END MOVE 1 TO EOF.                                    00001930
                                                                        00001940
      **--------------------------------------------------------        00001950
      ** CONTROL REPORT - A COUNT THAT DIFFERS FROM THE HEADER          00001960
      ** MEANS THE MASTER WAS UPDATED BETWEEN THE TWO PASSES AND        00001970
      ** THE GENERATION IS NOT SAFE TO RECOVER FROM (RC 8).             00001980
      **--------------------------------------------------------        00001990
       REPORT-ROUTINE.                                                  00002000
           OPEN OUTPUT RPT-OUT.                                         00002010
           WRITE RPT-DATA FROM RPT-HEADER.                              00002020
           MOVE WS-RUN-DATE TO STAMP-DATE-RPT.                          00002030
           MOVE WS-RUN-TIME-X (1:6) TO STAMP-TIME-RPT.                  00002040
           WRITE RPT-DATA FROM RPT-STAMP-LINE.                          00002050
           MOVE WS-COUNT-PASS TO COUNTED-RPT.                           00002060
           WRITE RPT-DATA FROM RPT-COUNTED-LINE.                        00002070
           MOVE WS-UNLOAD-COUNT TO UNLOAD-RPT.                          00002080
           WRITE RPT-DATA FROM RPT-UNLOAD-LINE.                         00002090
           IF WS-UNLOAD-COUNT NOT = WS-COUNT-PASS                       00002100
               WRITE RPT-DATA FROM RPT-MISMATCH-LINE                    00002110
               DISPLAY 'VOLMBKUP - MASTER CHANGED DURING UNLOAD'        00002120
               MOVE 8 TO RETURN-CODE                                    00002130
           END-IF.                                                      00002140
           CLOSE RPT-OUT.                                               00002150
      **--------------------------------------------------------        00002160
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00002170
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00002180
      **--------------------------------------------------------        00002190
       WRITE-CHAINLOG-ROUTINE.                                          00002200
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00002210
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00002220
           MOVE SPACES TO CHAINLOG-RECORD.                              00002230
           MOVE 'VOLMBKUP' TO CLG-PROGRAM.                              00002240
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00002250
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00002260
           MOVE WS-COUNT-PASS TO CLG-INPUT-COUNT.                       00002270
           MOVE WS-UNLOAD-COUNT TO CLG-OUTPUT-COUNT.                    00002280
           MOVE 0 TO CLG-REJECT-COUNT.                                  00002290
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00002300
           OPEN EXTEND CHAINLOG-FILE.                                   00002310
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00002320
           CLOSE CHAINLOG-FILE.                                         00002330
