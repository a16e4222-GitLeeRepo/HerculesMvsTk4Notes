       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLHLQM'.                                          00000110
      ****************************                                      00000120
      * DATASET HIGH-LEVEL QUALIFIER OWNERSHIP TABLE (HLQREF)           00000130
      * MAINTENANCE                                                     00000140
      * APPLIES ADD / CHANGE / DELETE TRANSACTION CARDS AGAINST THE     00000150
      * KEYED HLQ OWNERSHIP DATASET (INDEXED BY THE 44-BYTE DATASET     00000160
      * NAME PREFIX) AND PRINTS AN AUDIT LISTING OF EVERY               00000170
      * TRANSACTION WITH ITS DISPOSITION.  EACH ENTRY NAMES THE         00000180
      * DEPARTMENT THAT OWNS EVERY DATASET WHOSE NAME BEGINS WITH       00000190
      * THE PREFIX ('PAYROLL.' OR 'SYS1.PROD' - A PREFIX THAT           00000200
      * SHOULD STOP AT A QUALIFIER BOUNDARY MUST END IN THE DOT).       00000210
      * VOLCHBK USES THE TABLE TO SPLIT THE CHARGE FOR A SHARED         00000220
      * VOLUME ACROSS THE DEPARTMENTS WHOSE DATASETS SIT ON IT,         00000230
      * TAKING THE LONGEST MATCHING PREFIX.  THE DEPARTMENT ON AN       00000240
      * ADD OR CHANGE MUST BE ON THE DEPTREF REFERENCE TABLE.           00000250
      ****************************                                      00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SOURCE-COMPUTER.  IBM-370.                                       00000290
       OBJECT-COMPUTER.  IBM-370.                                       00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
            SELECT TXN-FILE ASSIGN TO UT-S-SYSIN.                       00000330
            SELECT RPT-OUT  ASSIGN TO UT-S-SYSOUT.                      00000340
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000350
            SELECT OPTIONAL HLQREF-FILE ASSIGN TO HLQREF                00000360
                ORGANIZATION IS INDEXED                                 00000370
                ACCESS MODE IS RANDOM                                   00000380
                RECORD KEY IS HQ-KEY-PREFIX.                            00000390
            SELECT OPTIONAL DEPTREF-FILE ASSIGN TO DEPTREF              00000400
                ORGANIZATION IS INDEXED                                 00000410
                ACCESS MODE IS RANDOM                                   00000420
                RECORD KEY IS DR-KEY-DEPT.                              00000430
                                                                        00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD  TXN-FILE                                                     00000470
           RECORDING MODE IS F                                          00000480
           RECORD CONTAINS 80 CHARACTERS                                00000490
           BLOCK CONTAINS 238 RECORDS                                   00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           DATA RECORDS IS TXN-RECORD.                                  00000520
       01  TXN-DATA             PIC X(80).                              00000530
                                                                        00000540
       FD  HLQREF-FILE                                                  00000550
           RECORD CONTAINS 80 CHARACTERS                                00000560
           DATA RECORDS IS HLQREF-REC.                                  00000570
       01  HLQREF-REC.                                                  00000580
           02  HQ-KEY-PREFIX    PIC X(44).                              00000590
           02  FILLER           PIC X(36).                              00000600
                                                                        00000610
       FD  DEPTREF-FILE                                                 00000620
           RECORD CONTAINS 80 CHARACTERS                                00000630
           DATA RECORDS IS DEPTREF-REC.                                 00000640
       01  DEPTREF-REC.                                                 00000650
           02  DR-KEY-DEPT      PIC X(8).                               00000660
           02  FILLER           PIC X(72).                              00000670
                                                                        00000680
       FD  CHAINLOG-FILE                                                00000690
           RECORDING MODE IS F                                          00000700
           RECORD CONTAINS 80 CHARACTERS                                00000710
           LABEL RECORDS ARE STANDARD                                   00000720
           DATA RECORDS IS CHAINLOG-RECORD.                             00000730
       01  CHAINLOG-DATA        PIC X(80).                              00000740
                                                                        00000750
       FD  RPT-OUT                                                      00000760
           LABEL RECORDS ARE OMITTED                                    00000770
           DATA RECORDS IS RPT-RECORD.                                  00000780
       01  RPT-DATA             PIC X(200).                             00000790
                                                                        00000800
       WORKING-STORAGE SECTION.                                         00000810
                                                                        00000820
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000830
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000840
       01  CHAINLOG-RECORD.                                             00000850
           02  CLG-PROGRAM      PIC X(8).                               00000860
           02  CLG-RUN-DATE     PIC 9(8).                               00000870
           02  CLG-RUN-TIME     PIC 9(6).                               00000880
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000890
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000900
           02  CLG-REJECT-COUNT PIC 9(8).                               00000910
           02  CLG-RETURN-CODE  PIC 9(2).                               00000920
           02  FILLER           PIC A(32).                              00000930
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000940
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000950
                                                                        00000960
      ** RECORD LAYOUTS                                                 00000970
       01  TXN-RECORD.                                                  00000980
           02  TXN-ACTION       PIC X(1).                               00000990
           02  FILLER           PIC A(1).                               00001000
           02  TXN-PREFIX       PIC X(44).                              00001010
           02  FILLER           PIC A(1).                               00001020
           02  TXN-DEPT         PIC X(8).                               00001030
           02  FILLER           PIC A(25).                              00001040
                                                                        00001050
      ** HLQ OWNERSHIP RECORD - KEYED BY DATASET NAME PREFIX            00001060
       01  HQ-RECORD.                                                   00001070
           02  HQ-PREFIX        PIC X(44).                              00001080
           02  HQ-DEPT          PIC X(8).                               00001090
           02  FILLER           PIC X(28).                              00001100
                                                                        00001110
       01  RPT-HEADER.                                                  00001120
           02  FILLER           PIC X(46) VALUE                         00001130
                'HLQ OWNERSHIP TABLE MAINTENANCE AUDIT'.                00001140
           02  FILLER           PIC A(154).                             00001150
       01  RPT-COLHDR.                                                  00001160
           02  FILLER           PIC X(51) VALUE 'ACT  PREFIX'.          00001170
           02  FILLER           PIC X(10) VALUE 'DEPT'.                 00001180
           02  FILLER           PIC X(6)  VALUE 'RESULT'.               00001190
           02  FILLER           PIC A(133).                             00001200
       01  RPT-AUDIT-LINE.                                              00001210
           02  ACTION-AUD       PIC X(1).                               00001220
           02  FILLER           PIC A(4).                               00001230
           02  PREFIX-AUD       PIC X(44).                              00001240
           02  FILLER           PIC A(2).                               00001250
           02  DEPT-AUD         PIC X(8).                               00001260
           02  FILLER           PIC A(2).                               00001270
           02  RESULT-AUD       PIC X(20).                              00001280
           02  FILLER           PIC A(119).                             00001290
       01  RPT-ADD-LINE.                                                00001300
           02  LABEL-ADD        PIC X(20) VALUE                         00001310
                'PREFIXES ADDED     :'.                                 00001320
           02  FILLER           PIC A(3).                               00001330
           02  ADD-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001340
           02  FILLER           PIC A(167).                             00001350
       01  RPT-CHG-LINE.                                                00001360
           02  LABEL-CHG        PIC X(20) VALUE                         00001370
                'PREFIXES CHANGED   :'.                                 00001380
           02  FILLER           PIC A(3).                               00001390
           02  CHG-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001400
           02  FILLER           PIC A(167).                             00001410
       01  RPT-DEL-LINE.                                                00001420
           02  LABEL-DEL        PIC X(20) VALUE                         00001430
                'PREFIXES DELETED   :'.                                 00001440
           02  FILLER           PIC A(3).                               00001450
           02  DEL-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001460
           02  FILLER           PIC A(167).                             00001470
       01  RPT-REJ-LINE.                                                00001480
           02  LABEL-REJ        PIC X(20) VALUE                         00001490
                'CARDS REJECTED     :'.                                 00001500
           02  FILLER           PIC A(3).                               00001510
           02  REJ-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001520
           02  FILLER           PIC A(167).                             00001530
                                                                        00001540
      ** TRANSACTION COUNTERS                                           00001550
       01  WS-ADD-COUNT         PIC 9(8) VALUE 0.                       00001560
       01  WS-CHG-COUNT         PIC 9(8) VALUE 0.                       00001570
       01  WS-DEL-COUNT         PIC 9(8) VALUE 0.                       00001580
       01  WS-REJ-COUNT         PIC 9(8) VALUE 0.                       00001590
       01  WS-TXN-COUNT         PIC 9(8) VALUE 0.                       00001600
                                                                        00001610
       01  WS-RESULT            PIC X(20) VALUE SPACES.                 00001620
       01  EOF                  PIC 9 VALUE 0.                          00001630
                                                                        00001640
       PROCEDURE DIVISION.                                              00001650
                                                                        00001660
       MAIN-ROUTINE.                                                    00001670
           OPEN INPUT TXN-FILE.                                         00001680
           OPEN I-O HLQREF-FILE.                                        00001690
           OPEN INPUT DEPTREF-FILE.                                     00001700
           OPEN OUTPUT RPT-OUT.                                         00001710
           WRITE RPT-DATA FROM RPT-HEADER.                              00001720
           WRITE RPT-DATA FROM RPT-COLHDR.                              00001730
           READ TXN-FILE INTO TXN-RECORD                                00001740
                         AT END MOVE 1 TO EOF.                          00001750
           PERFORM APPLY-TXN-ROUTINE UNTIL EOF = 1.                     00001760
           PERFORM FOOTER-ROUTINE.                                      00001770
           CLOSE TXN-FILE.                                              00001780
           CLOSE HLQREF-FILE.                                           00001790
           CLOSE DEPTREF-FILE.                                          00001800
           CLOSE RPT-OUT.                                               00001810
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00001820
           DISPLAY 'DONE'.                                              00001830
           STOP RUN.                                                    00001840
                                                                        00001850
       APPLY-TXN-ROUTINE.                                               00001860
           ADD 1 TO WS-TXN-COUNT.                                       00001870
           MOVE SPACES TO WS-RESULT.                                    00001880
           EVALUATE TRUE                                                00001890
               WHEN TXN-PREFIX = SPACES                                 00001900
               WHEN TXN-PREFIX (1:1) = SPACE                            00001910
                   MOVE 'BLANK PREFIX' TO WS-RESULT                     00001920
                   ADD 1 TO WS-REJ-COUNT                                00001930
               WHEN TXN-ACTION = 'A'                                    00001940
                   PERFORM ADD-PREFIX-ROUTINE                           00001950
               WHEN TXN-ACTION = 'C'                                    00001960
                   PERFORM CHANGE-PREFIX-ROUTINE                        00001970
               WHEN TXN-ACTION = 'D'                                    00001980
                   PERFORM DELETE-PREFIX-ROUTINE                        00001990
               WHEN OTHER                                               00002000
                   MOVE 'INVALID ACTION' TO WS-RESULT                   00002010
                   ADD 1 TO WS-REJ-COUNT                                00002020
           END-EVALUATE.                                                00002030
           PERFORM WRITE-AUDIT-ROUTINE.                                 00002040
           READ TXN-FILE INTO TXN-RECORD                                00002050
                         AT END MOVE 1 TO EOF.                          00002060
                                                                        00002070
       ADD-PREFIX-ROUTINE.                                              00002080
           PERFORM EDIT-TXN-ROUTINE.                                    00002090
           IF WS-RESULT = SPACES                                        00002100
               PERFORM BUILD-PREFIX-ROUTINE                             00002110
               WRITE HLQREF-REC FROM HQ-RECORD                          00002120
                   INVALID KEY                                          00002130
                       MOVE 'ALREADY ON TABLE' TO WS-RESULT             00002140
                       ADD 1 TO WS-REJ-COUNT                            00002150
                   NOT INVALID KEY                                      00002160
                       MOVE 'ADDED' TO WS-RESULT                        00002170
                       ADD 1 TO WS-ADD-COUNT                            00002180
               END-WRITE                                                00002190
           END-IF.                                                      00002200
                                                                        00002210
       CHANGE-PREFIX-ROUTINE.                                           00002220
           PERFORM EDIT-TXN-ROUTINE.                                    00002230
           IF WS-RESULT = SPACES                                        00002240
               PERFORM BUILD-PREFIX-ROUTINE                             00002250
               REWRITE HLQREF-REC FROM HQ-RECORD                        00002260
                   INVALID KEY                                          00002270
                       MOVE 'NOT ON TABLE' TO WS-RESULT                 00002280
                       ADD 1 TO WS-REJ-COUNT                            00002290
                   NOT INVALID KEY                                      00002300
                       MOVE 'CHANGED' TO WS-RESULT                      00002310
                       ADD 1 TO WS-CHG-COUNT                            00002320
               END-REWRITE                                              00002330
           END-IF.                                                      00002340
                                                                        00002350
       DELETE-PREFIX-ROUTINE.                                           00002360
           MOVE TXN-PREFIX TO HQ-KEY-PREFIX.                            00002370
           DELETE HLQREF-FILE                                           00002380
               INVALID KEY                                              00002390
                   MOVE 'NOT ON TABLE' TO WS-RESULT                     00002400
                   ADD 1 TO WS-REJ-COUNT                                00002410
               NOT INVALID KEY                                          00002420
                   MOVE 'DELETED' TO WS-RESULT                          00002430
                   ADD 1 TO WS-DEL-COUNT                                00002440
           END-DELETE.                                                  00002450
                                                                        00002460
      **--------------------------------------------------------        00002470
      ** AN ADD OR CHANGE MUST NAME A DEPARTMENT THAT IS ON THE         00002480
      ** DEPTREF TABLE.                                                 00002490
      **--------------------------------------------------------        00002500
       EDIT-TXN-ROUTINE.                                                00002510
           IF TXN-DEPT = SPACES                                         00002520
               MOVE 'BLANK DEPARTMENT' TO WS-RESULT                     00002530
               ADD 1 TO WS-REJ-COUNT                                    00002540
           ELSE                                                         00002550
               MOVE TXN-DEPT TO DR-KEY-DEPT                             00002560
               READ DEPTREF-FILE                                        00002570
                   INVALID KEY                                          00002580
                       MOVE 'UNKNOWN DEPARTMENT' TO WS-RESULT           00002590
                       ADD 1 TO WS-REJ-COUNT                            00002600
               END-READ                                                 00002610
           END-IF.                                                      00002620
                                                                        00002630
       BUILD-PREFIX-ROUTINE.                                            00002640
           MOVE SPACES TO HQ-RECORD.                                    00002650
           MOVE TXN-PREFIX      TO HQ-PREFIX.                           00002660
           MOVE TXN-DEPT        TO HQ-DEPT.                             00002670
           MOVE TXN-PREFIX      TO HQ-KEY-PREFIX.                       00002680
                                                                        00002690
       WRITE-AUDIT-ROUTINE.                                             00002700
           MOVE SPACES TO RPT-AUDIT-LINE.                               00002710
           MOVE TXN-ACTION      TO ACTION-AUD.                          00002720
           MOVE TXN-PREFIX      TO PREFIX-AUD.                          00002730
           MOVE TXN-DEPT        TO DEPT-AUD.                            00002740
           MOVE WS-RESULT       TO RESULT-AUD.                          00002750
           WRITE RPT-DATA FROM RPT-AUDIT-LINE.                          00002760
                                                                        00002770
       FOOTER-ROUTINE.                                                  00002780
           MOVE WS-ADD-COUNT TO ADD-COUNT-RPT.                          00002790
           WRITE RPT-DATA FROM RPT-ADD-LINE.                            00002800
           MOVE WS-CHG-COUNT TO CHG-COUNT-RPT.                          00002810
           WRITE RPT-DATA FROM RPT-CHG-LINE.                            00002820
           MOVE WS-DEL-COUNT TO DEL-COUNT-RPT.                          00002830
           WRITE RPT-DATA FROM RPT-DEL-LINE.                            00002840
           MOVE WS-REJ-COUNT TO REJ-COUNT-RPT.                          00002850
           WRITE RPT-DATA FROM RPT-REJ-LINE.                            00002860
      **--------------------------------------------------------        00002870
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00002880
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00002890
      **--------------------------------------------------------        00002900
       WRITE-CHAINLOG-ROUTINE.                                          00002910
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00002920
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00002930
           MOVE SPACES TO CHAINLOG-RECORD.                              00002940
           MOVE 'VOLHLQM' TO CLG-PROGRAM.                               00002950
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00002960
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00002970
           MOVE WS-TXN-COUNT TO CLG-INPUT-COUNT.                        00002980
           COMPUTE CLG-OUTPUT-COUNT = WS-ADD-COUNT                      00002990
               + WS-CHG-COUNT + WS-DEL-COUNT.                           00003000
           MOVE WS-REJ-COUNT TO CLG-REJECT-COUNT.                       00003010
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00003020
           OPEN EXTEND CHAINLOG-FILE.                                   00003030
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00003040
           CLOSE CHAINLOG-FILE.                                         00003050
