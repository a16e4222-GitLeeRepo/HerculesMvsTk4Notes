       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLPERM'.                                          00000110
      ****************************                                      00000120
      * PERIOD CONTROL FILE (PERIODCTL) MAINTENANCE                     00000130
      * APPLIES CLOSE / REOPEN TRANSACTION CARDS AGAINST THE KEYED      00000140
      * PERIOD CONTROL DATASET (ONE RECORD PER PROGRAM AND PERIOD)      00000150
      * THAT VOLCHBK, VOLARCH AND VSIZEHST CHECK AT STARTUP, AND        00000160
      * PRINTS AN AUDIT LISTING OF EVERY TRANSACTION WITH ITS           00000170
      * DISPOSITION.  A CLOSED PERIOD CAN ONLY BE PROCESSED AGAIN       00000180
      * WITH A RERUN CARD; A REOPENED PERIOD RUNS FREELY UNTIL IT       00000190
      * IS PROCESSED.  A PERIOD NOT YET RUN MAY BE CLOSED, WHICH        00000200
      * LOCKS IT AGAINST A LATE RUN.  EVERY CARD MUST GIVE A            00000210
      * REASON, AND EACH CLOSE AND REOPEN IS WRITTEN TO THE PERIOD      00000220
      * LOG WITH IT.  PERIODS ARE YYYYMM, OR YYYYMMDD FOR THE           00000230
      * DAILY VSIZEHST SNAPSHOT RUN.                                    00000240
      ****************************                                      00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
       SOURCE-COMPUTER.  IBM-370.                                       00000280
       OBJECT-COMPUTER.  IBM-370.                                       00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
            SELECT TXN-FILE ASSIGN TO UT-S-SYSIN.                       00000320
            SELECT RPT-OUT  ASSIGN TO UT-S-SYSOUT.                      00000330
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000340
            SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO PERIODCTL          00000350
                ORGANIZATION IS INDEXED                                 00000360
                ACCESS MODE IS RANDOM                                   00000370
                RECORD KEY IS PC-KEY.                                   00000380
            SELECT OPTIONAL PERLOG-FILE ASSIGN TO DA-S-PERLOG.          00000390
                                                                        00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
       FD  TXN-FILE                                                     00000430
           RECORDING MODE IS F                                          00000440
           RECORD CONTAINS 80 CHARACTERS                                00000450
           BLOCK CONTAINS 238 RECORDS                                   00000460
           LABEL RECORDS ARE STANDARD                                   00000470
           DATA RECORDS IS TXN-RECORD.                                  00000480
       01  TXN-DATA             PIC X(80).                              00000490
                                                                        00000500
       FD  PERIODCTL-FILE                                               00000510
           RECORD CONTAINS 80 CHARACTERS                                00000520
           DATA RECORDS IS PERIODCTL-REC.                               00000530
       01  PERIODCTL-REC.                                               00000540
           02  PC-KEY.                                                  00000550
               03  PC-KEY-PROGRAM   PIC X(8).                           00000560
               03  PC-KEY-PERIOD    PIC X(8).                           00000570
           02  FILLER           PIC X(64).                              00000580
                                                                        00000590
       FD  PERLOG-FILE                                                  00000600
           RECORDING MODE IS F                                          00000610
           RECORD CONTAINS 80 CHARACTERS                                00000620
           LABEL RECORDS ARE STANDARD                                   00000630
           DATA RECORDS IS PERLOG-RECORD.                               00000640
       01  PERLOG-DATA          PIC X(80).                              00000650
                                                                        00000660
       FD  CHAINLOG-FILE                                                00000670
           RECORDING MODE IS F                                          00000680
           RECORD CONTAINS 80 CHARACTERS                                00000690
           LABEL RECORDS ARE STANDARD                                   00000700
           DATA RECORDS IS CHAINLOG-RECORD.                             00000710
       01  CHAINLOG-DATA        PIC X(80).                              00000720
                                                                        00000730
       FD  RPT-OUT                                                      00000740
           LABEL RECORDS ARE OMITTED                                    00000750
           DATA RECORDS IS RPT-RECORD.                                  00000760
       01  RPT-DATA             PIC X(200).                             00000770
                                                                        00000780
       WORKING-STORAGE SECTION.                                         00000790
                                                                        00000800
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000810
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000820
       01  CHAINLOG-RECORD.                                             00000830
           02  CLG-PROGRAM      PIC X(8).                               00000840
           02  CLG-RUN-DATE     PIC 9(8).                               00000850
           02  CLG-RUN-TIME     PIC 9(6).                               00000860
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000870
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000880
           02  CLG-REJECT-COUNT PIC 9(8).                               00000890
           02  CLG-RETURN-CODE  PIC 9(2).                               00000900
           02  FILLER           PIC A(32).                              00000910
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000920
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000930
                                                                        00000940
      ** RECORD LAYOUTS - C CLOSES A PERIOD, R REOPENS IT               00000950
       01  TXN-RECORD.                                                  00000960
           02  TXN-ACTION       PIC X(1).                               00000970
           02  FILLER           PIC A(1).                               00000980
           02  TXN-PROGRAM      PIC X(8).                               00000990
           02  FILLER           PIC A(1).                               00001000
           02  TXN-PERIOD       PIC X(8).                               00001010
           02  FILLER           PIC A(1).                               00001020
           02  TXN-REASON       PIC X(40).                              00001030
           02  FILLER           PIC A(20).                              00001040
                                                                        00001050
      ** PERIOD CONTROL RECORD - ONE PER PROGRAM AND PERIOD (YYYYMM,    00001060
      ** OR YYYYMMDD FOR THE DAILY SNAPSHOT RUN).  STATUS O OPEN,       00001070
      ** P PROCESSED, C CLOSED.                                         00001080
       01  PC-RECORD.                                                   00001090
           02  PC-PROGRAM       PIC X(8).                               00001100
           02  PC-PERIOD        PIC X(8).                               00001110
           02  PC-STATUS        PIC X(1).                               00001120
           02  PC-RUN-DATE      PIC 9(8).                               00001130
           02  PC-RUN-TIME      PIC 9(6).                               00001140
           02  PC-INPUT-COUNT   PIC 9(8).                               00001150
           02  PC-OUTPUT-COUNT  PIC 9(8).                               00001160
           02  PC-REJECT-COUNT  PIC 9(8).                               00001170
           02  PC-RUN-COUNT     PIC 9(3).                               00001180
           02  PC-CHANGE-DATE   PIC 9(8).                               00001190
           02  FILLER           PIC X(14).                              00001200
                                                                        00001210
      ** PERIOD LOG - EVERY RERUN OVERRIDE, CLOSE AND REOPEN IS         00001220
      ** APPENDED WITH THE REASON GIVEN                                 00001230
       01  PERLOG-RECORD.                                               00001240
           02  PLG-PROGRAM      PIC X(8).                               00001250
           02  PLG-PERIOD       PIC X(8).                               00001260
           02  PLG-ACTION       PIC X(8).                               00001270
           02  PLG-LOG-DATE     PIC 9(8).                               00001280
           02  PLG-LOG-TIME     PIC 9(6).                               00001290
           02  PLG-OLD-STATUS   PIC X(1).                               00001300
           02  PLG-REASON       PIC X(40).                              00001310
           02  FILLER           PIC X(1).                               00001320
                                                                        00001330
       01  RPT-HEADER.                                                  00001340
           02  FILLER           PIC X(42) VALUE                         00001350
                'PERIOD CONTROL MAINTENANCE AUDIT'.                     00001360
           02  FILLER           PIC A(158).                             00001370
       01  RPT-COLHDR.                                                  00001380
           02  FILLER           PIC X(5)  VALUE 'ACT'.                  00001390
           02  FILLER           PIC X(10) VALUE 'PROGRAM'.              00001400
           02  FILLER           PIC X(10) VALUE 'PERIOD'.               00001410
           02  FILLER           PIC X(5)  VALUE 'OLD'.                  00001420
           02  FILLER           PIC X(5)  VALUE 'NEW'.                  00001430
           02  FILLER           PIC X(42) VALUE 'REASON'.               00001440
           02  FILLER           PIC X(6)  VALUE 'RESULT'.               00001450
           02  FILLER           PIC A(117).                             00001460
       01  RPT-AUDIT-LINE.                                              00001470
           02  ACTION-AUD       PIC X(1).                               00001480
           02  FILLER           PIC A(4).                               00001490
           02  PROGRAM-AUD      PIC X(8).                               00001500
           02  FILLER           PIC A(2).                               00001510
           02  PERIOD-AUD       PIC X(8).                               00001520
           02  FILLER           PIC A(2).                               00001530
           02  OLD-STATUS-AUD   PIC X(1).                               00001540
           02  FILLER           PIC A(4).                               00001550
           02  NEW-STATUS-AUD   PIC X(1).                               00001560
           02  FILLER           PIC A(4).                               00001570
           02  REASON-AUD       PIC X(40).                              00001580
           02  FILLER           PIC A(2).                               00001590
           02  RESULT-AUD       PIC X(20).                              00001600
           02  FILLER           PIC A(103).                             00001610
       01  RPT-CLOSE-LINE.                                              00001620
           02  LABEL-CLOSE      PIC X(20) VALUE                         00001630
                'PERIODS CLOSED     :'.                                 00001640
           02  FILLER           PIC A(3).                               00001650
           02  CLOSE-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00001660
           02  FILLER           PIC A(167).                             00001670
       01  RPT-REOPEN-LINE.                                             00001680
           02  LABEL-REOPEN     PIC X(20) VALUE                         00001690
                'PERIODS REOPENED   :'.                                 00001700
           02  FILLER           PIC A(3).                               00001710
           02  REOPEN-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                         00001720
           02  FILLER           PIC A(167).                             00001730
       01  RPT-REJ-LINE.                                                00001740
           02  LABEL-REJ        PIC X(20) VALUE                         00001750
                'CARDS REJECTED     :'.                                 00001760
           02  FILLER           PIC A(3).                               00001770
           02  REJ-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001780
           02  FILLER           PIC A(167).                             00001790
                                                                        00001800
      ** TRANSACTION COUNTERS                                           00001810
       01  WS-CLOSE-COUNT       PIC 9(8) VALUE 0.                       00001820
       01  WS-REOPEN-COUNT      PIC 9(8) VALUE 0.                       00001830
       01  WS-REJ-COUNT         PIC 9(8) VALUE 0.                       00001840
       01  WS-TXN-COUNT         PIC 9(8) VALUE 0.                       00001850
                                                                        00001860
      ** PROGRAMS UNDER PERIOD CONTROL AND THEIR PERIOD TYPE -          00001870
      ** M MONTHLY (YYYYMM), D DAILY (YYYYMMDD)                         00001880
       01  WS-PGM-NAMES         PIC X(24) VALUE                         00001890
            'VOLCHBK VOLARCH VSIZEHST'.                                 00001900
       01  WS-PGM-TBL REDEFINES WS-PGM-NAMES.                           00001910
           02  WS-PGM-NAME OCCURS 3 TIMES PIC X(8).                     00001920
       01  WS-PGM-TYPES         PIC X(3) VALUE 'MMD'.                   00001930
       01  WS-PGM-TYPE-TBL REDEFINES WS-PGM-TYPES.                      00001940
           02  WS-PGM-TYPE OCCURS 3 TIMES PIC X(1).                     00001950
       01  WS-PGM-IDX           PIC 9(2) VALUE 0.                       00001960
       01  WS-PGM-FND           PIC 9(2) VALUE 0.                       00001970
                                                                        00001980
       01  WS-PC-FOUND-SW       PIC X VALUE 'N'.                        00001990
       01  WS-PC-DATE           PIC 9(8) VALUE 0.                       00002000
       01  WS-PC-TIME-X         PIC X(8) VALUE SPACES.                  00002010
       01  WS-OLD-STATUS        PIC X(1) VALUE SPACES.                  00002020
       01  WS-RESULT            PIC X(20) VALUE SPACES.                 00002030
       01  EOF                  PIC 9 VALUE 0.                          00002040
                                                                        00002050
       PROCEDURE DIVISION.                                              00002060
                                                                        00002070
       MAIN-ROUTINE.                                                    00002080
           OPEN INPUT TXN-FILE.                                         00002090
           OPEN I-O PERIODCTL-FILE.                                     00002100
           OPEN OUTPUT RPT-OUT.                                         00002110
           WRITE RPT-DATA FROM RPT-HEADER.                              00002120
           WRITE RPT-DATA FROM RPT-COLHDR.                              00002130
           READ TXN-FILE INTO TXN-RECORD                                00002140
                         AT END MOVE 1 TO EOF.                          00002150
           PERFORM APPLY-TXN-ROUTINE UNTIL EOF = 1.                     00002160
           PERFORM FOOTER-ROUTINE.                                      00002170
           CLOSE TXN-FILE.                                              00002180
           CLOSE PERIODCTL-FILE.                                        00002190
           CLOSE RPT-OUT.                                               00002200
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002210
           DISPLAY 'DONE'.                                              00002220
           STOP RUN.                                                    00002230
                                                                        00002240
       APPLY-TXN-ROUTINE.                                               00002250
           ADD 1 TO WS-TXN-COUNT.                                       00002260
           MOVE SPACES TO WS-RESULT.                                    00002270
           MOVE SPACES TO WS-OLD-STATUS.                                00002280
           MOVE SPACES TO PERLOG-RECORD.                                00002290
           PERFORM EDIT-TXN-ROUTINE.                                    00002300
           IF WS-RESULT = SPACES                                        00002310
               EVALUATE TRUE                                            00002320
                   WHEN TXN-ACTION = 'C'                                00002330
                       PERFORM CLOSE-PERIOD-ROUTINE                     00002340
                   WHEN TXN-ACTION = 'R'                                00002350
                       PERFORM REOPEN-PERIOD-ROUTINE                    00002360
                   WHEN OTHER                                           00002370
                       MOVE 'INVALID ACTION' TO WS-RESULT               00002380
                       ADD 1 TO WS-REJ-COUNT                            00002390
               END-EVALUATE                                             00002400
           END-IF.                                                      00002410
           PERFORM WRITE-AUDIT-ROUTINE.                                 00002420
           READ TXN-FILE INTO TXN-RECORD                                00002430
                         AT END MOVE 1 TO EOF.                          00002440
                                                                        00002450
      **--------------------------------------------------------        00002460
      ** THE PROGRAM MUST BE ONE UNDER PERIOD CONTROL, THE PERIOD       00002470
      ** MUST SUIT IT (YYYYMM OR YYYYMMDD), AND A REASON IS NEEDED.     00002480
      **--------------------------------------------------------        00002490
       EDIT-TXN-ROUTINE.                                                00002500
           MOVE 0 TO WS-PGM-FND.                                        00002510
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       00002520
                   UNTIL WS-PGM-IDX > 3                                 00002530
               IF TXN-PROGRAM = WS-PGM-NAME (WS-PGM-IDX)                00002540
                   MOVE WS-PGM-IDX TO WS-PGM-FND                        00002550
               END-IF                                                   00002560
           END-PERFORM.                                                 00002570
           EVALUATE TRUE                                                00002580
               WHEN WS-PGM-FND = 0                                      00002590
                   MOVE 'UNKNOWN PROGRAM' TO WS-RESULT                  00002600
               WHEN TXN-PERIOD (1:6) NOT NUMERIC                        00002610
                OR TXN-PERIOD (5:2) < '01'                              00002620
                OR TXN-PERIOD (5:2) > '12'                              00002630
                   MOVE 'INVALID PERIOD' TO WS-RESULT                   00002640
               WHEN WS-PGM-TYPE (WS-PGM-FND) = 'M'                      00002650
                AND TXN-PERIOD (7:2) NOT = SPACES                       00002660
                   MOVE 'INVALID PERIOD' TO WS-RESULT                   00002670
               WHEN WS-PGM-TYPE (WS-PGM-FND) = 'D'                      00002680
                AND (TXN-PERIOD (7:2) NOT NUMERIC                       00002690
                  OR TXN-PERIOD (7:2) < '01'                            00002700
                  OR TXN-PERIOD (7:2) > '31')                           00002710
                   MOVE 'INVALID PERIOD' TO WS-RESULT                   00002720
               WHEN TXN-REASON = SPACES                                 00002730
                   MOVE 'BLANK REASON' TO WS-RESULT                     00002740
               WHEN OTHER                                               00002750
                   CONTINUE                                             00002760
           END-EVALUATE.                                                00002770
           IF WS-RESULT NOT = SPACES                                    00002780
               ADD 1 TO WS-REJ-COUNT                                    00002790
           END-IF.                                                      00002800
                                                                        00002810
       READ-PERIOD-ROUTINE.                                             00002820
           MOVE TXN-PROGRAM TO PC-KEY-PROGRAM.                          00002830
           MOVE TXN-PERIOD TO PC-KEY-PERIOD.                            00002840
           READ PERIODCTL-FILE INTO PC-RECORD                           00002850
               INVALID KEY                                              00002860
                   MOVE 'N' TO WS-PC-FOUND-SW                           00002870
               NOT INVALID KEY                                          00002880
                   MOVE 'Y' TO WS-PC-FOUND-SW                           00002890
           END-READ.                                                    00002900
                                                                        00002910
      **--------------------------------------------------------        00002920
      ** CLOSING A PERIOD NOT YET RUN ADDS ITS RECORD WITH ZERO         00002930
      ** COUNTS, SO A LATE RUN IS REFUSED LIKE ANY OTHER.               00002940
      **--------------------------------------------------------        00002950
       CLOSE-PERIOD-ROUTINE.                                            00002960
           PERFORM READ-PERIOD-ROUTINE.                                 00002970
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00002980
           IF WS-PC-FOUND-SW = 'N'                                      00002990
               MOVE SPACES TO PC-RECORD                                 00003000
               MOVE TXN-PROGRAM TO PC-PROGRAM                           00003010
               MOVE TXN-PERIOD TO PC-PERIOD                             00003020
               MOVE 'C' TO PC-STATUS                                    00003030
               MOVE 0 TO PC-RUN-DATE                                    00003040
               MOVE 0 TO PC-RUN-TIME                                    00003050
               MOVE 0 TO PC-INPUT-COUNT                                 00003060
               MOVE 0 TO PC-OUTPUT-COUNT                                00003070
               MOVE 0 TO PC-REJECT-COUNT                                00003080
               MOVE 0 TO PC-RUN-COUNT                                   00003090
               MOVE WS-PC-DATE TO PC-CHANGE-DATE                        00003100
               WRITE PERIODCTL-REC FROM PC-RECORD                       00003110
                   INVALID KEY                                          00003120
                       MOVE 'ALREADY ON FILE' TO WS-RESULT              00003130
                       ADD 1 TO WS-REJ-COUNT                            00003140
                   NOT INVALID KEY                                      00003150
                       MOVE 'CLOSED - NOT RUN' TO WS-RESULT             00003160
                       ADD 1 TO WS-CLOSE-COUNT                          00003170
               END-WRITE                                                00003180
           ELSE                                                         00003190
               MOVE PC-STATUS TO WS-OLD-STATUS                          00003200
               IF PC-STATUS = 'C'                                       00003210
                   MOVE 'ALREADY CLOSED' TO WS-RESULT                   00003220
                   ADD 1 TO WS-REJ-COUNT                                00003230
               ELSE                                                     00003240
                   MOVE 'C' TO PC-STATUS                                00003250
                   MOVE WS-PC-DATE TO PC-CHANGE-DATE                    00003260
                   REWRITE PERIODCTL-REC FROM PC-RECORD                 00003270
                       INVALID KEY                                      00003280
                           MOVE 'NOT ON FILE' TO WS-RESULT              00003290
                           ADD 1 TO WS-REJ-COUNT                        00003300
                       NOT INVALID KEY                                  00003310
                           MOVE 'CLOSED' TO WS-RESULT                   00003320
                           ADD 1 TO WS-CLOSE-COUNT                      00003330
                   END-REWRITE                                          00003340
               END-IF                                                   00003350
           END-IF.                                                      00003360
           IF WS-RESULT (1:6) = 'CLOSED'                                00003370
               MOVE 'CLOSE' TO PLG-ACTION                               00003380
               PERFORM WRITE-PERLOG-ROUTINE                             00003390
           END-IF.                                                      00003400
                                                                        00003410
       REOPEN-PERIOD-ROUTINE.                                           00003420
           PERFORM READ-PERIOD-ROUTINE.                                 00003430
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00003440
           IF WS-PC-FOUND-SW = 'N'                                      00003450
               MOVE 'NOT ON FILE' TO WS-RESULT                          00003460
               ADD 1 TO WS-REJ-COUNT                                    00003470
           ELSE                                                         00003480
               MOVE PC-STATUS TO WS-OLD-STATUS                          00003490
               IF PC-STATUS = 'O'                                       00003500
                   MOVE 'ALREADY OPEN' TO WS-RESULT                     00003510
                   ADD 1 TO WS-REJ-COUNT                                00003520
               ELSE                                                     00003530
                   MOVE 'O' TO PC-STATUS                                00003540
                   MOVE WS-PC-DATE TO PC-CHANGE-DATE                    00003550
                   REWRITE PERIODCTL-REC FROM PC-RECORD                 00003560
                       INVALID KEY                                      00003570
                           MOVE 'NOT ON FILE' TO WS-RESULT              00003580
                           ADD 1 TO WS-REJ-COUNT                        00003590
                       NOT INVALID KEY                                  00003600
                           MOVE 'REOPENED' TO WS-RESULT                 00003610
                           ADD 1 TO WS-REOPEN-COUNT                     00003620
                           MOVE 'REOPEN' TO PLG-ACTION                  00003630
                           PERFORM WRITE-PERLOG-ROUTINE                 00003640
                   END-REWRITE                                          00003650
               END-IF                                                   00003660
           END-IF.                                                      00003670
                                                                        00003680
       WRITE-PERLOG-ROUTINE.                                            00003690
           ACCEPT WS-PC-TIME-X FROM TIME.                               00003700
           MOVE TXN-PROGRAM TO PLG-PROGRAM.                             00003710
           MOVE TXN-PERIOD TO PLG-PERIOD.                               00003720
           MOVE WS-PC-DATE TO PLG-LOG-DATE.                             00003730
           MOVE WS-PC-TIME-X (1:6) TO PLG-LOG-TIME.                     00003740
           MOVE WS-OLD-STATUS TO PLG-OLD-STATUS.                        00003750
           MOVE TXN-REASON TO PLG-REASON.                               00003760
           OPEN EXTEND PERLOG-FILE.                                     00003770
           WRITE PERLOG-DATA FROM PERLOG-RECORD.                        00003780
           CLOSE PERLOG-FILE.                                           00003790
                                                                        00003800
       WRITE-AUDIT-ROUTINE.                                             00003810
           MOVE SPACES TO RPT-AUDIT-LINE.                               00003820
           MOVE TXN-ACTION      TO ACTION-AUD.                          00003830
           MOVE TXN-PROGRAM     TO PROGRAM-AUD.                         00003840
           MOVE TXN-PERIOD      TO PERIOD-AUD.                          00003850
           MOVE WS-OLD-STATUS   TO OLD-STATUS-AUD.                      00003860
           IF WS-RESULT = 'CLOSED' OR WS-RESULT = 'CLOSED - NOT RUN'    00003870
            OR WS-RESULT = 'REOPENED'                                   00003880
               MOVE PC-STATUS   TO NEW-STATUS-AUD                       00003890
           END-IF.                                                      00003900
           MOVE TXN-REASON      TO REASON-AUD.                          00003910
           MOVE WS-RESULT       TO RESULT-AUD.                          00003920
           WRITE RPT-DATA FROM RPT-AUDIT-LINE.                          00003930
                                                                        00003940
       FOOTER-ROUTINE.                                                  00003950
           MOVE WS-CLOSE-COUNT TO CLOSE-COUNT-RPT.                      00003960
           WRITE RPT-DATA FROM RPT-CLOSE-LINE.                          00003970
           MOVE WS-REOPEN-COUNT TO REOPEN-COUNT-RPT.                    00003980
           WRITE RPT-DATA FROM RPT-REOPEN-LINE.                         00003990
           MOVE WS-REJ-COUNT TO REJ-COUNT-RPT.                          00004000
           WRITE RPT-DATA FROM RPT-REJ-LINE.                            00004010
      **--------------------------------------------------------        00004020
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00004030
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00004040
      **--------------------------------------------------------        00004050
       WRITE-CHAINLOG-ROUTINE.                                          00004060
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00004070
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00004080
           MOVE SPACES TO CHAINLOG-RECORD.                              00004090
           MOVE 'VOLPERM' TO CLG-PROGRAM.                               00004100
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00004110
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00004120
           MOVE WS-TXN-COUNT TO CLG-INPUT-COUNT.                        00004130
           COMPUTE CLG-OUTPUT-COUNT = WS-CLOSE-COUNT                    00004140
               + WS-REOPEN-COUNT.                                       00004150
           MOVE WS-REJ-COUNT TO CLG-REJECT-COUNT.                       00004160
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00004170
           OPEN EXTEND CHAINLOG-FILE.                                   00004180
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00004190
           CLOSE CHAINLOG-FILE.                                         00004200
