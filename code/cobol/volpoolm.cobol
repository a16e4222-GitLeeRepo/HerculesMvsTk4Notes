       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLPOOLM'.                                         00000110
      ****************************                                      00000120
      * STORAGE POOL REFERENCE TABLE (POOLREF) MAINTENANCE              00000130
      * APPLIES ADD / CHANGE / DELETE TRANSACTION CARDS AGAINST THE     00000140
      * KEYED STORAGE POOL REFERENCE DATASET (INDEXED BY THE 8-BYTE     00000150
      * POOL NAME CARRIED AS VM-STOR-POOL ON THE VOLUME MASTER) AND     00000160
      * PRINTS AN AUDIT LISTING OF EVERY TRANSACTION WITH ITS           00000170
      * DISPOSITION.  EACH ENTRY CARRIES THE POOL DESCRIPTION AND       00000180
      * ITS ALERT TIER (1 = PAGE THE ON-CALL, 2 = NEXT BUSINESS         00000190
      * DAY, 3 = REPORT ONLY); VOLMAINT REFUSES POOLS THAT ARE NOT      00000200
      * ON THIS TABLE.  A POOL STILL HOLDING VOLUMES ON THE MASTER      00000210
      * CANNOT BE DELETED.                                              00000220
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
       SOURCE-COMPUTER.  IBM-370.                                       00000260
       OBJECT-COMPUTER.  IBM-370.                                       00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
            SELECT TXN-FILE ASSIGN TO UT-S-SYSIN.                       00000300
            SELECT RPT-OUT  ASSIGN TO UT-S-SYSOUT.                      00000310
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000320
            SELECT OPTIONAL POOLREF-FILE ASSIGN TO POOLREF              00000330
                ORGANIZATION IS INDEXED                                 00000340
                ACCESS MODE IS RANDOM                                   00000350
                RECORD KEY IS PR-KEY-POOL.                              00000360
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000370
                ORGANIZATION IS INDEXED                                 00000380
                ACCESS MODE IS SEQUENTIAL                               00000390
                RECORD KEY IS VM-KEY-VOLNAME.                           00000400
                                                                        00000410
       DATA DIVISION.                                                   00000420
       FILE SECTION.                                                    00000430
       FD  TXN-FILE                                                     00000440
           RECORDING MODE IS F                                          00000450
           RECORD CONTAINS 80 CHARACTERS                                00000460
           BLOCK CONTAINS 238 RECORDS                                   00000470
           LABEL RECORDS ARE STANDARD                                   00000480
           DATA RECORDS IS TXN-RECORD.                                  00000490
       01  TXN-DATA             PIC X(80).                              00000500
                                                                        00000510
       FD  POOLREF-FILE                                                 00000520
           RECORD CONTAINS 80 CHARACTERS                                00000530
           DATA RECORDS IS POOLREF-REC.                                 00000540
       01  POOLREF-REC.                                                 00000550
           02  PR-KEY-POOL      PIC X(8).                               00000560
           02  FILLER           PIC X(72).                              00000570
                                                                        00000580
       FD  VOLMAST-FILE                                                 00000590
           RECORD CONTAINS 80 CHARACTERS                                00000600
           DATA RECORDS IS VOLMAST-REC.                                 00000610
       01  VOLMAST-REC.                                                 00000620
           02  VM-KEY-VOLNAME   PIC X(10).                              00000630
           02  FILLER           PIC X(70).                              00000640
                                                                        00000650
       FD  CHAINLOG-FILE                                                00000660
           RECORDING MODE IS F                                          00000670
           RECORD CONTAINS 80 CHARACTERS                                00000680
           LABEL RECORDS ARE STANDARD                                   00000690
           DATA RECORDS IS CHAINLOG-RECORD.                             00000700
       01  CHAINLOG-DATA        PIC X(80).                              00000710
                                                                        00000720
       FD  RPT-OUT                                                      00000730
           LABEL RECORDS ARE OMITTED                                    00000740
           DATA RECORDS IS RPT-RECORD.                                  00000750
       01  RPT-DATA             PIC X(200).                             00000760
                                                                        00000770
       WORKING-STORAGE SECTION.                                         00000780
                                                                        00000790
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000800
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000810
       01  CHAINLOG-RECORD.                                             00000820
           02  CLG-PROGRAM      PIC X(8).                               00000830
           02  CLG-RUN-DATE     PIC 9(8).                               00000840
           02  CLG-RUN-TIME     PIC 9(6).                               00000850
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000860
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000870
           02  CLG-REJECT-COUNT PIC 9(8).                               00000880
           02  CLG-RETURN-CODE  PIC 9(2).                               00000890
           02  FILLER           PIC A(32).                              00000900
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000910
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000920
                                                                        00000930
      ** RECORD LAYOUTS                                                 00000940
       01  TXN-RECORD.                                                  00000950
           02  TXN-ACTION       PIC X(1).                               00000960
           02  FILLER           PIC A(1).                               00000970
           02  TXN-POOL         PIC X(8).                               00000980
           02  FILLER           PIC A(1).                               00000990
           02  TXN-ALERT-TIER   PIC X(1).                               00001000
           02  FILLER           PIC A(1).                               00001010
           02  TXN-DESC         PIC X(30).                              00001020
           02  FILLER           PIC A(37).                              00001030
                                                                        00001040
      ** STORAGE POOL REFERENCE RECORD - KEYED BY POOL NAME             00001050
       01  PR-RECORD.                                                   00001060
           02  PR-POOL          PIC X(8).                               00001070
           02  PR-DESC          PIC X(30).                              00001080
           02  PR-ALERT-TIER    PIC 9(1).                               00001090
           02  FILLER           PIC X(41).                              00001100
                                                                        00001110
       01  VM-RECORD.                                                   00001120
           02  VM-VOLNAME       PIC X(10).                              00001130
           02  VM-OWNER-DEPT    PIC X(8).                               00001140
           02  VM-STOR-POOL     PIC X(8).                               00001150
           02  VM-DEV-TYPE      PIC X(8).                               00001160
           02  VM-RATED-CAP     PIC 9(11).                              00001170
           02  FILLER           PIC X(35).                              00001180
                                                                        00001190
       01  RPT-HEADER.                                                  00001200
           02  FILLER           PIC X(42) VALUE                         00001210
                'STORAGE POOL REFERENCE MAINTENANCE AUDIT'.             00001220
           02  FILLER           PIC A(158).                             00001230
       01  RPT-COLHDR.                                                  00001240
           02  FILLER           PIC X(15) VALUE 'ACT  POOL'.            00001250
           02  FILLER           PIC X(10) VALUE 'TIER'.                 00001260
           02  FILLER           PIC X(32) VALUE 'DESCRIPTION'.          00001270
           02  FILLER           PIC X(6)  VALUE 'RESULT'.               00001280
           02  FILLER           PIC A(137).                             00001290
       01  RPT-AUDIT-LINE.                                              00001300
           02  ACTION-AUD       PIC X(1).                               00001310
           02  FILLER           PIC A(4).                               00001320
           02  POOL-AUD         PIC X(8).                               00001330
           02  FILLER           PIC A(2).                               00001340
           02  TIER-AUD         PIC X(1).                               00001350
           02  FILLER           PIC A(9).                               00001360
           02  DESC-AUD         PIC X(30).                              00001370
           02  FILLER           PIC A(2).                               00001380
           02  RESULT-AUD       PIC X(20).                              00001390
           02  FILLER           PIC A(123).                             00001400
       01  RPT-ADD-LINE.                                                00001410
           02  LABEL-ADD        PIC X(20) VALUE                         00001420
                'POOLS ADDED        :'.                                 00001430
           02  FILLER           PIC A(3).                               00001440
           02  ADD-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001450
           02  FILLER           PIC A(167).                             00001460
       01  RPT-CHG-LINE.                                                00001470
           02  LABEL-CHG        PIC X(20) VALUE                         00001480
                'POOLS CHANGED      :'.                                 00001490
           02  FILLER           PIC A(3).                               00001500
           02  CHG-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001510
           02  FILLER           PIC A(167).                             00001520
       01  RPT-DEL-LINE.                                                00001530
           02  LABEL-DEL        PIC X(20) VALUE                         00001540
                'POOLS DELETED      :'.                                 00001550
           02  FILLER           PIC A(3).                               00001560
           02  DEL-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001570
           02  FILLER           PIC A(167).                             00001580
       01  RPT-REJ-LINE.                                                00001590
           02  LABEL-REJ        PIC X(20) VALUE                         00001600
                'CARDS REJECTED     :'.                                 00001610
           02  FILLER           PIC A(3).                               00001620
           02  REJ-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001630
           02  FILLER           PIC A(167).                             00001640
                                                                        00001650
      ** TRANSACTION COUNTERS                                           00001660
       01  WS-ADD-COUNT         PIC 9(8) VALUE 0.                       00001670
       01  WS-CHG-COUNT         PIC 9(8) VALUE 0.                       00001680
       01  WS-DEL-COUNT         PIC 9(8) VALUE 0.                       00001690
       01  WS-REJ-COUNT         PIC 9(8) VALUE 0.                       00001700
       01  WS-TXN-COUNT         PIC 9(8) VALUE 0.                       00001710
                                                                        00001720
      ** POOLS THAT HOLD VOLUMES ON THE MASTER - LOADED ONCE            00001730
      ** SO A DELETE CAN BE REFUSED WHILE THE CODE IS STILL IN USE      00001740
       01  WS-MAX-USED          PIC 9(5) VALUE 5000.                    00001750
       01  WS-USED-COUNT        PIC 9(5) VALUE 0.                       00001760
       01  WS-USED-IDX          PIC 9(5) VALUE 0.                       00001770
       01  WS-USED-FND          PIC 9(5) VALUE 0.                       00001780
       01  WS-USED-WARNED-SW    PIC X VALUE 'N'.                        00001790
       01  WS-USED-TABLE.                                               00001800
           02  WS-USED-ENTRY OCCURS 5000 TIMES.                         00001810
               03  US-POOL          PIC X(8).                           00001820
               03  US-VOL-COUNT     PIC 9(8).                           00001830
       01  WS-SRCH-POOL         PIC X(8) VALUE SPACES.                  00001840
                                                                        00001850
       01  WS-RESULT            PIC X(20) VALUE SPACES.                 00001860
       01  EOF                  PIC 9 VALUE 0.                          00001870
       01  WS-MAST-EOF          PIC 9 VALUE 0.                          00001880
                                                                        00001890
       PROCEDURE DIVISION.                                              00001900
                                                                        00001910
       MAIN-ROUTINE.                                                    00001920
           PERFORM LOAD-MASTER-ROUTINE.                                 00001930
           OPEN INPUT TXN-FILE.                                         00001940
           OPEN I-O POOLREF-FILE.                                       00001950
           OPEN OUTPUT RPT-OUT.                                         00001960
           WRITE RPT-DATA FROM RPT-HEADER.                              00001970
           WRITE RPT-DATA FROM RPT-COLHDR.                              00001980
           READ TXN-FILE INTO TXN-RECORD                                00001990
                         AT END MOVE 1 TO EOF.                          00002000
           PERFORM APPLY-TXN-ROUTINE UNTIL EOF = 1.                     00002010
           PERFORM FOOTER-ROUTINE.                                      00002020
           CLOSE TXN-FILE.                                              00002030
           CLOSE POOLREF-FILE.                                          00002040
           CLOSE RPT-OUT.                                               00002050
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002060
           DISPLAY 'DONE'.                                              00002070
           STOP RUN.                                                    00002080
                                                                        00002090
      **--------------------------------------------------------        00002100
      ** THE SEQUENTIAL READ OF THE VOLUME MASTER COLLECTS EVERY        00002110
      ** STORAGE POOL IN USE, WITH ITS VOLUME COUNT.                    00002120
      **--------------------------------------------------------        00002130
       LOAD-MASTER-ROUTINE.                                             00002140
           OPEN INPUT VOLMAST-FILE.                                     00002150
           READ VOLMAST-FILE INTO VM-RECORD                             00002160
               AT END MOVE 1 TO WS-MAST-EOF.                            00002170
           PERFORM NOTE-POOL-ROUTINE UNTIL WS-MAST-EOF = 1.             00002180
           CLOSE VOLMAST-FILE.                                          00002190
                                                                        00002200
       NOTE-POOL-ROUTINE.                                               00002210
           MOVE VM-STOR-POOL TO WS-SRCH-POOL.                           00002220
           PERFORM FIND-USED-ROUTINE.                                   00002230
           IF WS-USED-FND > 0                                           00002240
               ADD 1 TO US-VOL-COUNT (WS-USED-FND)                      00002250
           ELSE                                                         00002260
               IF WS-USED-COUNT < WS-MAX-USED                           00002270
                   ADD 1 TO WS-USED-COUNT                               00002280
                   MOVE VM-STOR-POOL TO US-POOL (WS-USED-COUNT)         00002290
                   MOVE 1 TO US-VOL-COUNT (WS-USED-COUNT)               00002300
               ELSE                                                     00002310
                   IF WS-USED-WARNED-SW = 'N'                           00002320
                       DISPLAY 'WARNING - WS-USED-TABLE FULL AT '       00002330
                               WS-MAX-USED                              00002340
                               ' - IN-USE CHECK INCOMPLETE'             00002350
                       MOVE 'Y' TO WS-USED-WARNED-SW                    00002360
                   END-IF                                               00002370
               END-IF                                                   00002380
           END-IF.                                                      00002390
           READ VOLMAST-FILE INTO VM-RECORD                             00002400
               AT END MOVE 1 TO WS-MAST-EOF.                            00002410
                                                                        00002420
       FIND-USED-ROUTINE.                                               00002430
           MOVE 0 TO WS-USED-FND.                                       00002440
           PERFORM VARYING WS-USED-IDX FROM 1 BY 1                      00002450
                   UNTIL WS-USED-IDX > WS-USED-COUNT                    00002460
                      OR WS-USED-FND > 0                                00002470
               IF US-POOL (WS-USED-IDX) = WS-SRCH-POOL                  00002480
                   MOVE WS-USED-IDX TO WS-USED-FND                      00002490
               END-IF                                                   00002500
           END-PERFORM.                                                 00002510
                                                                        00002520
       APPLY-TXN-ROUTINE.                                               00002530
           ADD 1 TO WS-TXN-COUNT.                                       00002540
           MOVE SPACES TO WS-RESULT.                                    00002550
           EVALUATE TRUE                                                00002560
               WHEN TXN-POOL = SPACES                                   00002570
                   MOVE 'BLANK POOL' TO WS-RESULT                       00002580
                   ADD 1 TO WS-REJ-COUNT                                00002590
               WHEN TXN-ACTION = 'A'                                    00002600
                   PERFORM ADD-POOL-ROUTINE                             00002610
               WHEN TXN-ACTION = 'C'                                    00002620
                   PERFORM CHANGE-POOL-ROUTINE                          00002630
               WHEN TXN-ACTION = 'D'                                    00002640
                   PERFORM DELETE-POOL-ROUTINE                          00002650
               WHEN OTHER                                               00002660
                   MOVE 'INVALID ACTION' TO WS-RESULT                   00002670
                   ADD 1 TO WS-REJ-COUNT                                00002680
           END-EVALUATE.                                                00002690
           PERFORM WRITE-AUDIT-ROUTINE.                                 00002700
           READ TXN-FILE INTO TXN-RECORD                                00002710
                         AT END MOVE 1 TO EOF.                          00002720
                                                                        00002730
       ADD-POOL-ROUTINE.                                                00002740
           PERFORM EDIT-TXN-ROUTINE.                                    00002750
           IF WS-RESULT = SPACES                                        00002760
               PERFORM BUILD-POOL-ROUTINE                               00002770
               WRITE POOLREF-REC FROM PR-RECORD                         00002780
                   INVALID KEY                                          00002790
                       MOVE 'ALREADY ON TABLE' TO WS-RESULT             00002800
                       ADD 1 TO WS-REJ-COUNT                            00002810
                   NOT INVALID KEY                                      00002820
                       MOVE 'ADDED' TO WS-RESULT                        00002830
                       ADD 1 TO WS-ADD-COUNT                            00002840
               END-WRITE                                                00002850
           END-IF.                                                      00002860
                                                                        00002870
       CHANGE-POOL-ROUTINE.                                             00002880
           PERFORM EDIT-TXN-ROUTINE.                                    00002890
           IF WS-RESULT = SPACES                                        00002900
               PERFORM BUILD-POOL-ROUTINE                               00002910
               REWRITE POOLREF-REC FROM PR-RECORD                       00002920
                   INVALID KEY                                          00002930
                       MOVE 'NOT ON TABLE' TO WS-RESULT                 00002940
                       ADD 1 TO WS-REJ-COUNT                            00002950
                   NOT INVALID KEY                                      00002960
                       MOVE 'CHANGED' TO WS-RESULT                      00002970
                       ADD 1 TO WS-CHG-COUNT                            00002980
               END-REWRITE                                              00002990
           END-IF.                                                      00003000
                                                                        00003010
       DELETE-POOL-ROUTINE.                                             00003020
           MOVE TXN-POOL TO WS-SRCH-POOL.                               00003030
           PERFORM FIND-USED-ROUTINE.                                   00003040
           IF WS-USED-FND > 0                                           00003050
               MOVE 'IN USE ON VOLMAST' TO WS-RESULT                    00003060
               ADD 1 TO WS-REJ-COUNT                                    00003070
           ELSE                                                         00003080
               MOVE TXN-POOL TO PR-KEY-POOL                             00003090
               DELETE POOLREF-FILE                                      00003100
                   INVALID KEY                                          00003110
                       MOVE 'NOT ON TABLE' TO WS-RESULT                 00003120
                       ADD 1 TO WS-REJ-COUNT                            00003130
                   NOT INVALID KEY                                      00003140
                       MOVE 'DELETED' TO WS-RESULT                      00003150
                       ADD 1 TO WS-DEL-COUNT                            00003160
               END-DELETE                                               00003170
           END-IF.                                                      00003180
                                                                        00003190
      **--------------------------------------------------------        00003200
      ** AN ADD OR CHANGE MUST CARRY A DESCRIPTION AND AN ALERT         00003210
      ** TIER OF 1, 2 OR 3.                                             00003220
      **--------------------------------------------------------        00003230
       EDIT-TXN-ROUTINE.                                                00003240
           EVALUATE TRUE                                                00003250
               WHEN TXN-ALERT-TIER NOT = '1'                            00003260
                AND TXN-ALERT-TIER NOT = '2'                            00003270
                AND TXN-ALERT-TIER NOT = '3'                            00003280
                   MOVE 'INVALID ALERT TIER' TO WS-RESULT               00003290
                   ADD 1 TO WS-REJ-COUNT                                00003300
               WHEN TXN-DESC = SPACES                                   00003310
                   MOVE 'BLANK DESCRIPTION' TO WS-RESULT                00003320
                   ADD 1 TO WS-REJ-COUNT                                00003330
               WHEN OTHER                                               00003340
                   CONTINUE                                             00003350
           END-EVALUATE.                                                00003360
                                                                        00003370
       BUILD-POOL-ROUTINE.                                              00003380
           MOVE SPACES TO PR-RECORD.                                    00003390
           MOVE TXN-POOL        TO PR-POOL.                             00003400
           MOVE TXN-DESC        TO PR-DESC.                             00003410
           MOVE TXN-ALERT-TIER  TO PR-ALERT-TIER.                       00003420
           MOVE TXN-POOL        TO PR-KEY-POOL.                         00003430
                                                                        00003440
       WRITE-AUDIT-ROUTINE.                                             00003450
           MOVE SPACES TO RPT-AUDIT-LINE.                               00003460
           MOVE TXN-ACTION      TO ACTION-AUD.                          00003470
           MOVE TXN-POOL        TO POOL-AUD.                            00003480
           MOVE TXN-ALERT-TIER  TO TIER-AUD.                            00003490
           MOVE TXN-DESC        TO DESC-AUD.                            00003500
           MOVE WS-RESULT       TO RESULT-AUD.                          00003510
           WRITE RPT-DATA FROM RPT-AUDIT-LINE.                          00003520
                                                                        00003530
       FOOTER-ROUTINE.                                                  00003540
           MOVE WS-ADD-COUNT TO ADD-COUNT-RPT.                          00003550
           WRITE RPT-DATA FROM RPT-ADD-LINE.                            00003560
           MOVE WS-CHG-COUNT TO CHG-COUNT-RPT.                          00003570
           WRITE RPT-DATA FROM RPT-CHG-LINE.                            00003580
           MOVE WS-DEL-COUNT TO DEL-COUNT-RPT.                          00003590
           WRITE RPT-DATA FROM RPT-DEL-LINE.                            00003600
           MOVE WS-REJ-COUNT TO REJ-COUNT-RPT.                          00003610
           WRITE RPT-DATA FROM RPT-REJ-LINE.                            00003620
      **--------------------------------------------------------        00003630
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00003640
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00003650
      **--------------------------------------------------------        00003660
       WRITE-CHAINLOG-ROUTINE.                                          00003670
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00003680
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00003690
           MOVE SPACES TO CHAINLOG-RECORD.                              00003700
           MOVE 'VOLPOOLM' TO CLG-PROGRAM.                              00003710
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00003720
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00003730
           MOVE WS-TXN-COUNT TO CLG-INPUT-COUNT.                        00003740
           COMPUTE CLG-OUTPUT-COUNT = WS-ADD-COUNT                      00003750
               + WS-CHG-COUNT + WS-DEL-COUNT.                           00003760
           MOVE WS-REJ-COUNT TO CLG-REJECT-COUNT.                       00003770
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00003780
           OPEN EXTEND CHAINLOG-FILE.                                   00003790
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00003800
           CLOSE CHAINLOG-FILE.                                         00003810
