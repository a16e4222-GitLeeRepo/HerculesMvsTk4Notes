       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLDEPTM'.                                         00000110
      ****************************                                      00000120
      * DEPARTMENT REFERENCE TABLE (DEPTREF) MAINTENANCE                00000130
      * APPLIES ADD / CHANGE / DELETE TRANSACTION CARDS AGAINST THE     00000140
      * KEYED DEPARTMENT REFERENCE DATASET (INDEXED BY THE 8-BYTE       00000150
      * DEPARTMENT CODE CARRIED AS VM-OWNER-DEPT ON THE VOLUME          00000160
      * MASTER) AND PRINTS AN AUDIT LISTING OF EVERY TRANSACTION        00000170
      * WITH ITS DISPOSITION.  EACH ENTRY CARRIES THE DEPARTMENT        00000180
      * DESCRIPTION AND ITS COST CENTER; VOLMAINT REFUSES OWNERS        00000190
      * THAT ARE NOT ON THIS TABLE AND VOLCHBK PRINTS BOTH FIELDS       00000200
      * ON THE INVOICE.  A DEPARTMENT STILL OWNING VOLUMES ON THE       00000210
      * MASTER, OR STILL NAMED AS THE OWNER OF A DATASET PREFIX ON      00000220
      * THE HLQREF OWNERSHIP TABLE, CANNOT BE DELETED.                  00000230
      ****************************                                      00000240
       ENVIRONMENT DIVISION.                                            00000250
       CONFIGURATION SECTION.                                           00000260
       SOURCE-COMPUTER.  IBM-370.                                       00000270
       OBJECT-COMPUTER.  IBM-370.                                       00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
            SELECT TXN-FILE ASSIGN TO UT-S-SYSIN.                       00000310
            SELECT RPT-OUT  ASSIGN TO UT-S-SYSOUT.                      00000320
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000330
            SELECT OPTIONAL DEPTREF-FILE ASSIGN TO DEPTREF              00000340
                ORGANIZATION IS INDEXED                                 00000350
                ACCESS MODE IS RANDOM                                   00000360
                RECORD KEY IS DR-KEY-DEPT.                              00000370
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000380
                ORGANIZATION IS INDEXED                                 00000390
                ACCESS MODE IS SEQUENTIAL                               00000400
                RECORD KEY IS VM-KEY-VOLNAME.                           00000410
            SELECT OPTIONAL HLQREF-FILE ASSIGN TO HLQREF                00000420
                ORGANIZATION IS INDEXED                                 00000430
                ACCESS MODE IS SEQUENTIAL                               00000440
                RECORD KEY IS HQ-KEY-PREFIX.                            00000450
                                                                        00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
       FD  TXN-FILE                                                     00000490
           RECORDING MODE IS F                                          00000500
           RECORD CONTAINS 80 CHARACTERS                                00000510
           BLOCK CONTAINS 238 RECORDS                                   00000520
           LABEL RECORDS ARE STANDARD                                   00000530
           DATA RECORDS IS TXN-RECORD.                                  00000540
       01  TXN-DATA             PIC X(80).                              00000550
                                                                        00000560
       FD  DEPTREF-FILE                                                 00000570
           RECORD CONTAINS 80 CHARACTERS                                00000580
           DATA RECORDS IS DEPTREF-REC.                                 00000590
       01  DEPTREF-REC.                                                 00000600
           02  DR-KEY-DEPT      PIC X(8).                               00000610
           02  FILLER           PIC X(72).                              00000620
                                                                        00000630
       FD  VOLMAST-FILE                                                 00000640
           RECORD CONTAINS 80 CHARACTERS                                00000650
           DATA RECORDS IS VOLMAST-REC.                                 00000660
       01  VOLMAST-REC.                                                 00000670
           02  VM-KEY-VOLNAME   PIC X(10).                              00000680
           02  FILLER           PIC X(70).                              00000690
                                                                        00000700
       FD  HLQREF-FILE                                                  00000710
           RECORD CONTAINS 80 CHARACTERS                                00000720
           DATA RECORDS IS HLQREF-REC.                                  00000730
       01  HLQREF-REC.                                                  00000740
           02  HQ-KEY-PREFIX    PIC X(44).                              00000750
           02  FILLER           PIC X(36).                              00000760
                                                                        00000770
       FD  CHAINLOG-FILE                                                00000780
           RECORDING MODE IS F                                          00000790
           RECORD CONTAINS 80 CHARACTERS                                00000800
           LABEL RECORDS ARE STANDARD                                   00000810
           DATA RECORDS IS CHAINLOG-RECORD.                             00000820
       01  CHAINLOG-DATA        PIC X(80).                              00000830
                                                                        00000840
       FD  RPT-OUT                                                      00000850
           LABEL RECORDS ARE OMITTED                                    00000860
           DATA RECORDS IS RPT-RECORD.                                  00000870
       01  RPT-DATA             PIC X(200).                             00000880
                                                                        00000890
       WORKING-STORAGE SECTION.                                         00000900
                                                                        00000910
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000920
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000930
       01  CHAINLOG-RECORD.                                             00000940
           02  CLG-PROGRAM      PIC X(8).                               00000950
           02  CLG-RUN-DATE     PIC 9(8).                               00000960
           02  CLG-RUN-TIME     PIC 9(6).                               00000970
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000980
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000990
           02  CLG-REJECT-COUNT PIC 9(8).                               00001000
           02  CLG-RETURN-CODE  PIC 9(2).                               00001010
           02  FILLER           PIC A(32).                              00001020
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001030
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001040
                                                                        00001050
      ** RECORD LAYOUTS                                                 00001060
       01  TXN-RECORD.                                                  00001070
           02  TXN-ACTION       PIC X(1).                               00001080
           02  FILLER           PIC A(1).                               00001090
           02  TXN-DEPT         PIC X(8).                               00001100
           02  FILLER           PIC A(1).                               00001110
           02  TXN-COST-CENTER  PIC X(8).                               00001120
           02  FILLER           PIC A(1).                               00001130
           02  TXN-DESC         PIC X(30).                              00001140
           02  FILLER           PIC A(30).                              00001150
                                                                        00001160
      ** DEPARTMENT REFERENCE RECORD - KEYED BY DEPARTMENT CODE         00001170
       01  DR-RECORD.                                                   00001180
           02  DR-DEPT          PIC X(8).                               00001190
           02  DR-DESC          PIC X(30).                              00001200
           02  DR-COST-CENTER   PIC X(8).                               00001210
           02  FILLER           PIC X(34).                              00001220
                                                                        00001230
       01  VM-RECORD.                                                   00001240
           02  VM-VOLNAME       PIC X(10).                              00001250
           02  VM-OWNER-DEPT    PIC X(8).                               00001260
           02  VM-STOR-POOL     PIC X(8).                               00001270
           02  VM-DEV-TYPE      PIC X(8).                               00001280
           02  VM-RATED-CAP     PIC 9(11).                              00001290
           02  FILLER           PIC X(35).                              00001300
                                                                        00001310
      ** HLQ OWNERSHIP RECORD - KEYED BY DATASET NAME PREFIX            00001320
       01  HQ-RECORD.                                                   00001330
           02  HQ-PREFIX        PIC X(44).                              00001340
           02  HQ-DEPT          PIC X(8).                               00001350
           02  FILLER           PIC X(28).                              00001360
                                                                        00001370
       01  RPT-HEADER.                                                  00001380
           02  FILLER           PIC X(42) VALUE                         00001390
                'DEPARTMENT REFERENCE MAINTENANCE AUDIT'.               00001400
           02  FILLER           PIC A(158).                             00001410
       01  RPT-COLHDR.                                                  00001420
           02  FILLER           PIC X(15) VALUE 'ACT  DEPT'.            00001430
           02  FILLER           PIC X(10) VALUE 'COST-CTR'.             00001440
           02  FILLER           PIC X(32) VALUE 'DESCRIPTION'.          00001450
           02  FILLER           PIC X(6)  VALUE 'RESULT'.               00001460
           02  FILLER           PIC A(137).                             00001470
       01  RPT-AUDIT-LINE.                                              00001480
           02  ACTION-AUD       PIC X(1).                               00001490
           02  FILLER           PIC A(4).                               00001500
           02  DEPT-AUD         PIC X(8).                               00001510
           02  FILLER           PIC A(2).                               00001520
           02  COST-CENTER-AUD  PIC X(8).                               00001530
           02  FILLER           PIC A(2).                               00001540
           02  DESC-AUD         PIC X(30).                              00001550
           02  FILLER           PIC A(2).                               00001560
           02  RESULT-AUD       PIC X(20).                              00001570
           02  FILLER           PIC A(123).                             00001580
       01  RPT-ADD-LINE.                                                00001590
           02  LABEL-ADD        PIC X(20) VALUE                         00001600
                'DEPARTMENTS ADDED  :'.                                 00001610
           02  FILLER           PIC A(3).                               00001620
           02  ADD-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001630
           02  FILLER           PIC A(167).                             00001640
       01  RPT-CHG-LINE.                                                00001650
           02  LABEL-CHG        PIC X(20) VALUE                         00001660
                'DEPARTMENTS CHANGED:'.                                 00001670
           02  FILLER           PIC A(3).                               00001680
           02  CHG-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001690
           02  FILLER           PIC A(167).                             00001700
       01  RPT-DEL-LINE.                                                00001710
           02  LABEL-DEL        PIC X(20) VALUE                         00001720
                'DEPARTMENTS DELETED:'.                                 00001730
           02  FILLER           PIC A(3).                               00001740
           02  DEL-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001750
           02  FILLER           PIC A(167).                             00001760
       01  RPT-REJ-LINE.                                                00001770
           02  LABEL-REJ        PIC X(20) VALUE                         00001780
                'CARDS REJECTED     :'.                                 00001790
           02  FILLER           PIC A(3).                               00001800
           02  REJ-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001810
           02  FILLER           PIC A(167).                             00001820
                                                                        00001830
      ** TRANSACTION COUNTERS                                           00001840
       01  WS-ADD-COUNT         PIC 9(8) VALUE 0.                       00001850
       01  WS-CHG-COUNT         PIC 9(8) VALUE 0.                       00001860
       01  WS-DEL-COUNT         PIC 9(8) VALUE 0.                       00001870
       01  WS-REJ-COUNT         PIC 9(8) VALUE 0.                       00001880
       01  WS-TXN-COUNT         PIC 9(8) VALUE 0.                       00001890
                                                                        00001900
      ** DEPARTMENTS THAT OWN VOLUMES ON THE MASTER - LOADED ONCE       00001910
      ** SO A DELETE CAN BE REFUSED WHILE THE CODE IS STILL IN USE      00001920
       01  WS-MAX-USED          PIC 9(5) VALUE 5000.                    00001930
       01  WS-USED-COUNT        PIC 9(5) VALUE 0.                       00001940
       01  WS-USED-IDX          PIC 9(5) VALUE 0.                       00001950
       01  WS-USED-FND          PIC 9(5) VALUE 0.                       00001960
       01  WS-USED-WARNED-SW    PIC X VALUE 'N'.                        00001970
       01  WS-USED-TABLE.                                               00001980
           02  WS-USED-ENTRY OCCURS 5000 TIMES.                         00001990
               03  US-DEPT          PIC X(8).                           00002000
               03  US-VOL-COUNT     PIC 9(8).                           00002010
       01  WS-SRCH-DEPT         PIC X(8) VALUE SPACES.                  00002020
                                                                        00002030
      ** DEPARTMENTS NAMED ON THE HLQREF OWNERSHIP TABLE - A DELETE     00002040
      ** IS REFUSED WHILE ANY DATASET PREFIX STILL POINTS AT ONE        00002050
       01  WS-MAX-HLQ           PIC 9(5) VALUE 5000.                    00002060
       01  WS-HLQ-COUNT         PIC 9(5) VALUE 0.                       00002070
       01  WS-HLQ-IDX           PIC 9(5) VALUE 0.                       00002080
       01  WS-HLQ-FND           PIC 9(5) VALUE 0.                       00002090
       01  WS-HLQ-WARNED-SW     PIC X VALUE 'N'.                        00002100
       01  WS-HLQ-TABLE.                                                00002110
           02  WS-HLQ-ENTRY OCCURS 5000 TIMES.                          00002120
               03  HD-DEPT          PIC X(8).                           00002130
               03  HD-PREFIX-COUNT  PIC 9(8).                           00002140
                                                                        00002150
       01  WS-RESULT            PIC X(20) VALUE SPACES.                 00002160
       01  EOF                  PIC 9 VALUE 0.                          00002170
       01  WS-MAST-EOF          PIC 9 VALUE 0.                          00002180
       01  WS-HLQ-EOF           PIC 9 VALUE 0.                          00002190
                                                                        00002200
       PROCEDURE DIVISION.                                              00002210
                                                                        00002220
       MAIN-ROUTINE.                                                    00002230
           PERFORM LOAD-MASTER-ROUTINE.                                 00002240
           PERFORM LOAD-HLQREF-ROUTINE.                                 00002250
           OPEN INPUT TXN-FILE.                                         00002260
           OPEN I-O DEPTREF-FILE.                                       00002270
           OPEN OUTPUT RPT-OUT.                                         00002280
           WRITE RPT-DATA FROM RPT-HEADER.                              00002290
           WRITE RPT-DATA FROM RPT-COLHDR.                              00002300
           READ TXN-FILE INTO TXN-RECORD                                00002310
                         AT END MOVE 1 TO EOF.                          00002320
           PERFORM APPLY-TXN-ROUTINE UNTIL EOF = 1.                     00002330
           PERFORM FOOTER-ROUTINE.                                      00002340
           CLOSE TXN-FILE.                                              00002350
           CLOSE DEPTREF-FILE.                                          00002360
           CLOSE RPT-OUT.                                               00002370
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002380
           DISPLAY 'DONE'.                                              00002390
           STOP RUN.                                                    00002400
                                                                        00002410
      **--------------------------------------------------------        00002420
      ** THE SEQUENTIAL READ OF THE VOLUME MASTER COLLECTS EVERY        00002430
      ** OWNER DEPARTMENT IN USE, WITH ITS VOLUME COUNT.                00002440
      **--------------------------------------------------------        00002450
       LOAD-MASTER-ROUTINE.                                             00002460
           OPEN INPUT VOLMAST-FILE.                                     00002470
           READ VOLMAST-FILE INTO VM-RECORD                             00002480
               AT END MOVE 1 TO WS-MAST-EOF.                            00002490
           PERFORM NOTE-OWNER-ROUTINE UNTIL WS-MAST-EOF = 1.            00002500
           CLOSE VOLMAST-FILE.                                          00002510
                                                                        00002520
       NOTE-OWNER-ROUTINE.                                              00002530
           MOVE VM-OWNER-DEPT TO WS-SRCH-DEPT.                          00002540
           PERFORM FIND-USED-ROUTINE.                                   00002550
           IF WS-USED-FND > 0                                           00002560
               ADD 1 TO US-VOL-COUNT (WS-USED-FND)                      00002570
           ELSE                                                         00002580
               IF WS-USED-COUNT < WS-MAX-USED                           00002590
                   ADD 1 TO WS-USED-COUNT                               00002600
                   MOVE VM-OWNER-DEPT TO US-DEPT (WS-USED-COUNT)        00002610
                   MOVE 1 TO US-VOL-COUNT (WS-USED-COUNT)               00002620
               ELSE                                                     00002630
                   IF WS-USED-WARNED-SW = 'N'                           00002640
                       DISPLAY 'WARNING - WS-USED-TABLE FULL AT '       00002650
                               WS-MAX-USED                              00002660
                               ' - IN-USE CHECK INCOMPLETE'             00002670
                       MOVE 'Y' TO WS-USED-WARNED-SW                    00002680
                   END-IF                                               00002690
               END-IF                                                   00002700
           END-IF.                                                      00002710
           READ VOLMAST-FILE INTO VM-RECORD                             00002720
               AT END MOVE 1 TO WS-MAST-EOF.                            00002730
                                                                        00002740
       FIND-USED-ROUTINE.                                               00002750
           MOVE 0 TO WS-USED-FND.                                       00002760
           PERFORM VARYING WS-USED-IDX FROM 1 BY 1                      00002770
                   UNTIL WS-USED-IDX > WS-USED-COUNT                    00002780
                      OR WS-USED-FND > 0                                00002790
               IF US-DEPT (WS-USED-IDX) = WS-SRCH-DEPT                  00002800
                   MOVE WS-USED-IDX TO WS-USED-FND                      00002810
               END-IF                                                   00002820
           END-PERFORM.                                                 00002830
                                                                        00002840
      **--------------------------------------------------------        00002850
      ** THE SEQUENTIAL READ OF THE HLQ OWNERSHIP TABLE COLLECTS        00002860
      ** EVERY DEPARTMENT A DATASET PREFIX IS BILLED TO.                00002870
      **--------------------------------------------------------        00002880
       LOAD-HLQREF-ROUTINE.                                             00002890
           OPEN INPUT HLQREF-FILE.                                      00002900
           READ HLQREF-FILE INTO HQ-RECORD                              00002910
               AT END MOVE 1 TO WS-HLQ-EOF.                             00002920
           PERFORM NOTE-HLQ-ROUTINE UNTIL WS-HLQ-EOF = 1.               00002930
           CLOSE HLQREF-FILE.                                           00002940
                                                                        00002950
       NOTE-HLQ-ROUTINE.                                                00002960
           MOVE HQ-DEPT TO WS-SRCH-DEPT.                                00002970
           PERFORM FIND-HLQ-ROUTINE.                                    00002980
           IF WS-HLQ-FND > 0                                            00002990
               ADD 1 TO HD-PREFIX-COUNT (WS-HLQ-FND)                    00003000
           ELSE                                                         00003010
               IF WS-HLQ-COUNT < WS-MAX-HLQ                             00003020
                   ADD 1 TO WS-HLQ-COUNT                                00003030
                   MOVE HQ-DEPT TO HD-DEPT (WS-HLQ-COUNT)               00003040
                   MOVE 1 TO HD-PREFIX-COUNT (WS-HLQ-COUNT)             00003050
               ELSE                                                     00003060
                   IF WS-HLQ-WARNED-SW = 'N'                            00003070
                       DISPLAY 'WARNING - WS-HLQ-TABLE FULL AT '        00003080
                               WS-MAX-HLQ                               00003090
                               ' - IN-USE CHECK INCOMPLETE'             00003100
                       MOVE 'Y' TO WS-HLQ-WARNED-SW                     00003110
                   END-IF                                               00003120
               END-IF                                                   00003130
           END-IF.                                                      00003140
           READ HLQREF-FILE INTO HQ-RECORD                              00003150
               AT END MOVE 1 TO WS-HLQ-EOF.                             00003160
                                                                        00003170
       FIND-HLQ-ROUTINE.                                                00003180
           MOVE 0 TO WS-HLQ-FND.                                        00003190
           PERFORM VARYING WS-HLQ-IDX FROM 1 BY 1                       00003200
                   UNTIL WS-HLQ-IDX > WS-HLQ-COUNT                      00003210
                      OR WS-HLQ-FND > 0                                 00003220
               IF HD-DEPT (WS-HLQ-IDX) = WS-SRCH-DEPT                   00003230
                   MOVE WS-HLQ-IDX TO WS-HLQ-FND                        00003240
               END-IF                                                   00003250
           END-PERFORM.                                                 00003260
                                                                        00003270
       APPLY-TXN-ROUTINE.                                               00003280
           ADD 1 TO WS-TXN-COUNT.                                       00003290
           MOVE SPACES TO WS-RESULT.                                    00003300
           EVALUATE TRUE                                                00003310
               WHEN TXN-DEPT = SPACES                                   00003320
                   MOVE 'BLANK DEPARTMENT' TO WS-RESULT                 00003330
                   ADD 1 TO WS-REJ-COUNT                                00003340
               WHEN TXN-ACTION = 'A'                                    00003350
                   PERFORM ADD-DEPT-ROUTINE                             00003360
               WHEN TXN-ACTION = 'C'                                    00003370
                   PERFORM CHANGE-DEPT-ROUTINE                          00003380
               WHEN TXN-ACTION = 'D'                                    00003390
                   PERFORM DELETE-DEPT-ROUTINE                          00003400
               WHEN OTHER                                               00003410
                   MOVE 'INVALID ACTION' TO WS-RESULT                   00003420
                   ADD 1 TO WS-REJ-COUNT                                00003430
           END-EVALUATE.                                                00003440
           PERFORM WRITE-AUDIT-ROUTINE.                                 00003450
           READ TXN-FILE INTO TXN-RECORD                                00003460
                         AT END MOVE 1 TO EOF.                          00003470
                                                                        00003480
       ADD-DEPT-ROUTINE.                                                00003490
           PERFORM EDIT-TXN-ROUTINE.                                    00003500
           IF WS-RESULT = SPACES                                        00003510
               PERFORM BUILD-DEPT-ROUTINE                               00003520
               WRITE DEPTREF-REC FROM DR-RECORD                         00003530
                   INVALID KEY                                          00003540
                       MOVE 'ALREADY ON TABLE' TO WS-RESULT             00003550
                       ADD 1 TO WS-REJ-COUNT                            00003560
                   NOT INVALID KEY                                      00003570
                       MOVE 'ADDED' TO WS-RESULT                        00003580
                       ADD 1 TO WS-ADD-COUNT                            00003590
               END-WRITE                                                00003600
           END-IF.                                                      00003610
                                                                        00003620
       CHANGE-DEPT-ROUTINE.                                             00003630
           PERFORM EDIT-TXN-ROUTINE.                                    00003640
           IF WS-RESULT = SPACES                                        00003650
               PERFORM BUILD-DEPT-ROUTINE                               00003660
               REWRITE DEPTREF-REC FROM DR-RECORD                       00003670
                   INVALID KEY                                          00003680
                       MOVE 'NOT ON TABLE' TO WS-RESULT                 00003690
                       ADD 1 TO WS-REJ-COUNT                            00003700
                   NOT INVALID KEY                                      00003710
                       MOVE 'CHANGED' TO WS-RESULT                      00003720
                       ADD 1 TO WS-CHG-COUNT                            00003730
               END-REWRITE                                              00003740
           END-IF.                                                      00003750
                                                                        00003760
       DELETE-DEPT-ROUTINE.                                             00003770
           MOVE TXN-DEPT TO WS-SRCH-DEPT.                               00003780
           PERFORM FIND-USED-ROUTINE.                                   00003790
           PERFORM FIND-HLQ-ROUTINE.                                    00003800
           EVALUATE TRUE                                                00003810
               WHEN WS-USED-FND > 0                                     00003820
                   MOVE 'IN USE ON VOLMAST' TO WS-RESULT                00003830
                   ADD 1 TO WS-REJ-COUNT                                00003840
               WHEN WS-HLQ-FND > 0                                      00003850
                   MOVE 'IN USE ON HLQREF' TO WS-RESULT                 00003860
                   ADD 1 TO WS-REJ-COUNT                                00003870
               WHEN OTHER                                               00003880
                   MOVE TXN-DEPT TO DR-KEY-DEPT                         00003890
                   DELETE DEPTREF-FILE                                  00003900
                       INVALID KEY                                      00003910
                           MOVE 'NOT ON TABLE' TO WS-RESULT             00003920
                           ADD 1 TO WS-REJ-COUNT                        00003930
                       NOT INVALID KEY                                  00003940
                           MOVE 'DELETED' TO WS-RESULT                  00003950
                           ADD 1 TO WS-DEL-COUNT                        00003960
                   END-DELETE                                           00003970
           END-EVALUATE.                                                00003980
                                                                        00003990
      **--------------------------------------------------------        00004000
      ** AN ADD OR CHANGE MUST CARRY A DESCRIPTION AND THE COST         00004010
      ** CENTER THE ACCOUNTING FEED POSTS THE CHARGES TO.               00004020
      **--------------------------------------------------------        00004030
       EDIT-TXN-ROUTINE.                                                00004040
           EVALUATE TRUE                                                00004050
               WHEN TXN-COST-CENTER = SPACES                            00004060
                   MOVE 'BLANK COST CENTER' TO WS-RESULT                00004070
                   ADD 1 TO WS-REJ-COUNT                                00004080
               WHEN TXN-DESC = SPACES                                   00004090
                   MOVE 'BLANK DESCRIPTION' TO WS-RESULT                00004100
                   ADD 1 TO WS-REJ-COUNT                                00004110
               WHEN OTHER                                               00004120
                   CONTINUE                                             00004130
           END-EVALUATE.                                                00004140
                                                                        00004150
       BUILD-DEPT-ROUTINE.                                              00004160
           MOVE SPACES TO DR-RECORD.                                    00004170
           MOVE TXN-DEPT        TO DR-DEPT.                             00004180
           MOVE TXN-DESC        TO DR-DESC.                             00004190
           MOVE TXN-COST-CENTER TO DR-COST-CENTER.                      00004200
           MOVE TXN-DEPT        TO DR-KEY-DEPT.                         00004210
                                                                        00004220
       WRITE-AUDIT-ROUTINE.                                             00004230
           MOVE SPACES TO RPT-AUDIT-LINE.                               00004240
           MOVE TXN-ACTION      TO ACTION-AUD.                          00004250
           MOVE TXN-DEPT        TO DEPT-AUD.                            00004260
           MOVE TXN-COST-CENTER TO COST-CENTER-AUD.                     00004270
           MOVE TXN-DESC        TO DESC-AUD.                            00004280
           MOVE WS-RESULT       TO RESULT-AUD.                          00004290
           WRITE RPT-DATA FROM RPT-AUDIT-LINE.                          00004300
                                                                        00004310
       FOOTER-ROUTINE.                                                  00004320
           MOVE WS-ADD-COUNT TO ADD-COUNT-RPT.                          00004330
           WRITE RPT-DATA FROM RPT-ADD-LINE.                            00004340
           MOVE WS-CHG-COUNT TO CHG-COUNT-RPT.                          00004350
           WRITE RPT-DATA FROM RPT-CHG-LINE.                            00004360
           MOVE WS-DEL-COUNT TO DEL-COUNT-RPT.                          00004370
           WRITE RPT-DATA FROM RPT-DEL-LINE.                            00004380
           MOVE WS-REJ-COUNT TO REJ-COUNT-RPT.                          00004390
           WRITE RPT-DATA FROM RPT-REJ-LINE.                            00004400
      **--------------------------------------------------------        00004410
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00004420
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00004430
      **--------------------------------------------------------        00004440
       WRITE-CHAINLOG-ROUTINE.                                          00004450
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00004460
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00004470
           MOVE SPACES TO CHAINLOG-RECORD.                              00004480
           MOVE 'VOLDEPTM' TO CLG-PROGRAM.                              00004490
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00004500
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00004510
           MOVE WS-TXN-COUNT TO CLG-INPUT-COUNT.                        00004520
           COMPUTE CLG-OUTPUT-COUNT = WS-ADD-COUNT                      00004530
               + WS-CHG-COUNT + WS-DEL-COUNT.                           00004540
           MOVE WS-REJ-COUNT TO CLG-REJECT-COUNT.                       00004550
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00004560
           OPEN EXTEND CHAINLOG-FILE.                                   00004570
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00004580
           CLOSE CHAINLOG-FILE.                                         00004590
