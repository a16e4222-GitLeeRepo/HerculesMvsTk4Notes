      * DATE/TIME AND THE FULL BEFORE AND AFTER MASTER IMAGES, SO A     00000190
      * DISPUTED POOL OR CAPACITY CHANGE CAN BE PROVED LONG AFTER       00000200
      * THE SYSOUT LISTING IS GONE.  THE VOLJRPT PROGRAM REPORTS ON     00000210
      * THE JOURNAL.  THE OWNER DEPARTMENT AND STORAGE POOL ON AN       00000220
      * ADD OR CHANGE MUST BE ON THE DEPTREF AND POOLREF REFERENCE      00000221
      * TABLES (MAINTAINED BY VOLDEPTM AND VOLPOOLM) OR THE CARD IS     00000221
      * REJECTED.  A DECK PUNCHED BY VOLPLANR CARRIES THE APPROVED      00000222
      * SCENARIO ID ON EVERY CARD, AND IT IS CARRIED INTO THE JOURNAL   00000223
      * SO VOLJRPT CAN SHOW WHICH PLAN A CHANGE CAME FROM.              00000224
      * COLUMN 62 OF AN ADD OR CHANGE CARD FLAGS A SHARED WORK OR       00000225
      * STORAGE-GROUP VOLUME ('Y'), WHICH VOLCHBK BILLS BY DATASET      00000226
      * HIGH-LEVEL QUALIFIER INSTEAD OF TO THE OWNER DEPARTMENT.        00000227
      * THE JOURNAL IS ALSO THE INPUT TO VOLMRCVR, WHICH REPLAYS IT     00000228
      * AGAINST A VOLMBKUP BACKUP TO RECOVER THE MASTER.                00000229
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
                ORGANIZATION IS INDEXED                                 00000350
                ACCESS MODE IS RANDOM                                   00000360
                RECORD KEY IS VM-KEY-VOLNAME.                           00000370
            SELECT OPTIONAL DEPTREF-FILE ASSIGN TO DEPTREF              00000371
                ORGANIZATION IS INDEXED                                 00000372
                ACCESS MODE IS RANDOM                                   00000373
                RECORD KEY IS DR-KEY-DEPT.                              00000374
            SELECT OPTIONAL POOLREF-FILE ASSIGN TO POOLREF              00000375
                ORGANIZATION IS INDEXED                                 00000376
                ACCESS MODE IS RANDOM                                   00000377
                RECORD KEY IS PR-KEY-POOL.                              00000378
                                                                        00000380
       DATA DIVISION.                                                   00000390
       FILE SECTION.                                                    00000400
       01  VOLMAST-REC.                                                 00000520
           02  VM-KEY-VOLNAME   PIC X(10).                              00000530
           02  FILLER           PIC X(70).                              00000540
                                                                        00000541
       FD  DEPTREF-FILE                                                 00000541
           RECORD CONTAINS 80 CHARACTERS                                00000542
           DATA RECORDS IS DEPTREF-REC.                                 00000542
       01  DEPTREF-REC.                                                 00000543
           02  DR-KEY-DEPT      PIC X(8).                               00000544
           02  FILLER           PIC X(72).                              00000544
                                                                        00000545
       FD  POOLREF-FILE                                                 00000546
           RECORD CONTAINS 80 CHARACTERS                                00000546
           DATA RECORDS IS POOLREF-REC.                                 00000547
       01  POOLREF-REC.                                                 00000548
           02  PR-KEY-POOL      PIC X(8).                               00000548
           02  FILLER           PIC X(72).                              00000549
                                                                        00000550
       FD  JRNL-FILE                                                    00000560
           RECORDING MODE IS F                                          00000570
           02  TXN-DEV-TYPE     PIC X(8).                               00001010
           02  FILLER           PIC A(1).                               00001020
           02  TXN-RATED-CAP    PIC 9(11).                              00001030
           02  FILLER           PIC A(1).                               00001040
           02  TXN-SCENARIO-ID  PIC X(8).                               00001042
           02  FILLER           PIC A(1).                               00001044
           02  TXN-SHARED-SW    PIC X(1).                               00001046
           02  FILLER           PIC A(18).                              00001048
                                                                        00001050
       01  VM-RECORD.                                                   00001060
           02  VM-VOLNAME       PIC X(10).                              00001070
           02  VM-STOR-POOL     PIC X(8).                               00001090
           02  VM-DEV-TYPE      PIC X(8).                               00001100
           02  VM-RATED-CAP     PIC 9(11).                              00001110
           02  VM-SHARED-SW     PIC X(1).                               00001120
           02  FILLER           PIC X(34).                              00001125
                                                                        00001130
      ** CHANGE JOURNAL RECORD - ONE PER APPLIED TRANSACTION, WITH      00001140
      ** THE FULL 80-BYTE MASTER IMAGE BEFORE AND AFTER.  AN ADD        00001150
      ** CARRIES A BLANK BEFORE IMAGE, A DELETE A BLANK AFTER IMAGE.    00001160
      ** THE SCENARIO ID IS BLANK UNLESS THE CARD CAME FROM VOLPLANR.   00001165
       01  JRNL-RECORD.                                                 00001170
           02  JRN-DATE         PIC 9(8).                               00001180
           02  JRN-TIME         PIC 9(6).                               00001190
           02  JRN-VOLNAME      PIC X(10).                              00001210
           02  JRN-BEFORE-IMAGE PIC X(80).                              00001220
           02  JRN-AFTER-IMAGE  PIC X(80).                              00001230
           02  JRN-SCENARIO-ID  PIC X(8).                               00001240
           02  FILLER           PIC A(7).                               00001245
                                                                        00001250
       01  RPT-HEADER.                                                  00001260
           02  FILLER           PIC X(38) VALUE                         00001270
           02  FILLER           PIC X(8) VALUE 'CAPACITY'.              00001330
           02  FILLER           PIC X(2) VALUE SPACES.                  00001340
           02  FILLER           PIC X(6) VALUE 'RESULT'.                00001350
           02  FILLER           PIC X(18) VALUE SPACES.                 00001360
           02  FILLER           PIC X(8) VALUE 'SCENARIO'.              00001362
           02  FILLER           PIC X(2) VALUE SPACES.                  00001364
           02  FILLER           PIC X(3) VALUE 'SHR'.                   00001366
           02  FILLER           PIC A(102).                             00001368
       01  RPT-AUDIT-LINE.                                              00001370
           02  ACTION-AUD       PIC X(1).                               00001380
           02  FILLER           PIC A(4).                               00001390
           02  RATED-CAP-AUD    PIC ZZ,ZZZ,ZZZ,ZZ9.                     00001480
           02  FILLER           PIC A(2).                               00001490
           02  RESULT-AUD       PIC X(20).                              00001500
           02  FILLER           PIC A(2).                               00001510
           02  SCENARIO-AUD     PIC X(8).                               00001512
           02  FILLER           PIC A(4).                               00001514
           02  SHARED-AUD       PIC X(1).                               00001516
           02  FILLER           PIC A(102).                             00001518
       01  RPT-ADD-LINE.                                                00001520
           02  LABEL-ADD        PIC X(20) VALUE                         00001530
                'VOLUMES ADDED      :'.                                 00001540
           02  FILLER           PIC A(3).                               00001790
           02  JRN-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001800
           02  FILLER           PIC A(167).                             00001810
       01  RPT-REF-LINE.                                                00001811
           02  LABEL-REF        PIC X(20) VALUE                         00001812
                'REFERENCE REJECTS  :'.                                 00001813
           02  FILLER           PIC A(3).                               00001814
           02  REF-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001815
           02  FILLER           PIC A(167).                             00001816
                                                                        00001820
      ** TRANSACTION COUNTERS                                           00001830
       01  WS-ADD-COUNT         PIC 9(8) VALUE 0.                       00001840
       01  WS-REJ-COUNT         PIC 9(8) VALUE 0.                       00001870
       01  WS-JRNL-COUNT        PIC 9(8) VALUE 0.                       00001880
       01  WS-TXN-COUNT         PIC 9(8) VALUE 0.                       00001890
       01  WS-REF-REJ-COUNT     PIC 9(8) VALUE 0.                       00001895
                                                                        00001900
      ** BEFORE/AFTER IMAGE CAPTURE FOR THE CHANGE JOURNAL              00001910
       01  WS-BEFORE-IMAGE      PIC X(80) VALUE SPACES.                 00001920
           OPEN INPUT TXN-FILE.                                         00002070
           OPEN I-O VOLMAST-FILE.                                       00002080
           OPEN EXTEND JRNL-FILE.                                       00002090
           OPEN INPUT DEPTREF-FILE.                                     00002093
           OPEN INPUT POOLREF-FILE.                                     00002096
           OPEN OUTPUT RPT-OUT.                                         00002100
           WRITE RPT-DATA FROM RPT-HEADER.                              00002110
           WRITE RPT-DATA FROM RPT-COLHDR.                              00002120
           CLOSE TXN-FILE.                                              00002170
           CLOSE VOLMAST-FILE.                                          00002180
           CLOSE JRNL-FILE.                                             00002190
           CLOSE DEPTREF-FILE.                                          00002193
           CLOSE POOLREF-FILE.                                          00002196
           CLOSE RPT-OUT.                                               00002200
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002210
           DISPLAY 'DONE'.                                              00002220
                   ADD 1 TO WS-REJ-COUNT                                00002340
               WHEN TXN-ACTION = 'A'                                    00002350
                   PERFORM CAPTURE-BEFORE-ROUTINE                       00002360
                   PERFORM CHECK-REFERENCE-ROUTINE                      00002370
                   IF WS-RESULT = SPACES                                00002372
                       PERFORM ADD-MASTER-ROUTINE                       00002374
                   END-IF                                               00002376
               WHEN TXN-ACTION = 'C'                                    00002380
                   PERFORM CAPTURE-BEFORE-ROUTINE                       00002390
                   PERFORM CHECK-REFERENCE-ROUTINE                      00002400
                   IF WS-RESULT = SPACES                                00002402
                       PERFORM CHANGE-MASTER-ROUTINE                    00002404
                   END-IF                                               00002406
               WHEN TXN-ACTION = 'D'                                    00002410
                   PERFORM CAPTURE-BEFORE-ROUTINE                       00002420
                   PERFORM DELETE-MASTER-ROUTINE                        00002430
               INVALID KEY                                              00002630
                   MOVE SPACES TO WS-BEFORE-IMAGE                       00002640
           END-READ.                                                    00002650
                                                                        00002651
      **--------------------------------------------------------        00002651
      ** AN ADD OR CHANGE MUST NAME AN OWNER DEPARTMENT THAT IS ON      00002651
      ** THE DEPTREF TABLE AND A STORAGE POOL THAT IS ON THE            00002651
      ** POOLREF TABLE, AND ITS SHARED FLAG MUST BE Y, N OR BLANK.      00002652
      **--------------------------------------------------------        00002652
       CHECK-REFERENCE-ROUTINE.                                         00002652
           MOVE TXN-OWNER-DEPT TO DR-KEY-DEPT.                          00002653
           READ DEPTREF-FILE                                            00002653
               INVALID KEY                                              00002653
                   MOVE 'UNKNOWN OWNER DEPT' TO WS-RESULT               00002654
                   ADD 1 TO WS-REJ-COUNT                                00002654
                   ADD 1 TO WS-REF-REJ-COUNT                            00002654
           END-READ.                                                    00002654
           IF WS-RESULT = SPACES                                        00002655
               MOVE TXN-STOR-POOL TO PR-KEY-POOL                        00002655
               READ POOLREF-FILE                                        00002655
                   INVALID KEY                                          00002656
                       MOVE 'UNKNOWN STOR POOL' TO WS-RESULT            00002656
                       ADD 1 TO WS-REJ-COUNT                            00002656
                       ADD 1 TO WS-REF-REJ-COUNT                        00002657
               END-READ                                                 00002657
           END-IF                                                       00002657
           IF WS-RESULT = SPACES                                        00002657
            AND TXN-SHARED-SW NOT = 'Y'                                 00002658
            AND TXN-SHARED-SW NOT = 'N'                                 00002658
            AND TXN-SHARED-SW NOT = SPACE                               00002658
               MOVE 'INVALID SHARED FLAG' TO WS-RESULT                  00002659
               ADD 1 TO WS-REJ-COUNT                                    00002659
           END-IF.                                                      00002659
                                                                        00002660
       ADD-MASTER-ROUTINE.                                              00002670
           IF TXN-RATED-CAP NOT NUMERIC                                 00002680
           MOVE TXN-STOR-POOL  TO VM-STOR-POOL.                         00003190
           MOVE TXN-DEV-TYPE   TO VM-DEV-TYPE.                          00003200
           MOVE TXN-RATED-CAP  TO VM-RATED-CAP.                         00003210
           MOVE TXN-SHARED-SW  TO VM-SHARED-SW.                         00003215
           MOVE TXN-VOLNAME    TO VM-KEY-VOLNAME.                       00003220
                                                                        00003230
       WRITE-AUDIT-ROUTINE.                                             00003240
               MOVE 0 TO RATED-CAP-AUD                                  00003340
           END-IF.                                                      00003350
           MOVE WS-RESULT      TO RESULT-AUD.                           00003360
           MOVE TXN-SCENARIO-ID TO SCENARIO-AUD.                        00003363
           MOVE TXN-SHARED-SW  TO SHARED-AUD.                           00003366
           WRITE RPT-DATA FROM RPT-AUDIT-LINE.                          00003370
                                                                        00003380
      **--------------------------------------------------------        00003390
           MOVE WS-RUN-TIME-X (1:6) TO JRN-TIME.                        00003470
           MOVE TXN-ACTION  TO JRN-ACTION.                              00003480
           MOVE TXN-VOLNAME TO JRN-VOLNAME.                             00003490
           MOVE TXN-SCENARIO-ID TO JRN-SCENARIO-ID.                     00003495
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.                    00003500
           MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE.                     00003510
           WRITE JRNL-DATA FROM JRNL-RECORD.                            00003520
           WRITE RPT-DATA FROM RPT-REJ-LINE.                            00003630
           MOVE WS-JRNL-COUNT TO JRN-COUNT-RPT.                         00003640
           WRITE RPT-DATA FROM RPT-JRN-LINE.                            00003650
           MOVE WS-REF-REJ-COUNT TO REF-COUNT-RPT.                      00003653
           WRITE RPT-DATA FROM RPT-REF-LINE.                            00003656
      **--------------------------------------------------------        00003660
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00003670
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00003680
