      * PERCENT-USED AND OVER-80/90/95 BAND RULES AS VSIZEHST'S         00000190
      * WRITE-POOL-ROUTINE SO THE NUMBERS ARE DIRECTLY COMPARABLE.      00000200
      * A PLANNING TOOL ONLY - THE MASTER IS NEVER TOUCHED, AND         00000210
      * APPROVED MOVES STILL GO THROUGH VOLMAINT.  A SCENARIO CARD      00000220
      * NAMES AN APPROVED SCENARIO AND PUNCHES IT AS A VOLMAINT         00000221
      * TRANSACTION DECK - A C CARD WITH THE NEW POOL FOR EACH MOVED    00000222
      * VOLUME, A D CARD FOR EACH RETIRED ONE AND AN A CARD FOR EACH    00000223
      * VOLUME NAMED ON AN ADDCAP CARD - EVERY CARD CARRYING THE        00000224
      * SCENARIO ID FOR THE VOLMAINT CHANGE JOURNAL.                    00000225
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
            SELECT HIST-FILE ASSIGN TO UT-S-SYSIN.                      00000300
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000310
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000320
            SELECT PUNCH-FILE ASSIGN TO UT-S-SYSPCH.                    00000325
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000330
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000340
                ORGANIZATION IS INDEXED                                 00000350
           LABEL RECORDS ARE STANDARD                                   00000530
           DATA RECORDS IS CTL-DATA.                                    00000540
       01  CTL-DATA             PIC X(80).                              00000550
                                                                        00000551
       FD  PUNCH-FILE                                                   00000552
           RECORDING MODE IS F                                          00000553
           RECORD CONTAINS 80 CHARACTERS                                00000554
           LABEL RECORDS ARE STANDARD                                   00000555
           DATA RECORDS IS PUNCH-DATA.                                  00000556
       01  PUNCH-DATA           PIC X(80).                              00000557
                                                                        00000560
       FD  CHAINLOG-FILE                                                00000570
           RECORDING MODE IS F                                          00000580
                                                                        00000960
      ** SCENARIO CARDS - MOVE NAME-OR-PREFIX TARGET-POOL,              00000970
      ** ADDCAP POOL AMOUNT, RETIRE NAME-OR-PREFIX.  A TRAILING *       00000980
      ** ON THE NAME MAKES IT A PREFIX.  ADDCAP MAY ALSO NAME THE       00000990
      ** NEW VOLUME WITH ITS DEVICE TYPE AND OWNER DEPARTMENT SO THE    00000992
      ** DECK CAN ADD IT.  SCENARIO ID NAMES THE APPROVED SCENARIO      00000994
      ** AND ASKS FOR THE VOLMAINT DECK.                                00000996
       01  CTL-RECORD.                                                  00001000
           02  CTL-KEYWORD      PIC X(10).                              00001010
           02  CTL-VALUE-AREA   PIC X(70).                              00001020
               03  CTL-CAP-POOL     PIC X(8).                           00001090
               03  FILLER           PIC A(1).                           00001100
               03  CTL-CAP-AMOUNT   PIC 9(11).                          00001110
               03  FILLER           PIC A(1).                           00001120
               03  CTL-CAP-VOLNAME  PIC X(10).                          00001121
               03  FILLER           PIC A(1).                           00001122
               03  CTL-CAP-DEVTYPE  PIC X(8).                           00001123
               03  FILLER           PIC A(1).                           00001124
               03  CTL-CAP-OWNER    PIC X(8).                           00001125
               03  FILLER           PIC A(21).                          00001126
           02  CTL-RET-RED REDEFINES CTL-VALUE-AREA.                    00001130
               03  CTL-RET-NAME     PIC X(10).                          00001140
               03  FILLER           PIC A(60).                          00001150
           02  CTL-SCEN-RED REDEFINES CTL-VALUE-AREA.                   00001152
               03  CTL-SCEN-ID      PIC X(8).                           00001154
               03  FILLER           PIC A(62).                          00001156
                                                                        00001160
       01  VM-RECORD.                                                   00001170
           02  VM-VOLNAME       PIC X(10).                              00001180
           02  VM-STOR-POOL     PIC X(8).                               00001200
           02  VM-DEV-TYPE      PIC X(8).                               00001210
           02  VM-RATED-CAP     PIC 9(11).                              00001220
           02  VM-SHARED-SW     PIC X(1).                               00001230
           02  FILLER           PIC X(34).                              00001231
                                                                        00001231
      ** VOLMAINT TRANSACTION CARD - SAME LAYOUT AS VOLMAINT TXN-RECORD 00001231
       01  TXN-RECORD.                                                  00001232
           02  TXN-ACTION       PIC X(1).                               00001232
           02  FILLER           PIC A(1).                               00001233
           02  TXN-VOLNAME      PIC X(10).                              00001233
           02  FILLER           PIC A(1).                               00001234
           02  TXN-OWNER-DEPT   PIC X(8).                               00001234
           02  FILLER           PIC A(1).                               00001235
           02  TXN-STOR-POOL    PIC X(8).                               00001235
           02  FILLER           PIC A(1).                               00001235
           02  TXN-DEV-TYPE     PIC X(8).                               00001236
           02  FILLER           PIC A(1).                               00001236
           02  TXN-RATED-CAP    PIC 9(11).                              00001237
           02  FILLER           PIC A(1).                               00001237
           02  TXN-SCENARIO-ID  PIC X(8).                               00001238
           02  FILLER           PIC A(1).                               00001238
           02  TXN-SHARED-SW    PIC X(1).                               00001239
           02  FILLER           PIC A(18).                              00001239
                                                                        00001240
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00001250
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00001260
           02  FILLER           PIC X(40) VALUE                         00001920
                'NO SCENARIO CARDS - BEFORE EQUALS AFTER'.              00001930
           02  FILLER           PIC A(160).                             00001940
       01  RPT-SCEN-ID-LINE.                                            00001941
           02  LABEL-SCEN-ID    PIC X(20) VALUE                         00001942
                'SCENARIO ID        :'.                                 00001943
           02  FILLER           PIC A(3).                               00001944
           02  SCEN-ID-RPT      PIC X(8).                               00001945
           02  FILLER           PIC A(169).                             00001946
       01  RPT-VOLS-LINE.                                               00001950
           02  LABEL-VOLS       PIC X(20) VALUE                         00001960
                'VOLUMES MODELED    :'.                                 00001970
           02  FILLER           PIC A(3).                               00002040
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002050
           02  FILLER           PIC A(167).                             00002060
       01  RPT-PUNCH-LINE.                                              00002061
           02  LABEL-PUNCH      PIC X(20) VALUE                         00002061
                'TXN CARDS PUNCHED  :'.                                 00002062
           02  FILLER           PIC A(3).                               00002063
           02  PUNCH-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00002064
           02  FILLER           PIC A(167).                             00002064
       01  RPT-NOPUNCH-LINE.                                            00002065
           02  LABEL-NOPUNCH    PIC X(20) VALUE                         00002066
                'CHANGES NOT PUNCHED:'.                                 00002067
           02  FILLER           PIC A(3).                               00002067
           02  NOPUNCH-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00002068
           02  FILLER           PIC A(167).                             00002069
                                                                        00002070
      ** RECORD COUNTERS                                                00002080
       01  WS-INPUT-COUNT       PIC 9(8) VALUE 0.                       00002090
       01  WS-CARD-COUNT        PIC 9(8) VALUE 0.                       00002110
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00002120
                                                                        00002130
      ** APPROVED SCENARIO DECK - PUNCHED ONLY WHEN A SCENARIO CARD     00002131
      ** IS PRESENT                                                     00002132
       01  WS-SCENARIO-ID       PIC X(8) VALUE SPACES.                  00002133
       01  WS-PUNCH-COUNT       PIC 9(8) VALUE 0.                       00002134
       01  WS-NOPUNCH-COUNT     PIC 9(8) VALUE 0.                       00002135
                                                                        00002136
      ** MODEL VOLUME TABLE - LATEST SNAPSHOT PER VOLUME WITH ITS       00002140
      ** MASTER POOL AND RATED CAPACITY; A MOVE CARRIES THE RATED       00002150
      ** CAPACITY WITH THE VOLUME, A RETIRE TAKES BOTH OUT.  THE        00002160
      ** MASTER POOL, OWNER AND DEVICE TYPE ARE KEPT FOR THE DECK       00002165
       01  WS-MAX-VOL           PIC 9(6) VALUE 100000.                  00002170
       01  WS-VOL-COUNT         PIC 9(6) VALUE 0.                       00002180
       01  WS-VOL-IDX           PIC 9(6) VALUE 0.                       00002190
               03  VP-POOL          PIC X(8).                           00002250
               03  VP-CAP           PIC 9(11).                          00002260
               03  VP-RETIRED-SW    PIC X.                              00002270
               03  VP-MAST-POOL     PIC X(8).                           00002271
               03  VP-OWNER         PIC X(8).                           00002272
               03  VP-DEV-TYPE      PIC X(8).                           00002273
               03  VP-ON-MAST-SW    PIC X.                              00002274
               03  VP-SHARED-SW     PIC X.                              00002275
                                                                        00002280
      ** POOL-ADDCAP ADJUSTMENTS FROM ADDCAP SCENARIO CARDS             00002290
       01  WS-MAX-ADD           PIC 9(3) VALUE 200.                     00002300
           02  WS-ADD-ENTRY OCCURS 200 TIMES.                           00002350
               03  WS-ADD-POOL      PIC X(8).                           00002360
               03  WS-ADD-AMOUNT    PIC 9(11).                          00002370
               03  WS-ADD-VOLNAME   PIC X(10).                          00002372
               03  WS-ADD-DEVTYPE   PIC X(8).                           00002374
               03  WS-ADD-OWNER     PIC X(8).                           00002376
                                                                        00002380
      ** STORAGE-POOL UTILIZATION ROLLUP - SAME FIELDS AND BAND         00002390
      ** RULES AS VSIZEHST; REBUILT FOR THE BEFORE AND THE AFTER        00002400
      ** VOLUME MASTER LOOKUP FIELDS                                    00002600
       01  WS-MAST-POOL         PIC X(8) VALUE SPACES.                  00002610
       01  WS-MAST-CAP          PIC 9(11) VALUE 0.                      00002620
       01  WS-MAST-OWNER        PIC X(8) VALUE SPACES.                  00002622
       01  WS-MAST-DEV          PIC X(8) VALUE SPACES.                  00002624
       01  WS-MAST-FOUND-SW     PIC X VALUE 'N'.                        00002626
       01  WS-MAST-SHARED-SW    PIC X VALUE SPACE.                      00002628
                                                                        00002630
      ** SCENARIO MATCHING FIELDS - A TRAILING * MAKES THE NAME A       00002640
      ** PREFIX; PREFIX LENGTH ZERO (A BARE *) MATCHES EVERYTHING       00002650
           MOVE 'Y' TO WS-APPLY-ADDCAP-SW.                              00002950
           PERFORM BUILD-POOL-TABLE-ROUTINE.                            00002960
           PERFORM WRITE-POOL-TABLE-ROUTINE.                            00002970
           IF WS-SCENARIO-ID NOT = SPACES                               00002972
               PERFORM PUNCH-DECK-ROUTINE                               00002974
           END-IF.                                                      00002976
           PERFORM FOOTER-ROUTINE.                                      00002980
           CLOSE RPT-OUT.                                               00002990
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00003000
                   MOVE WS-MAST-POOL TO VP-POOL (WS-VOL-COUNT)          00003510
                   MOVE WS-MAST-CAP  TO VP-CAP (WS-VOL-COUNT)           00003520
                   MOVE 'N' TO VP-RETIRED-SW (WS-VOL-COUNT)             00003530
                   MOVE WS-MAST-POOL TO VP-MAST-POOL (WS-VOL-COUNT)     00003531
                   MOVE WS-MAST-OWNER TO VP-OWNER (WS-VOL-COUNT)        00003532
                   MOVE WS-MAST-DEV TO VP-DEV-TYPE (WS-VOL-COUNT)       00003533
                   MOVE WS-MAST-FOUND-SW                                00003534
                        TO VP-ON-MAST-SW (WS-VOL-COUNT)                 00003535
                   MOVE WS-MAST-SHARED-SW                               00003536
                        TO VP-SHARED-SW (WS-VOL-COUNT)                  00003537
               ELSE                                                     00003540
                   IF WS-VOL-WARNED-SW = 'N'                            00003550
                       DISPLAY 'WARNING - WS-VOL-TABLE FULL AT '        00003560
       LOOKUP-MASTER-ROUTINE.                                           00003660
           MOVE SPACES TO WS-MAST-POOL.                                 00003670
           MOVE 0 TO WS-MAST-CAP.                                       00003680
           MOVE SPACES TO WS-MAST-OWNER.                                00003682
           MOVE SPACES TO WS-MAST-DEV.                                  00003684
           MOVE 'N' TO WS-MAST-FOUND-SW.                                00003686
           MOVE SPACE TO WS-MAST-SHARED-SW.                             00003688
           MOVE SD-VOLNAME TO VM-KEY-VOLNAME.                           00003690
           READ VOLMAST-FILE INTO VM-RECORD                             00003700
               INVALID KEY                                              00003710
                   CONTINUE                                             00003720
               NOT INVALID KEY                                          00003730
                   MOVE VM-STOR-POOL TO WS-MAST-POOL                    00003740
                   MOVE VM-OWNER-DEPT TO WS-MAST-OWNER                  00003742
                   MOVE VM-DEV-TYPE TO WS-MAST-DEV                      00003744
                   MOVE VM-SHARED-SW TO WS-MAST-SHARED-SW               00003746
                   MOVE 'Y' TO WS-MAST-FOUND-SW                         00003748
                   IF VM-RATED-CAP NUMERIC                              00003750
                       MOVE VM-RATED-CAP TO WS-MAST-CAP                 00003760
                   END-IF                                               00003770
                   PERFORM APPLY-ADDCAP-ROUTINE                         00004020
               WHEN CTL-KEYWORD = 'RETIRE'                              00004030
                   PERFORM APPLY-RETIRE-ROUTINE                         00004040
               WHEN CTL-KEYWORD = 'SCENARIO'                            00004041
                   IF CTL-SCEN-ID = SPACES                              00004042
                       DISPLAY 'INVALID SCENARIO CARD IGNORED'          00004043
                   ELSE                                                 00004044
                       MOVE CTL-SCEN-ID TO WS-SCENARIO-ID               00004045
                       MOVE CTL-SCEN-ID TO SCEN-ID-RPT                  00004046
                       WRITE RPT-DATA FROM RPT-SCEN-ID-LINE             00004047
                   END-IF                                               00004048
               WHEN OTHER                                               00004050
                   DISPLAY 'UNRECOGNIZED SCENARIO CARD: '               00004060
                           CTL-KEYWORD                                  00004070
                        TO WS-ADD-POOL (WS-ADD-COUNT)                   00004480
                   MOVE CTL-CAP-AMOUNT                                  00004490
                        TO WS-ADD-AMOUNT (WS-ADD-COUNT)                 00004500
                   MOVE CTL-CAP-VOLNAME                                 00004501
                        TO WS-ADD-VOLNAME (WS-ADD-COUNT)                00004502
                   MOVE CTL-CAP-DEVTYPE                                 00004503
                        TO WS-ADD-DEVTYPE (WS-ADD-COUNT)                00004504
                   MOVE CTL-CAP-OWNER                                   00004505
                        TO WS-ADD-OWNER (WS-ADD-COUNT)                  00004506
               ELSE                                                     00004510
                   IF WS-ADD-WARNED-SW = 'N'                            00004520
                       DISPLAY 'WARNING - WS-ADD-TABLE FULL AT '        00004530
                   END-IF                                               00004570
               END-IF                                                   00004580
               MOVE 'ADDCAP' TO SCEN-ACTION-RPT                         00004590
               MOVE CTL-CAP-VOLNAME TO SCEN-NAME-RPT                    00004600
               MOVE CTL-CAP-POOL TO SCEN-POOL-RPT                       00004610
               MOVE CTL-CAP-AMOUNT TO SCEN-AMOUNT-RPT                   00004620
               MOVE 0 TO SCEN-HITS-RPT                                  00004630
           MOVE WS-POOL-O95 (WS-POOL-IDX) TO POOL-O95-RPT.              00006420
           WRITE RPT-DATA FROM RPT-POOL-LINE.                           00006430
                                                                        00006440
      **--------------------------------------------------------        00006441
      ** APPROVED SCENARIO DECK FOR VOLMAINT - THE MODEL TABLE IS       00006441
      ** COMPARED WITH THE MASTER AS LOADED, SO A VOLUME MOVED BY       00006441
      ** MORE THAN ONE CARD GETS ONE C CARD FOR ITS FINAL POOL, A       00006441
      ** RETIRED VOLUME ONE D CARD, AND EACH NAMED ADDCAP VOLUME AN     00006441
      ** A CARD.  A CHANGE TO A VOLUME THAT IS NOT ON THE MASTER, OR    00006441
      ** AN ADDCAP WITHOUT A VOLUME, OWNER AND DEVICE TYPE, CANNOT BE   00006441
      ** PUNCHED AND IS COUNTED INSTEAD.                                00006441
      **--------------------------------------------------------        00006442
       PUNCH-DECK-ROUTINE.                                              00006442
           OPEN OUTPUT PUNCH-FILE.                                      00006442
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1                       00006442
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT                      00006442
               PERFORM PUNCH-VOLUME-ROUTINE                             00006442
           END-PERFORM.                                                 00006442
           PERFORM VARYING WS-ADD-IDX FROM 1 BY 1                       00006442
                   UNTIL WS-ADD-IDX > WS-ADD-COUNT                      00006443
               PERFORM PUNCH-ADDCAP-ROUTINE                             00006443
           END-PERFORM.                                                 00006443
           CLOSE PUNCH-FILE.                                            00006443
                                                                        00006443
       PUNCH-VOLUME-ROUTINE.                                            00006443
           MOVE SPACES TO TXN-RECORD.                                   00006443
           IF VP-RETIRED-SW (WS-VOL-IDX) = 'Y'                          00006443
               MOVE 'D' TO TXN-ACTION                                   00006444
               MOVE VP-MAST-POOL (WS-VOL-IDX) TO TXN-STOR-POOL          00006444
           ELSE                                                         00006444
               IF VP-POOL (WS-VOL-IDX) NOT = VP-MAST-POOL (WS-VOL-IDX)  00006444
                   MOVE 'C' TO TXN-ACTION                               00006444
                   MOVE VP-POOL (WS-VOL-IDX) TO TXN-STOR-POOL           00006444
               END-IF                                                   00006444
           END-IF.                                                      00006444
           IF TXN-ACTION NOT = SPACE                                    00006445
               IF VP-ON-MAST-SW (WS-VOL-IDX) = 'N'                      00006445
                   DISPLAY 'NOT ON MASTER - NO CARD PUNCHED: '          00006445
                           VP-VOLNAME (WS-VOL-IDX)                      00006445
                   ADD 1 TO WS-NOPUNCH-COUNT                            00006445
               ELSE                                                     00006445
                   MOVE VP-VOLNAME (WS-VOL-IDX) TO TXN-VOLNAME          00006445
                   MOVE VP-OWNER (WS-VOL-IDX)   TO TXN-OWNER-DEPT       00006446
                   MOVE VP-DEV-TYPE (WS-VOL-IDX) TO TXN-DEV-TYPE        00006446
                   MOVE VP-CAP (WS-VOL-IDX)     TO TXN-RATED-CAP        00006446
                   MOVE VP-SHARED-SW (WS-VOL-IDX) TO TXN-SHARED-SW      00006446
                   PERFORM PUNCH-TXN-CARD-ROUTINE                       00006446
               END-IF                                                   00006446
           END-IF.                                                      00006446
                                                                        00006446
       PUNCH-ADDCAP-ROUTINE.                                            00006447
           IF WS-ADD-VOLNAME (WS-ADD-IDX) = SPACES                      00006447
            OR WS-ADD-DEVTYPE (WS-ADD-IDX) = SPACES                     00006447
            OR WS-ADD-OWNER (WS-ADD-IDX) = SPACES                       00006447
               DISPLAY 'ADDCAP NOT NAMED - NO CARD PUNCHED: '           00006447
                       WS-ADD-POOL (WS-ADD-IDX)                         00006447
               ADD 1 TO WS-NOPUNCH-COUNT                                00006447
           ELSE                                                         00006447
               MOVE SPACES TO TXN-RECORD                                00006448
               MOVE 'A' TO TXN-ACTION                                   00006448
               MOVE WS-ADD-VOLNAME (WS-ADD-IDX) TO TXN-VOLNAME          00006448
               MOVE WS-ADD-OWNER (WS-ADD-IDX)   TO TXN-OWNER-DEPT       00006448
               MOVE WS-ADD-POOL (WS-ADD-IDX)    TO TXN-STOR-POOL        00006448
               MOVE WS-ADD-DEVTYPE (WS-ADD-IDX) TO TXN-DEV-TYPE         00006448
               MOVE WS-ADD-AMOUNT (WS-ADD-IDX)  TO TXN-RATED-CAP        00006448
               PERFORM PUNCH-TXN-CARD-ROUTINE                           00006448
           END-IF.                                                      00006449
                                                                        00006449
       PUNCH-TXN-CARD-ROUTINE.                                          00006449
           MOVE WS-SCENARIO-ID TO TXN-SCENARIO-ID.                      00006449
           WRITE PUNCH-DATA FROM TXN-RECORD.                            00006449
           ADD 1 TO WS-PUNCH-COUNT.                                     00006449
                                                                        00006449
       FOOTER-ROUTINE.                                                  00006450
           MOVE WS-VOL-COUNT TO VOLS-COUNT-RPT.                         00006460
           WRITE RPT-DATA FROM RPT-VOLS-LINE.                           00006470
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00006480
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00006490
           IF WS-SCENARIO-ID NOT = SPACES                               00006491
               MOVE WS-PUNCH-COUNT TO PUNCH-COUNT-RPT                   00006492
               WRITE RPT-DATA FROM RPT-PUNCH-LINE                       00006493
               MOVE WS-NOPUNCH-COUNT TO NOPUNCH-COUNT-RPT               00006494
               WRITE RPT-DATA FROM RPT-NOPUNCH-LINE                     00006495
           END-IF.                                                      00006496
                                                                        00006500
      **--------------------------------------------------------        00006510
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006520
