      * ACCOUNTING FEED.  VOLUMES NOT ON THE MASTER CANNOT BE BILLED    00000200
      * TO ANYONE - THEY ARE LISTED IN AN UNBILLABLE SECTION WITH       00000210
      * THEIR TOTAL SO OWNERS CAN BE CHASED BEFORE THE CLOSE.           00000220
      * EACH DEPARTMENT IS LOOKED UP ON THE DEPTREF REFERENCE TABLE     00000221
      * FOR ITS DESCRIPTION AND THE COST CENTER ACCOUNTING POSTS TO;    00000221
      * BOTH ARE PRINTED ON THE INVOICE AND CARRIED ON A DEPARTMENT     00000221
      * HEADER ('H') RECORD IN THE EXTRACT, AND THE COST CENTER ON      00000222
      * EVERY BILLED VOLUME ('B') RECORD.                               00000222
      * A VOLUME FLAGGED SHARED ON THE MASTER (WORK AND STORAGE-GROUP   00000223
      * PACKS HOLDING MANY DEPARTMENTS' DATASETS) IS NOT BILLED IN      00000223
      * FULL TO ITS OWNER.  THE TYPE-D DATASET RECORDS ON THE FEED      00000224
      * ARE MATCHED TO DEPARTMENTS BY THE LONGEST DATASET NAME          00000224
      * PREFIX ON THE HLQREF OWNERSHIP TABLE (MAINTAINED BY VOLHLQM)    00000225
      * AND THE VOLUME'S SIZE IS SPLIT BY EACH DEPARTMENT'S SHARE OF    00000225
      * THE DATASET TRACKS.  FREE SPACE AND DATASETS NO PREFIX          00000226
      * MATCHES GO TO THE OWNER, OR TO THE DEPARTMENT NAMED ON AN       00000226
      * OVERHEAD CARD.  EACH SHARE IS INVOICED AND EXTRACTED AS ITS     00000227
      * OWN 'B' RECORD UNDER ITS DEPARTMENT, AND A SPLIT SECTION        00000227
      * LISTS THE SHARES OF EVERY SHARED VOLUME.                        00000228
      * THE BILLING MONTH IS LOCKED ON THE PERIOD CONTROL FILE ONCE     00000228
      * BILLED, SO A SECOND RUN FOR THE SAME BILLMONTH IS REFUSED       00000229
      * UNLESS A RERUN CARD GIVES THE REASON (LOGGED ON PERLOG).        00000229
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000310
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000320
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000330
            SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO PERIODCTL          00000331
                ORGANIZATION IS INDEXED                                 00000332
                ACCESS MODE IS RANDOM                                   00000333
                RECORD KEY IS PC-KEY.                                   00000334
            SELECT OPTIONAL PERLOG-FILE ASSIGN TO DA-S-PERLOG.          00000335
            SELECT BILL-FILE ASSIGN TO DA-S-BILLOUT.                    00000340
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000350
                ORGANIZATION IS INDEXED                                 00000360
                ACCESS MODE IS RANDOM                                   00000370
                RECORD KEY IS VM-KEY-VOLNAME.                           00000380
            SELECT OPTIONAL DEPTREF-FILE ASSIGN TO DEPTREF              00000381
                ORGANIZATION IS INDEXED                                 00000382
                ACCESS MODE IS RANDOM                                   00000383
                RECORD KEY IS DR-KEY-DEPT.                              00000384
            SELECT OPTIONAL HLQREF-FILE ASSIGN TO HLQREF                00000385
                ORGANIZATION IS INDEXED                                 00000386
                ACCESS MODE IS SEQUENTIAL                               00000387
                RECORD KEY IS HQ-KEY-PREFIX.                            00000388
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000390
                                                                        00000400
       DATA DIVISION.                                                   00000410
           02  VM-KEY-VOLNAME   PIC X(10).                              00000700
           02  FILLER           PIC X(70).                              00000710
                                                                        00000720
       FD  DEPTREF-FILE                                                 00000721
           RECORD CONTAINS 80 CHARACTERS                                00000721
           DATA RECORDS IS DEPTREF-REC.                                 00000722
       01  DEPTREF-REC.                                                 00000722
           02  DR-KEY-DEPT      PIC X(8).                               00000723
           02  FILLER           PIC X(72).                              00000724
                                                                        00000724
       FD  HLQREF-FILE                                                  00000725
           RECORD CONTAINS 80 CHARACTERS                                00000726
           DATA RECORDS IS HLQREF-REC.                                  00000726
       01  HLQREF-REC.                                                  00000727
           02  HQ-KEY-PREFIX    PIC X(44).                              00000728
           02  FILLER           PIC X(36).                              00000728
                                                                        00000729
       FD  CHAINLOG-FILE                                                00000730
           RECORDING MODE IS F                                          00000740
           RECORD CONTAINS 80 CHARACTERS                                00000750
           LABEL RECORDS ARE STANDARD                                   00000760
           DATA RECORDS IS CHAINLOG-RECORD.                             00000770
       01  CHAINLOG-DATA        PIC X(80).                              00000780
                                                                        00000781
       FD  PERIODCTL-FILE                                               00000781
           RECORD CONTAINS 80 CHARACTERS                                00000782
           DATA RECORDS IS PERIODCTL-REC.                               00000782
       01  PERIODCTL-REC.                                               00000783
           02  PC-KEY.                                                  00000783
               03  PC-KEY-PROGRAM   PIC X(8).                           00000784
               03  PC-KEY-PERIOD    PIC X(8).                           00000784
           02  FILLER           PIC X(64).                              00000785
                                                                        00000786
       FD  PERLOG-FILE                                                  00000786
           RECORDING MODE IS F                                          00000787
           RECORD CONTAINS 80 CHARACTERS                                00000787
           LABEL RECORDS ARE STANDARD                                   00000788
           DATA RECORDS IS PERLOG-RECORD.                               00000788
       01  PERLOG-DATA          PIC X(80).                              00000789
                                                                        00000790
       FD  RPT-OUT                                                      00000800
           LABEL RECORDS ARE OMITTED                                    00000810
           02  SD-VOLNAME       PIC X(10).                              00000890
           02  SD-VOLSIZE       PIC 9(8).                               00000900
           02  SD-DEVTYPE       PIC X(8).                               00000910
           02  SD-SHARE-SW      PIC X(1).                               00000912
           02  SD-FULL-SIZE     PIC 9(8).                               00000914
           02  SD-SHARE-PCT     PIC 9(3)V99.                            00000916
                                                                        00000920
       WORKING-STORAGE SECTION.                                         00000930
                                                                        00000940
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001060
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001070
                                                                        00001080
      ** PERIOD CONTROL RECORD - ONE PER PROGRAM AND PERIOD (YYYYMM,    00001081
      ** OR YYYYMMDD FOR THE DAILY SNAPSHOT RUN).  STATUS O OPEN,       00001081
      ** P PROCESSED, C CLOSED.  CLOSED AND REOPENED BY VOLPERM AND     00001081
      ** REPORTED BY VOLPERPT.                                          00001081
       01  PC-RECORD.                                                   00001081
           02  PC-PROGRAM       PIC X(8).                               00001082
           02  PC-PERIOD        PIC X(8).                               00001082
           02  PC-STATUS        PIC X(1).                               00001082
           02  PC-RUN-DATE      PIC 9(8).                               00001082
           02  PC-RUN-TIME      PIC 9(6).                               00001083
           02  PC-INPUT-COUNT   PIC 9(8).                               00001083
           02  PC-OUTPUT-COUNT  PIC 9(8).                               00001083
           02  PC-REJECT-COUNT  PIC 9(8).                               00001083
           02  PC-RUN-COUNT     PIC 9(3).                               00001084
           02  PC-CHANGE-DATE   PIC 9(8).                               00001084
           02  FILLER           PIC X(14).                              00001084
                                                                        00001084
      ** PERIOD LOG - EVERY RERUN OVERRIDE, CLOSE AND REOPEN IS         00001085
      ** APPENDED WITH THE REASON GIVEN                                 00001085
       01  PERLOG-RECORD.                                               00001085
           02  PLG-PROGRAM      PIC X(8).                               00001085
           02  PLG-PERIOD       PIC X(8).                               00001086
           02  PLG-ACTION       PIC X(8).                               00001086
           02  PLG-LOG-DATE     PIC 9(8).                               00001086
           02  PLG-LOG-TIME     PIC 9(6).                               00001086
           02  PLG-OLD-STATUS   PIC X(1).                               00001087
           02  PLG-REASON       PIC X(40).                              00001087
           02  FILLER           PIC X(1).                               00001087
       01  WS-PERIOD            PIC X(8) VALUE SPACES.                  00001087
       01  WS-PC-FOUND-SW       PIC X VALUE 'N'.                        00001088
       01  WS-PERIOD-LOCKED-SW  PIC X VALUE 'N'.                        00001088
       01  WS-RERUN-SW          PIC X VALUE 'N'.                        00001088
       01  WS-RERUN-REASON      PIC X(40) VALUE SPACES.                 00001088
       01  WS-PC-DATE           PIC 9(8) VALUE 0.                       00001089
       01  WS-PC-TIME-X         PIC X(8) VALUE SPACES.                  00001089
       01  WS-PC-STATUS-NAME    PIC X(9) VALUE SPACES.                  00001089
                                                                        00001089
      ** RECORD LAYOUTS                                                 00001090
       01  HIST-RECORD.                                                 00001100
           02  FILLER           PIC A(25).                              00001110
       01  VSH-EXT-RECORD REDEFINES HIST-RECORD.                        00001200
           02  EXT-REC-TYPE     PIC X(1).                               00001210
           02  FILLER           PIC X(79).                              00001220
      ** TYPE-D DATASET DETAIL LAYOUT - USED ONLY TO SPLIT SHARED       00001221
      ** VOLUMES BY THE OWNING DEPARTMENT OF EACH DATASET               00001221
       01  DSN-RECORD REDEFINES HIST-RECORD.                            00001222
           02  DSN-REC-TYPE     PIC X(1).                               00001223
           02  DSN-VOLNAME      PIC X(10).                              00001224
           02  FILLER           PIC A(1).                               00001225
           02  DSN-DSNAME       PIC X(44).                              00001226
           02  FILLER           PIC A(1).                               00001227
           02  DSN-TRACKS       PIC 9(8).                               00001228
           02  FILLER           PIC A(15).                              00001229
                                                                        00001230
      ** KEYED PARAMETER CARDS - RATE CARDS NAME A DEVICE TYPE AND      00001240
      ** ITS COST PER UNIT OF VOLSIZE (FOUR ASSUMED DECIMALS), THE      00001250
      ** DEFRATE CARD PRICES DEVICE TYPES WITH NO RATE CARD, AND        00001260
      ** THE BILLMONTH CARD STAMPS THE EXTRACT PERIOD, AND THE          00001270
      ** OVERHEAD CARD NAMES THE DEPARTMENT THAT TAKES THE FREE AND     00001272
      ** UNMATCHED SPACE ON SHARED VOLUMES (DEFAULT IS THE OWNER).      00001274
      ** A RERUN CARD CARRIES THE REASON FOR BILLING A MONTH AGAIN.     00001276
       01  CTL-RECORD.                                                  00001280
           02  CTL-KEYWORD      PIC X(10).                              00001290
           02  CTL-VALUE-AREA   PIC X(70).                              00001300
           02  CTL-MONTH-RED REDEFINES CTL-VALUE-AREA.                  00001390
               03  CTL-MONTH-VALUE  PIC 9(6).                           00001400
               03  FILLER           PIC A(64).                          00001410
           02  CTL-OVH-RED REDEFINES CTL-VALUE-AREA.                    00001412
               03  CTL-OVH-DEPT     PIC X(8).                           00001414
               03  FILLER           PIC A(62).                          00001416
                                                                        00001420
       01  VM-RECORD.                                                   00001430
           02  VM-VOLNAME       PIC X(10).                              00001440
           02  VM-STOR-POOL     PIC X(8).                               00001460
           02  VM-DEV-TYPE      PIC X(8).                               00001470
           02  VM-RATED-CAP     PIC 9(11).                              00001480
           02  VM-SHARED-SW     PIC X(1).                               00001490
           02  FILLER           PIC X(34).                              00001495
                                                                        00001500
      ** HLQ OWNERSHIP RECORD - KEYED BY DATASET NAME PREFIX            00001510
       01  HQ-RECORD.                                                   00001511
           02  HQ-PREFIX        PIC X(44).                              00001511
           02  HQ-DEPT          PIC X(8).                               00001512
           02  FILLER           PIC X(28).                              00001512
                                                                        00001513
      ** DEPARTMENT REFERENCE RECORD - KEYED BY DEPARTMENT CODE         00001513
       01  DR-RECORD.                                                   00001514
           02  DR-DEPT          PIC X(8).                               00001514
           02  DR-DESC          PIC X(30).                              00001515
           02  DR-COST-CENTER   PIC X(8).                               00001516
           02  FILLER           PIC X(34).                              00001516
                                                                        00001517
      ** BILLING EXTRACT RECORD - ONE PER BILLED VOLUME, PRECEDED BY    00001517
      ** A DEPARTMENT HEADER RECORD FOR EACH DEPARTMENT BILLED.  A      00001518
      ** SHARED VOLUME HAS ONE PER DEPARTMENT SHARE, FLAGGED 'S' WITH   00001518
      ** THE SHARE AS A PERCENTAGE OF THE VOLUME.                       00001519
       01  BILL-RECORD.                                                 00001520
           02  BLX-REC-TYPE     PIC X(1).                               00001530
           02  BLX-BILL-MONTH   PIC 9(6).                               00001540
           02  BLX-VOLSIZE      PIC 9(8).                               00001580
           02  BLX-RATE         PIC 9(5)V9(4).                          00001590
           02  BLX-AMOUNT       PIC 9(11)V99.                           00001600
           02  BLX-COST-CENTER  PIC X(8).                               00001610
           02  BLX-SHARE-SW     PIC X(1).                               00001611
           02  BLX-SHARE-PCT    PIC 9(3)V99.                            00001611
           02  FILLER           PIC A(3).                               00001612
       01  BILL-DEPT-RECORD REDEFINES BILL-RECORD.                      00001613
           02  BLH-REC-TYPE     PIC X(1).                               00001614
           02  BLH-BILL-MONTH   PIC 9(6).                               00001615
           02  BLH-OWNER-DEPT   PIC X(8).                               00001616
           02  BLH-COST-CENTER  PIC X(8).                               00001617
           02  BLH-DEPT-DESC    PIC X(30).                              00001618
           02  FILLER           PIC A(27).                              00001619
                                                                        00001620
       01  RPT-HEADER.                                                  00001630
           02  FILLER           PIC X(36) VALUE                         00001640
       01  RPT-DEPT-HDR.                                                00001730
           02  LABEL-DEPT       PIC X(12) VALUE 'DEPARTMENT: '.         00001740
           02  DEPT-NAME-RPT    PIC X(8).                               00001750
           02  FILLER           PIC A(2).                               00001760
           02  DEPT-DESC-RPT    PIC X(30).                              00001761
           02  FILLER           PIC A(2).                               00001762
           02  LABEL-COST-CTR   PIC X(13) VALUE 'COST CENTER: '.        00001763
           02  DEPT-CC-RPT      PIC X(8).                               00001764
           02  FILLER           PIC A(125).                             00001765
       01  RPT-COLHDR.                                                  00001770
           02  FILLER           PIC X(12) VALUE 'VOLNAME'.              00001780
           02  FILLER           PIC X(10) VALUE 'DEVTYPE'.              00001790
           02  FILLER           PIC X(12) VALUE '   VOLSIZE'.           00001800
           02  FILLER           PIC X(10) VALUE '     RATE'.            00001810
           02  FILLER           PIC X(16) VALUE '         AMOUNT'.      00001820
           02  FILLER           PIC X(2) VALUE SPACES.                  00001830
           02  FILLER           PIC X(28) VALUE                         00001832
                'SHARE OF SHARED VOLUME'.                               00001834
           02  FILLER           PIC A(120).                             00001836
       01  RPT-CHG-LINE.                                                00001840
           02  VOLNAME-CHB      PIC X(10).                              00001850
           02  FILLER           PIC A(2).                               00001860
           02  RATE-CHB         PIC ZZZZ9.9999.                         00001910
           02  FILLER           PIC A(2).                               00001920
           02  AMOUNT-CHB       PIC ZZZ,ZZZ,ZZ9.99.                     00001930
           02  FILLER           PIC A(2).                               00001940
           02  SHARE-LABEL-CHB  PIC X(7).                               00001941
           02  SHARE-PCT-CHB    PIC ZZ9.99.                             00001942
           02  SHARE-OF-CHB     PIC X(5).                               00001943
           02  SHARE-FULL-CHB   PIC ZZ,ZZZ,ZZ9.                         00001944
           02  FILLER           PIC A(119).                             00001945
       01  RPT-DEPT-TOTAL-LINE.                                         00001950
           02  LABEL-DEPT-TOT   PIC X(20) VALUE                         00001960
                'DEPARTMENT TOTAL   :'.                                 00001970
           02  FILLER           PIC X(40) VALUE                         00002220
                'NO UNBILLABLE VOLUMES'.                                00002230
           02  FILLER           PIC A(160).                             00002240
       01  RPT-OVH-LINE.                                                00002241
           02  LABEL-OVH        PIC X(20) VALUE                         00002241
                'OVERHEAD DEPARTMENT:'.                                 00002241
           02  FILLER           PIC A(3).                               00002241
           02  OVH-DEPT-RPT     PIC X(8).                               00002241
           02  FILLER           PIC A(169).                             00002242
       01  RPT-SPLIT-HDR.                                               00002242
           02  FILLER           PIC X(52) VALUE                         00002242
                '*** SHARED VOLUMES - CHARGE SPLIT BY DATASET HLQ ***'. 00002242
           02  FILLER           PIC A(148).                             00002243
       01  RPT-SPLIT-VOL-LINE.                                          00002243
           02  FILLER           PIC X(8) VALUE 'VOLUME: '.              00002243
           02  SPV-VOLNAME-RPT  PIC X(10).                              00002243
           02  FILLER           PIC X(9) VALUE '  OWNER: '.             00002243
           02  SPV-OWNER-RPT    PIC X(8).                               00002244
           02  FILLER           PIC X(11) VALUE '  VOLSIZE: '.          00002244
           02  SPV-VOLSIZE-RPT  PIC ZZ,ZZZ,ZZ9.                         00002244
           02  FILLER           PIC X(18) VALUE '  DATASET TRACKS: '.   00002244
           02  SPV-TRACKS-RPT   PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002245
           02  FILLER           PIC X(13) VALUE '  UNMATCHED: '.        00002245
           02  SPV-UNMATCH-RPT  PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002245
           02  FILLER           PIC A(85).                              00002245
       01  RPT-SPLIT-COLHDR.                                            00002245
           02  FILLER           PIC X(12) VALUE '  DEPT'.               00002246
           02  FILLER           PIC X(16) VALUE '  DATASET TRKS'.       00002246
           02  FILLER           PIC X(12) VALUE '    BILLED'.           00002246
           02  FILLER           PIC X(9)  VALUE ' SHARE %'.             00002246
           02  FILLER           PIC A(151).                             00002247
       01  RPT-SPLIT-LINE.                                              00002247
           02  FILLER           PIC A(2).                               00002247
           02  SPL-DEPT-RPT     PIC X(8).                               00002247
           02  FILLER           PIC A(2).                               00002247
           02  SPL-TRACKS-RPT   PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002248
           02  FILLER           PIC A(2).                               00002248
           02  SPL-SIZE-RPT     PIC ZZ,ZZZ,ZZ9.                         00002248
           02  FILLER           PIC A(2).                               00002248
           02  SPL-PCT-RPT      PIC ZZ9.99.                             00002249
           02  FILLER           PIC A(3).                               00002249
           02  SPL-NOTE-RPT     PIC X(40).                              00002249
           02  FILLER           PIC A(111).                             00002249
       01  RPT-GRAND-LINE.                                              00002250
           02  LABEL-GRAND      PIC X(20) VALUE                         00002260
                'TOTAL CHARGES      :'.                                 00002270
                'RECORDS SKIPPED    :'.                                 00002390
           02  FILLER           PIC A(3).                               00002400
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002410
           02  FILLER           PIC A(167).                             00002411
       01  RPT-SHARED-LINE.                                             00002411
           02  LABEL-SHARED     PIC X(20) VALUE                         00002412
                'SHARED VOLUMES     :'.                                 00002413
           02  FILLER           PIC A(3).                               00002414
           02  SHARED-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                         00002414
           02  FILLER           PIC A(167).                             00002415
       01  RPT-SPLITCNT-LINE.                                           00002416
           02  LABEL-SPLITCNT   PIC X(20) VALUE                         00002417
                'SHARE LINES BILLED :'.                                 00002417
           02  FILLER           PIC A(3).                               00002418
           02  SPLIT-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00002419
           02  FILLER           PIC A(167).                             00002420
                                                                        00002430
      ** RATE CARD TABLE - ONE RATE PER DEVICE TYPE                     00002440
       01  WS-ONMAST-SW         PIC X VALUE 'N'.                        00002600
       01  WS-MAST-OWNER        PIC X(8) VALUE SPACES.                  00002610
       01  WS-MAST-DEVTYPE      PIC X(8) VALUE SPACES.                  00002620
       01  WS-MAST-SHARED-SW    PIC X VALUE SPACE.                      00002621
                                                                        00002622
      ** DEPARTMENT REFERENCE LOOKUP FIELDS                             00002623
       01  WS-DEPT-DESC         PIC X(30) VALUE SPACES.                 00002624
       01  WS-DEPT-COST-CENTER  PIC X(8) VALUE SPACES.                  00002625
                                                                        00002630
      ** PER-VOLUME PRICING WORK FIELDS                                 00002640
       01  WS-RATE              PIC 9(5)V9(4) VALUE 0.                  00002650
       01  WS-AMOUNT            PIC 9(11)V99 VALUE 0.                   00002660
                                                                        00002661
      ** HLQ OWNERSHIP TABLE - LOADED ONCE FROM HLQREF; THE LONGEST     00002661
      ** PREFIX THAT MATCHES A DATASET NAME NAMES ITS DEPARTMENT        00002661
       01  WS-MAX-HLQ           PIC 9(5) VALUE 2000.                    00002661
       01  WS-HLQ-COUNT         PIC 9(5) VALUE 0.                       00002661
       01  WS-HLQ-IDX           PIC 9(5) VALUE 0.                       00002661
       01  WS-HLQ-WARNED-SW     PIC X VALUE 'N'.                        00002661
       01  WS-HLQ-EOF           PIC 9 VALUE 0.                          00002662
       01  WS-HLQ-TABLE.                                                00002662
           02  WS-HLQ-ENTRY OCCURS 2000 TIMES.                          00002662
               03  HL-PREFIX        PIC X(44).                          00002662
               03  HL-LEN           PIC 9(2).                           00002662
               03  HL-DEPT          PIC X(8).                           00002662
       01  WS-HLQ-LEN           PIC 9(2) VALUE 0.                       00002662
       01  WS-HLQ-BEST-LEN      PIC 9(2) VALUE 0.                       00002663
       01  WS-HLQ-DEPT          PIC X(8) VALUE SPACES.                  00002663
                                                                        00002663
      ** SHARED VOLUMES HELD BACK FROM THE SORT UNTIL THE WHOLE FEED    00002663
      ** HAS BEEN READ, WITH THEIR DATASET TRACKS.  EACH VOLUME'S       00002663
      ** DEPARTMENT SHARES ARE CHAINED THROUGH THE SHARE TABLE FROM     00002663
      ** SV-FIRST-SPL.                                                  00002663
       01  WS-MAX-SHV           PIC 9(5) VALUE 2000.                    00002664
       01  WS-SHV-COUNT         PIC 9(5) VALUE 0.                       00002664
       01  WS-SHV-IDX           PIC 9(5) VALUE 0.                       00002664
       01  WS-SHV-FND           PIC 9(5) VALUE 0.                       00002664
       01  WS-SHV-WARNED-SW     PIC X VALUE 'N'.                        00002664
       01  WS-SHV-TABLE.                                                00002664
           02  WS-SHV-ENTRY OCCURS 2000 TIMES.                          00002664
               03  SV-VOLNAME       PIC X(10).                          00002665
               03  SV-OWNER         PIC X(8).                           00002665
               03  SV-DEVTYPE       PIC X(8).                           00002665
               03  SV-VOLSIZE       PIC 9(8).                           00002665
               03  SV-SEEN-SW       PIC X.                              00002665
               03  SV-DSN-TRACKS    PIC 9(12).                          00002665
               03  SV-UNMATCHED     PIC 9(12).                          00002666
               03  SV-REM-DEPT      PIC X(8).                           00002666
               03  SV-REM-SIZE      PIC 9(8).                           00002666
               03  SV-REM-MERGED-SW PIC X.                              00002666
               03  SV-FIRST-SPL     PIC 9(5).                           00002666
               03  SV-LAST-SPL      PIC 9(5).                           00002666
       01  WS-MAX-SPL           PIC 9(5) VALUE 20000.                   00002666
       01  WS-SPL-COUNT         PIC 9(5) VALUE 0.                       00002667
       01  WS-SPL-IDX           PIC 9(5) VALUE 0.                       00002667
       01  WS-SPL-FND           PIC 9(5) VALUE 0.                       00002667
       01  WS-SPL-WARNED-SW     PIC X VALUE 'N'.                        00002667
       01  WS-SPL-TABLE.                                                00002667
           02  WS-SPL-ENTRY OCCURS 20000 TIMES.                         00002667
               03  SP-DEPT          PIC X(8).                           00002667
               03  SP-TRACKS        PIC 9(12).                          00002668
               03  SP-SIZE          PIC 9(8).                           00002668
               03  SP-NEXT-SPL      PIC 9(5).                           00002668
       01  WS-SRCH-VOLNAME      PIC X(10) VALUE SPACES.                 00002668
       01  WS-SRCH-DEPT         PIC X(8) VALUE SPACES.                  00002668
       01  WS-DSN-LAST-VOL      PIC X(10) VALUE SPACES.                 00002668
       01  WS-DSN-SHV-IDX       PIC 9(5) VALUE 0.                       00002668
       01  WS-SPLIT-BASE        PIC 9(12) VALUE 0.                      00002669
       01  WS-SPLIT-SUM         PIC 9(8) VALUE 0.                       00002669
       01  WS-SPLIT-PCT         PIC 9(3)V99 VALUE 0.                    00002669
       01  WS-OVERHEAD-DEPT     PIC X(8) VALUE SPACES.                  00002669
       01  WS-SHARED-COUNT      PIC 9(8) VALUE 0.                       00002669
       01  WS-SPLIT-LINE-COUNT  PIC 9(8) VALUE 0.                       00002669
                                                                        00002670
      ** CONTROL-BREAK ACCUMULATORS (SORTED BY CLASS / DEPT)            00002680
       01  WS-PRIOR-CLASS       PIC X(1) VALUE SPACE.                   00002690
                                                                        00002860
       MAIN-ROUTINE.                                                    00002870
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00002880
           PERFORM CHECK-PERIOD-ROUTINE.                                00002890
           IF WS-PERIOD-LOCKED-SW = 'N'                                 00002900
               SORT SORT-FILE                                           00002910
                   ON ASCENDING KEY SD-BILL-CLASS SD-OWNER-DEPT         00002920
                                    SD-VOLNAME                          00002930
                   INPUT PROCEDURE IS LOAD-SNAPSHOT-ROUTINE             00002932
                   OUTPUT PROCEDURE IS WRITE-INVOICE-ROUTINE            00002934
               PERFORM RECORD-PERIOD-ROUTINE                            00002936
           END-IF.                                                      00002938
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002940
           DISPLAY 'DONE'.                                              00002950
           STOP RUN.                                                    00002960
                                                                        00002970
      **--------------------------------------------------------        00002980
      ** KEYED PARAMETER CARDS - RATE / DEFRATE / BILLMONTH /           00002990
      ** OVERHEAD / RERUN.                                              00002995
      ** WITH NO BILLMONTH CARD THE CURRENT MONTH IS STAMPED ON         00003000
      ** THE EXTRACT.                                                   00003010
      **--------------------------------------------------------        00003020
               AT END MOVE 1 TO WS-CTL-EOF.                             00003090
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00003100
           CLOSE CTL-FILE.                                              00003110
           MOVE WS-BILL-MONTH TO WS-PERIOD.                             00003115
                                                                        00003120
       APPLY-CONTROL-CARD-ROUTINE.                                      00003130
           EVALUATE TRUE                                                00003140
                   IF CTL-MONTH-VALUE NUMERIC                           00003220
                    AND CTL-MONTH-VALUE > 0                             00003230
                       MOVE CTL-MONTH-VALUE TO WS-BILL-MONTH            00003240
                   END-IF                                               00003241
               WHEN CTL-KEYWORD = 'OVERHEAD'                            00003242
                   MOVE CTL-OVH-DEPT TO WS-OVERHEAD-DEPT                00003243
               WHEN CTL-KEYWORD = 'RERUN'                               00003244
                   IF CTL-VALUE-AREA = SPACES                           00003245
                       DISPLAY 'RERUN CARD IGNORED - NO REASON GIVEN'   00003246
                   ELSE                                                 00003247
                       MOVE 'Y' TO WS-RERUN-SW                          00003248
                       MOVE CTL-VALUE-AREA TO WS-RERUN-REASON           00003249
                   END-IF                                               00003250
               WHEN OTHER                                               00003260
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00003270
      **--------------------------------------------------------        00003540
      ** SORT INPUT PROCEDURE - EACH SNAPSHOT RECORD IS LOOKED UP       00003550
      ** ON THE MASTER; BILLABLE VOLUMES SORT BY DEPARTMENT AND         00003560
      ** UNBILLABLE ONES COLLECT AT THE END OF THE RUN.  SHARED         00003570
      ** VOLUMES ARE HELD UNTIL THE FEED IS EXHAUSTED AND THEN          00003573
      ** RELEASED AS ONE RECORD PER DEPARTMENT SHARE.                   00003576
      **--------------------------------------------------------        00003580
       LOAD-SNAPSHOT-ROUTINE.                                           00003590
           OPEN INPUT HIST-FILE.                                        00003600
           OPEN INPUT VOLMAST-FILE.                                     00003610
           DISPLAY 'PROCESSING VOLUME SNAPSHOT'.                        00003620
           PERFORM LOAD-HLQ-ROUTINE.                                    00003625
           READ HIST-FILE INTO HIST-RECORD                              00003630
                          AT END MOVE 1 TO EOF.                         00003640
           PERFORM RELEASE-SNAPSHOT-ROUTINE UNTIL EOF = 1.              00003650
           PERFORM RELEASE-SHARED-ROUTINE.                              00003655
           CLOSE HIST-FILE.                                             00003660
           CLOSE VOLMAST-FILE.                                          00003670
                                                                        00003680
       RELEASE-SNAPSHOT-ROUTINE.                                        00003690
           ADD 1 TO WS-INPUT-COUNT.                                     00003700
           EVALUATE TRUE                                                00003710
               WHEN EXT-REC-TYPE = 'D'                                  00003720
                   PERFORM COLLECT-DATASET-ROUTINE                      00003730
               WHEN VOLSIZE-IN NOT NUMERIC                              00003740
                   ADD 1 TO WS-SKIP-COUNT                               00003750
               WHEN OTHER                                               00003760
                   PERFORM LOOKUP-MASTER-ROUTINE                        00003770
                   MOVE 0 TO WS-SHV-FND                                 00003780
                   IF WS-MAST-SHARED-SW = 'Y'                           00003790
                       PERFORM HOLD-SHARED-ROUTINE                      00003800
                   END-IF                                               00003810
                   IF WS-SHV-FND = 0                                    00003820
                       PERFORM RELEASE-VOLUME-ROUTINE                   00003830
                   END-IF                                               00003840
           END-EVALUATE.                                                00003850
           READ HIST-FILE INTO HIST-RECORD                              00003880
                          AT END MOVE 1 TO EOF.                         00003890
                                                                        00003891
       RELEASE-VOLUME-ROUTINE.                                          00003891
           IF WS-ONMAST-SW = 'Y'                                        00003892
               MOVE '1' TO SD-BILL-CLASS                                00003892
               MOVE WS-MAST-OWNER TO SD-OWNER-DEPT                      00003893
           ELSE                                                         00003893
               MOVE '2' TO SD-BILL-CLASS                                00003894
               MOVE SPACES TO SD-OWNER-DEPT                             00003894
           END-IF.                                                      00003895
           MOVE VOLNAME-IN TO SD-VOLNAME.                               00003896
           MOVE VOLSIZE-IN TO SD-VOLSIZE.                               00003896
           MOVE WS-MAST-DEVTYPE TO SD-DEVTYPE.                          00003897
           MOVE SPACE TO SD-SHARE-SW.                                   00003897
           MOVE 0 TO SD-FULL-SIZE.                                      00003898
           MOVE 0 TO SD-SHARE-PCT.                                      00003898
           RELEASE SORT-RECORD.                                         00003899
                                                                        00003900
       LOOKUP-MASTER-ROUTINE.                                           00003910
           MOVE 'N' TO WS-ONMAST-SW.                                    00003920
           MOVE SPACES TO WS-MAST-OWNER.                                00003930
           MOVE SPACES TO WS-MAST-DEVTYPE.                              00003940
           MOVE SPACE TO WS-MAST-SHARED-SW.                             00003945
           MOVE VOLNAME-IN TO VM-KEY-VOLNAME.                           00003950
           READ VOLMAST-FILE INTO VM-RECORD                             00003960
               INVALID KEY                                              00003970
                   MOVE 'Y' TO WS-ONMAST-SW                             00004000
                   MOVE VM-OWNER-DEPT TO WS-MAST-OWNER                  00004010
                   MOVE VM-DEV-TYPE   TO WS-MAST-DEVTYPE                00004020
                   MOVE VM-SHARED-SW  TO WS-MAST-SHARED-SW              00004025
           END-READ.                                                    00004030
                                                                        00004031
      **--------------------------------------------------------        00004031
      ** THE HLQ OWNERSHIP TABLE IS LOADED ONCE, WITH THE LENGTH OF     00004031
      ** EACH PREFIX UP TO ITS LAST NON-BLANK CHARACTER.                00004031
      **--------------------------------------------------------        00004031
       LOAD-HLQ-ROUTINE.                                                00004031
           MOVE 0 TO WS-HLQ-EOF.                                        00004031
           OPEN INPUT HLQREF-FILE.                                      00004031
           READ HLQREF-FILE INTO HQ-RECORD                              00004031
               AT END MOVE 1 TO WS-HLQ-EOF.                             00004031
           PERFORM ADD-HLQ-ROUTINE UNTIL WS-HLQ-EOF = 1.                00004031
           CLOSE HLQREF-FILE.                                           00004031
                                                                        00004031
       ADD-HLQ-ROUTINE.                                                 00004031
           IF HQ-PREFIX NOT = SPACES                                    00004031
               IF WS-HLQ-COUNT < WS-MAX-HLQ                             00004031
                   ADD 1 TO WS-HLQ-COUNT                                00004031
                   MOVE HQ-PREFIX TO HL-PREFIX (WS-HLQ-COUNT)           00004031
                   MOVE HQ-DEPT   TO HL-DEPT (WS-HLQ-COUNT)             00004031
                   MOVE 44 TO WS-HLQ-LEN                                00004031
                   PERFORM UNTIL HQ-PREFIX (WS-HLQ-LEN:1) NOT = SPACE   00004031
                       SUBTRACT 1 FROM WS-HLQ-LEN                       00004031
                   END-PERFORM                                          00004031
                   MOVE WS-HLQ-LEN TO HL-LEN (WS-HLQ-COUNT)             00004031
               ELSE                                                     00004031
                   IF WS-HLQ-WARNED-SW = 'N'                            00004031
                       DISPLAY 'WARNING - WS-HLQ-TABLE FULL AT '        00004031
                               WS-MAX-HLQ                               00004031
                               ' - FURTHER PREFIXES IGNORED'            00004031
                       MOVE 'Y' TO WS-HLQ-WARNED-SW                     00004031
                   END-IF                                               00004031
               END-IF                                                   00004031
           END-IF.                                                      00004031
           READ HLQREF-FILE INTO HQ-RECORD                              00004032
               AT END MOVE 1 TO WS-HLQ-EOF.                             00004032
                                                                        00004032
      **--------------------------------------------------------        00004032
      ** A SNAPSHOT RECORD FOR A SHARED VOLUME IS HELD IN THE           00004032
      ** SHARED-VOLUME TABLE INSTEAD OF BEING RELEASED.  A SECOND       00004032
      ** RECORD FOR THE SAME VOLUME JOINS THE SKIPPED COUNT, AS A       00004032
      ** DUPLICATE DOES FOR ANY OTHER VOLUME.  WITH THE TABLE FULL      00004032
      ** THE VOLUME IS BILLED IN FULL TO ITS OWNER.                     00004032
      **--------------------------------------------------------        00004032
       HOLD-SHARED-ROUTINE.                                             00004032
           MOVE VOLNAME-IN TO WS-SRCH-VOLNAME.                          00004032
           PERFORM FIND-SHV-ROUTINE.                                    00004032
           IF WS-SHV-FND = 0                                            00004032
               PERFORM ADD-SHV-ROUTINE                                  00004032
           END-IF.                                                      00004032
           IF WS-SHV-FND > 0                                            00004032
               IF SV-SEEN-SW (WS-SHV-FND) = 'Y'                         00004032
                   ADD 1 TO WS-SKIP-COUNT                               00004032
               ELSE                                                     00004032
                   MOVE 'Y' TO SV-SEEN-SW (WS-SHV-FND)                  00004032
                   MOVE VOLSIZE-IN      TO SV-VOLSIZE (WS-SHV-FND)      00004032
                   MOVE WS-MAST-OWNER   TO SV-OWNER (WS-SHV-FND)        00004032
                   MOVE WS-MAST-DEVTYPE TO SV-DEVTYPE (WS-SHV-FND)      00004032
               END-IF                                                   00004032
           END-IF.                                                      00004032
                                                                        00004032
       FIND-SHV-ROUTINE.                                                00004032
           MOVE 0 TO WS-SHV-FND.                                        00004032
           PERFORM VARYING WS-SHV-IDX FROM 1 BY 1                       00004032
                   UNTIL WS-SHV-IDX > WS-SHV-COUNT                      00004032
                      OR WS-SHV-FND > 0                                 00004032
               IF SV-VOLNAME (WS-SHV-IDX) = WS-SRCH-VOLNAME             00004032
                   MOVE WS-SHV-IDX TO WS-SHV-FND                        00004033
               END-IF                                                   00004033
           END-PERFORM.                                                 00004033
                                                                        00004033
       ADD-SHV-ROUTINE.                                                 00004033
           IF WS-SHV-COUNT < WS-MAX-SHV                                 00004033
               ADD 1 TO WS-SHV-COUNT                                    00004033
               MOVE WS-SHV-COUNT TO WS-SHV-FND                          00004033
               MOVE WS-SRCH-VOLNAME TO SV-VOLNAME (WS-SHV-FND)          00004033
               MOVE SPACES TO SV-OWNER (WS-SHV-FND)                     00004033
               MOVE SPACES TO SV-DEVTYPE (WS-SHV-FND)                   00004033
               MOVE 0 TO SV-VOLSIZE (WS-SHV-FND)                        00004033
               MOVE 'N' TO SV-SEEN-SW (WS-SHV-FND)                      00004033
               MOVE 0 TO SV-DSN-TRACKS (WS-SHV-FND)                     00004033
               MOVE 0 TO SV-UNMATCHED (WS-SHV-FND)                      00004033
               MOVE SPACES TO SV-REM-DEPT (WS-SHV-FND)                  00004033
               MOVE 0 TO SV-REM-SIZE (WS-SHV-FND)                       00004033
               MOVE 'N' TO SV-REM-MERGED-SW (WS-SHV-FND)                00004033
               MOVE 0 TO SV-FIRST-SPL (WS-SHV-FND)                      00004033
               MOVE 0 TO SV-LAST-SPL (WS-SHV-FND)                       00004033
           ELSE                                                         00004033
               IF WS-SHV-WARNED-SW = 'N'                                00004033
                   DISPLAY 'WARNING - WS-SHV-TABLE FULL AT '            00004033
                           WS-MAX-SHV                                   00004033
                           ' - FURTHER SHARED VOLUMES BILLED IN FULL'   00004033
                   MOVE 'Y' TO WS-SHV-WARNED-SW                         00004033
               END-IF                                                   00004033
           END-IF.                                                      00004033
                                                                        00004033
      **--------------------------------------------------------        00004033
      ** TYPE-D RECORDS COUNT ONLY FOR VOLUMES FLAGGED SHARED ON        00004033
      ** THE MASTER; THE REST JOIN THE SKIPPED COUNT AS BEFORE.         00004033
      ** THE COLLECTOR WRITES A VOLUME'S DATASETS TOGETHER, SO THE      00004033
      ** MASTER IS READ ONLY WHEN THE VOLUME CHANGES.                   00004034
      **--------------------------------------------------------        00004034
       COLLECT-DATASET-ROUTINE.                                         00004034
           IF DSN-VOLNAME NOT = WS-DSN-LAST-VOL                         00004034
               MOVE DSN-VOLNAME TO WS-DSN-LAST-VOL                      00004034
               PERFORM LOOKUP-SHARED-ROUTINE                            00004034
           END-IF.                                                      00004034
           IF WS-DSN-SHV-IDX = 0                                        00004034
            OR DSN-TRACKS NOT NUMERIC                                   00004034
               ADD 1 TO WS-SKIP-COUNT                                   00004034
           ELSE                                                         00004034
               PERFORM SPLIT-DATASET-ROUTINE                            00004034
           END-IF.                                                      00004034
                                                                        00004034
       LOOKUP-SHARED-ROUTINE.                                           00004034
           MOVE DSN-VOLNAME TO WS-SRCH-VOLNAME.                         00004034
           PERFORM FIND-SHV-ROUTINE.                                    00004034
           IF WS-SHV-FND = 0                                            00004034
               MOVE DSN-VOLNAME TO VM-KEY-VOLNAME                       00004034
               READ VOLMAST-FILE INTO VM-RECORD                         00004034
                   INVALID KEY                                          00004034
                       CONTINUE                                         00004034
                   NOT INVALID KEY                                      00004034
                       IF VM-SHARED-SW = 'Y'                            00004034
                           PERFORM ADD-SHV-ROUTINE                      00004034
                       END-IF                                           00004034
               END-READ                                                 00004034
           END-IF.                                                      00004034
           MOVE WS-SHV-FND TO WS-DSN-SHV-IDX.                           00004034
                                                                        00004034
      **--------------------------------------------------------        00004034
      ** THE DATASET'S TRACKS GO TO THE DEPARTMENT OF THE LONGEST       00004034
      ** MATCHING PREFIX, OR TO THE VOLUME'S UNMATCHED TOTAL.           00004034
      **--------------------------------------------------------        00004035
       SPLIT-DATASET-ROUTINE.                                           00004035
           ADD DSN-TRACKS TO SV-DSN-TRACKS (WS-DSN-SHV-IDX).            00004035
           PERFORM MATCH-HLQ-ROUTINE.                                   00004035
           MOVE 0 TO WS-SPL-FND.                                        00004035
           IF WS-HLQ-DEPT NOT = SPACES                                  00004035
               MOVE WS-HLQ-DEPT TO WS-SRCH-DEPT                         00004035
               MOVE WS-DSN-SHV-IDX TO WS-SHV-IDX                        00004035
               PERFORM FIND-SPLIT-ROUTINE                               00004035
               IF WS-SPL-FND = 0                                        00004035
                   PERFORM ADD-SPLIT-ROUTINE                            00004035
               END-IF                                                   00004035
           END-IF.                                                      00004035
           IF WS-SPL-FND > 0                                            00004035
               ADD DSN-TRACKS TO SP-TRACKS (WS-SPL-FND)                 00004035
           ELSE                                                         00004035
               ADD DSN-TRACKS TO SV-UNMATCHED (WS-DSN-SHV-IDX)          00004035
           END-IF.                                                      00004035
                                                                        00004035
       MATCH-HLQ-ROUTINE.                                               00004035
           MOVE SPACES TO WS-HLQ-DEPT.                                  00004035
           MOVE 0 TO WS-HLQ-BEST-LEN.                                   00004035
           PERFORM VARYING WS-HLQ-IDX FROM 1 BY 1                       00004035
                   UNTIL WS-HLQ-IDX > WS-HLQ-COUNT                      00004035
               IF HL-LEN (WS-HLQ-IDX) > WS-HLQ-BEST-LEN                 00004035
                   MOVE HL-LEN (WS-HLQ-IDX) TO WS-HLQ-LEN               00004035
                   IF DSN-DSNAME (1:WS-HLQ-LEN) =                       00004035
                      HL-PREFIX (WS-HLQ-IDX) (1:WS-HLQ-LEN)             00004035
                       MOVE WS-HLQ-LEN TO WS-HLQ-BEST-LEN               00004035
                       MOVE HL-DEPT (WS-HLQ-IDX) TO WS-HLQ-DEPT         00004035
                   END-IF                                               00004035
               END-IF                                                   00004035
           END-PERFORM.                                                 00004035
                                                                        00004036
      ** SHARES OF THE VOLUME IN WS-SHV-IDX, SEARCHED BY DEPARTMENT     00004036
       FIND-SPLIT-ROUTINE.                                              00004036
           MOVE 0 TO WS-SPL-FND.                                        00004036
           MOVE SV-FIRST-SPL (WS-SHV-IDX) TO WS-SPL-IDX.                00004036
           PERFORM UNTIL WS-SPL-IDX = 0                                 00004036
                      OR WS-SPL-FND > 0                                 00004036
               IF SP-DEPT (WS-SPL-IDX) = WS-SRCH-DEPT                   00004036
                   MOVE WS-SPL-IDX TO WS-SPL-FND                        00004036
               ELSE                                                     00004036
                   MOVE SP-NEXT-SPL (WS-SPL-IDX) TO WS-SPL-IDX          00004036
               END-IF                                                   00004036
           END-PERFORM.                                                 00004036
                                                                        00004036
       ADD-SPLIT-ROUTINE.                                               00004036
           IF WS-SPL-COUNT < WS-MAX-SPL                                 00004036
               ADD 1 TO WS-SPL-COUNT                                    00004036
               MOVE WS-SPL-COUNT TO WS-SPL-FND                          00004036
               MOVE WS-SRCH-DEPT TO SP-DEPT (WS-SPL-FND)                00004036
               MOVE 0 TO SP-TRACKS (WS-SPL-FND)                         00004036
               MOVE 0 TO SP-SIZE (WS-SPL-FND)                           00004036
               MOVE 0 TO SP-NEXT-SPL (WS-SPL-FND)                       00004036
               IF SV-FIRST-SPL (WS-SHV-IDX) = 0                         00004036
                   MOVE WS-SPL-FND TO SV-FIRST-SPL (WS-SHV-IDX)         00004036
               ELSE                                                     00004036
                   MOVE SV-LAST-SPL (WS-SHV-IDX) TO WS-SPL-IDX          00004036
                   MOVE WS-SPL-FND TO SP-NEXT-SPL (WS-SPL-IDX)          00004036
               END-IF                                                   00004036
               MOVE WS-SPL-FND TO SV-LAST-SPL (WS-SHV-IDX)              00004036
           ELSE                                                         00004036
               IF WS-SPL-WARNED-SW = 'N'                                00004036
                   DISPLAY 'WARNING - WS-SPL-TABLE FULL AT '            00004036
                           WS-MAX-SPL                                   00004036
                           ' - FURTHER SHARES GO TO THE REMAINDER'      00004037
                   MOVE 'Y' TO WS-SPL-WARNED-SW                         00004037
               END-IF                                                   00004037
           END-IF.                                                      00004037
                                                                        00004037
      **--------------------------------------------------------        00004037
      ** AT END OF FEED EACH SHARED VOLUME IS SPLIT AND ITS SHARES      00004037
      ** RELEASED TO THE SORT UNDER THEIR OWN DEPARTMENTS.  A           00004037
      ** SHARED VOLUME WITH DATASET RECORDS BUT NO SNAPSHOT RECORD      00004037
      ** HAS NOTHING TO BILL.                                           00004037
      **--------------------------------------------------------        00004037
       RELEASE-SHARED-ROUTINE.                                          00004037
           PERFORM VARYING WS-SHV-IDX FROM 1 BY 1                       00004037
                   UNTIL WS-SHV-IDX > WS-SHV-COUNT                      00004037
               IF SV-SEEN-SW (WS-SHV-IDX) = 'Y'                         00004037
                   PERFORM SPLIT-VOLUME-ROUTINE                         00004037
               END-IF                                                   00004037
           END-PERFORM.                                                 00004037
                                                                        00004037
      **--------------------------------------------------------        00004037
      ** EACH DEPARTMENT'S SHARE OF THE VOLUME SIZE IS ITS SHARE OF     00004037
      ** THE DATASET TRACKS, TAKEN OVER THE VOLUME SIZE (OR OVER THE    00004037
      ** TRACK TOTAL WHEN THE DATASETS ADD UP TO MORE THAN THE          00004037
      ** VOLUME).  WHAT IS LEFT - FREE SPACE AND UNMATCHED DATASETS     00004037
      ** - GOES TO THE OVERHEAD DEPARTMENT OR ELSE THE OWNER, ADDED     00004037
      ** TO THAT DEPARTMENT'S OWN SHARE WHEN IT HAS ONE.                00004037
      **--------------------------------------------------------        00004037
       SPLIT-VOLUME-ROUTINE.                                            00004037
           ADD 1 TO WS-SHARED-COUNT.                                    00004037
           ADD 1 TO WS-BILLED-COUNT.                                    00004037
           MOVE SV-VOLSIZE (WS-SHV-IDX) TO WS-SPLIT-BASE.               00004037
           IF SV-DSN-TRACKS (WS-SHV-IDX) > WS-SPLIT-BASE                00004037
               MOVE SV-DSN-TRACKS (WS-SHV-IDX) TO WS-SPLIT-BASE         00004037
           END-IF.                                                      00004038
           MOVE 0 TO WS-SPLIT-SUM.                                      00004038
           MOVE SV-FIRST-SPL (WS-SHV-IDX) TO WS-SPL-IDX.                00004038
           PERFORM SIZE-SHARE-ROUTINE UNTIL WS-SPL-IDX = 0.             00004038
           COMPUTE SV-REM-SIZE (WS-SHV-IDX) =                           00004038
               SV-VOLSIZE (WS-SHV-IDX) - WS-SPLIT-SUM.                  00004038
           IF WS-OVERHEAD-DEPT NOT = SPACES                             00004038
               MOVE WS-OVERHEAD-DEPT TO SV-REM-DEPT (WS-SHV-IDX)        00004038
           ELSE                                                         00004038
               MOVE SV-OWNER (WS-SHV-IDX) TO SV-REM-DEPT (WS-SHV-IDX)   00004038
           END-IF.                                                      00004038
           MOVE SV-REM-DEPT (WS-SHV-IDX) TO WS-SRCH-DEPT.               00004038
           PERFORM FIND-SPLIT-ROUTINE.                                  00004038
           IF WS-SPL-FND > 0                                            00004038
               ADD SV-REM-SIZE (WS-SHV-IDX) TO SP-SIZE (WS-SPL-FND)     00004038
               MOVE 'Y' TO SV-REM-MERGED-SW (WS-SHV-IDX)                00004038
           END-IF.                                                      00004038
           MOVE SV-FIRST-SPL (WS-SHV-IDX) TO WS-SPL-IDX.                00004038
           PERFORM RELEASE-SHARE-ROUTINE UNTIL WS-SPL-IDX = 0.          00004038
           IF SV-REM-MERGED-SW (WS-SHV-IDX) = 'N'                       00004038
               IF SV-REM-SIZE (WS-SHV-IDX) > 0                          00004038
                OR WS-SPLIT-SUM = 0                                     00004038
                   MOVE SV-REM-DEPT (WS-SHV-IDX) TO SD-OWNER-DEPT       00004038
                   MOVE SV-REM-SIZE (WS-SHV-IDX) TO SD-VOLSIZE          00004038
                   PERFORM RELEASE-SHARE-RECORD-ROUTINE                 00004038
               END-IF                                                   00004038
           END-IF.                                                      00004038
                                                                        00004038
       SIZE-SHARE-ROUTINE.                                              00004038
           IF WS-SPLIT-BASE > 0                                         00004038
               COMPUTE SP-SIZE (WS-SPL-IDX) ROUNDED =                   00004038
                   SV-VOLSIZE (WS-SHV-IDX) * SP-TRACKS (WS-SPL-IDX)     00004038
                   / WS-SPLIT-BASE                                      00004038
           ELSE                                                         00004039
               MOVE 0 TO SP-SIZE (WS-SPL-IDX)                           00004039
           END-IF.                                                      00004039
           IF WS-SPLIT-SUM + SP-SIZE (WS-SPL-IDX)                       00004039
                 > SV-VOLSIZE (WS-SHV-IDX)                              00004039
               COMPUTE SP-SIZE (WS-SPL-IDX) =                           00004039
                   SV-VOLSIZE (WS-SHV-IDX) - WS-SPLIT-SUM               00004039
           END-IF.                                                      00004039
           ADD SP-SIZE (WS-SPL-IDX) TO WS-SPLIT-SUM.                    00004039
           MOVE SP-NEXT-SPL (WS-SPL-IDX) TO WS-SPL-IDX.                 00004039
                                                                        00004039
       RELEASE-SHARE-ROUTINE.                                           00004039
           IF SP-SIZE (WS-SPL-IDX) > 0                                  00004039
               MOVE SP-DEPT (WS-SPL-IDX) TO SD-OWNER-DEPT               00004039
               MOVE SP-SIZE (WS-SPL-IDX) TO SD-VOLSIZE                  00004039
               PERFORM RELEASE-SHARE-RECORD-ROUTINE                     00004039
           END-IF.                                                      00004039
           MOVE SP-NEXT-SPL (WS-SPL-IDX) TO WS-SPL-IDX.                 00004039
                                                                        00004039
       RELEASE-SHARE-RECORD-ROUTINE.                                    00004039
           MOVE '1' TO SD-BILL-CLASS.                                   00004039
           MOVE SV-VOLNAME (WS-SHV-IDX) TO SD-VOLNAME.                  00004039
           MOVE SV-DEVTYPE (WS-SHV-IDX) TO SD-DEVTYPE.                  00004039
           MOVE 'S' TO SD-SHARE-SW.                                     00004039
           MOVE SV-VOLSIZE (WS-SHV-IDX) TO SD-FULL-SIZE.                00004039
           IF SV-VOLSIZE (WS-SHV-IDX) > 0                               00004039
               COMPUTE SD-SHARE-PCT ROUNDED =                           00004039
                   SD-VOLSIZE * 100 / SV-VOLSIZE (WS-SHV-IDX)           00004039
           ELSE                                                         00004039
               MOVE 100 TO SD-SHARE-PCT                                 00004039
           END-IF.                                                      00004039
           RELEASE SORT-RECORD.                                         00004039
                                                                        00004040
      **--------------------------------------------------------        00004050
      ** SORT OUTPUT PROCEDURE - BILLABLE VOLUMES RETURN GROUPED        00004060
       WRITE-INVOICE-ROUTINE.                                           00004100
           OPEN OUTPUT RPT-OUT.                                         00004110
           OPEN OUTPUT BILL-FILE.                                       00004120
           OPEN INPUT DEPTREF-FILE.                                     00004125
           WRITE RPT-DATA FROM RPT-HEADER.                              00004130
           MOVE WS-BILL-MONTH TO BILL-MONTH-RPT.                        00004140
           WRITE RPT-DATA FROM RPT-MONTH-LINE.                          00004150
           IF WS-OVERHEAD-DEPT NOT = SPACES                             00004152
               MOVE WS-OVERHEAD-DEPT TO OVH-DEPT-RPT                    00004154
               WRITE RPT-DATA FROM RPT-OVH-LINE                         00004156
           END-IF.                                                      00004158
           MOVE 0 TO EOF.                                               00004160
           RETURN SORT-FILE INTO SORT-RECORD                            00004170
                  AT END MOVE 1 TO EOF.                                 00004180
           ELSE                                                         00004250
               WRITE RPT-DATA FROM RPT-NO-UNBILL-LINE                   00004260
           END-IF.                                                      00004270
           IF WS-SHARED-COUNT > 0                                       00004272
               PERFORM WRITE-SPLIT-SECTION-ROUTINE                      00004274
           END-IF.                                                      00004276
           PERFORM FOOTER-ROUTINE.                                      00004280
           CLOSE RPT-OUT.                                               00004290
           CLOSE BILL-FILE.                                             00004300
           CLOSE DEPTREF-FILE.                                          00004305
                                                                        00004310
      **--------------------------------------------------------        00004320
      ** DUPLICATE SNAPSHOT RECORDS FOR THE SAME VOLUME RETURN          00004330
      ** ADJACENT FROM THE SORT - ONLY THE FIRST IS PRICED (OR          00004340
      ** LISTED AS UNBILLABLE) SO A DEPARTMENT CANNOT BE CHARGED        00004350
      ** TWICE; THE REST JOIN THE SKIPPED COUNT.  THE SHARES OF A       00004360
      ** SHARED VOLUME ARE NOT DUPLICATES.                              00004365
      **--------------------------------------------------------        00004370
       BILL-ONE-VOLUME-ROUTINE.                                         00004380
           IF SD-VOLNAME = WS-PRIOR-VOLNAME                             00004390
            AND WS-PRIOR-VOLNAME NOT = SPACES                           00004400
            AND SD-SHARE-SW NOT = 'S'                                   00004405
               ADD 1 TO WS-SKIP-COUNT                                   00004410
           ELSE                                                         00004420
               MOVE SD-VOLNAME TO WS-PRIOR-VOLNAME                      00004430
                       MOVE 'N' TO WS-FIRST-DEPT-SW                     00004530
                       MOVE 0 TO WS-DEPT-SIZE                           00004540
                       MOVE 0 TO WS-DEPT-AMOUNT                         00004550
                       PERFORM LOOKUP-DEPTREF-ROUTINE                   00004555
                       MOVE SD-OWNER-DEPT TO DEPT-NAME-RPT              00004560
                       MOVE WS-DEPT-DESC TO DEPT-DESC-RPT               00004563
                       MOVE WS-DEPT-COST-CENTER TO DEPT-CC-RPT          00004566
                       WRITE RPT-DATA FROM RPT-DEPT-HDR                 00004570
                       WRITE RPT-DATA FROM RPT-COLHDR                   00004580
                       PERFORM WRITE-DEPT-HEADER-ROUTINE                00004585
                   END-IF                                               00004590
                   PERFORM PRICE-VOLUME-ROUTINE                         00004600
               END-IF                                                   00004610
       PRICE-VOLUME-ROUTINE.                                            00004660
           PERFORM LOOKUP-RATE-ROUTINE.                                 00004670
           COMPUTE WS-AMOUNT ROUNDED = SD-VOLSIZE * WS-RATE.            00004680
           IF SD-SHARE-SW = 'S'                                         00004690
               ADD 1 TO WS-SPLIT-LINE-COUNT                             00004692
           ELSE                                                         00004694
               ADD 1 TO WS-BILLED-COUNT                                 00004696
           END-IF.                                                      00004698
           ADD SD-VOLSIZE TO WS-DEPT-SIZE.                              00004700
           ADD WS-AMOUNT TO WS-DEPT-AMOUNT.                             00004710
           ADD WS-AMOUNT TO WS-GRAND-AMOUNT.                            00004720
           MOVE SD-VOLSIZE TO VOLSIZE-CHB.                              00004760
           MOVE WS-RATE    TO RATE-CHB.                                 00004770
           MOVE WS-AMOUNT  TO AMOUNT-CHB.                               00004780
           IF SD-SHARE-SW = 'S'                                         00004781
               MOVE 'SHARED ' TO SHARE-LABEL-CHB                        00004782
               MOVE SD-SHARE-PCT TO SHARE-PCT-CHB                       00004783
               MOVE '% OF ' TO SHARE-OF-CHB                             00004784
               MOVE SD-FULL-SIZE TO SHARE-FULL-CHB                      00004785
           END-IF.                                                      00004786
           WRITE RPT-DATA FROM RPT-CHG-LINE.                            00004790
           MOVE SPACES TO BILL-RECORD.                                  00004800
           MOVE 'B' TO BLX-REC-TYPE.                                    00004810
           MOVE SD-VOLSIZE    TO BLX-VOLSIZE.                           00004860
           MOVE WS-RATE       TO BLX-RATE.                              00004870
           MOVE WS-AMOUNT     TO BLX-AMOUNT.                            00004880
           MOVE WS-DEPT-COST-CENTER TO BLX-COST-CENTER.                 00004882
           MOVE SD-SHARE-SW   TO BLX-SHARE-SW.                          00004884
           MOVE SD-SHARE-PCT  TO BLX-SHARE-PCT.                         00004886
           WRITE BILL-DATA FROM BILL-RECORD.                            00004890
                                                                        00004891
      **--------------------------------------------------------        00004891
      ** DESCRIPTION AND COST CENTER FOR THE DEPARTMENT NOW BEING       00004891
      ** INVOICED.  A CODE MISSING FROM DEPTREF IS STILL BILLED,        00004892
      ** FLAGGED ON THE INVOICE WITH A BLANK COST CENTER.               00004892
      **--------------------------------------------------------        00004892
       LOOKUP-DEPTREF-ROUTINE.                                          00004893
           MOVE '(NOT ON DEPTREF)' TO WS-DEPT-DESC.                     00004893
           MOVE SPACES TO WS-DEPT-COST-CENTER.                          00004893
           MOVE SD-OWNER-DEPT TO DR-KEY-DEPT.                           00004894
           READ DEPTREF-FILE INTO DR-RECORD                             00004894
               INVALID KEY                                              00004894
                   CONTINUE                                             00004895
               NOT INVALID KEY                                          00004895
                   MOVE DR-DESC TO WS-DEPT-DESC                         00004895
                   MOVE DR-COST-CENTER TO WS-DEPT-COST-CENTER           00004896
           END-READ.                                                    00004896
                                                                        00004896
       WRITE-DEPT-HEADER-ROUTINE.                                       00004897
           MOVE SPACES TO BILL-DEPT-RECORD.                             00004897
           MOVE 'H' TO BLH-REC-TYPE.                                    00004897
           MOVE WS-BILL-MONTH TO BLH-BILL-MONTH.                        00004898
           MOVE SD-OWNER-DEPT TO BLH-OWNER-DEPT.                        00004898
           MOVE WS-DEPT-COST-CENTER TO BLH-COST-CENTER.                 00004898
           MOVE WS-DEPT-DESC TO BLH-DEPT-DESC.                          00004899
           WRITE BILL-DATA FROM BILL-DEPT-RECORD.                       00004899
                                                                        00004900
       LOOKUP-RATE-ROUTINE.                                             00004910
           MOVE WS-DEFAULT-RATE TO WS-RATE.                             00004920
           MOVE WS-UNBILL-COUNT TO UNB-COUNT-RPT.                       00005260
           WRITE RPT-DATA FROM RPT-UNBILL-TOTAL-LINE.                   00005270
                                                                        00005280
      **--------------------------------------------------------        00005281
      ** ONE BLOCK PER SHARED VOLUME SHOWING EACH DEPARTMENT'S          00005281
      ** DATASET TRACKS AND THE PART OF THE VOLUME BILLED TO IT, SO     00005281
      ** DEPARTMENTS CAN CHECK THEIR SHARE.                             00005281
      **--------------------------------------------------------        00005281
       WRITE-SPLIT-SECTION-ROUTINE.                                     00005281
           WRITE RPT-DATA FROM RPT-SPLIT-HDR.                           00005281
           PERFORM VARYING WS-SHV-IDX FROM 1 BY 1                       00005282
                   UNTIL WS-SHV-IDX > WS-SHV-COUNT                      00005282
               IF SV-SEEN-SW (WS-SHV-IDX) = 'Y'                         00005282
                   PERFORM WRITE-SPLIT-VOLUME-ROUTINE                   00005282
               END-IF                                                   00005282
           END-PERFORM.                                                 00005282
                                                                        00005282
       WRITE-SPLIT-VOLUME-ROUTINE.                                      00005283
           MOVE SV-VOLNAME (WS-SHV-IDX)    TO SPV-VOLNAME-RPT.          00005283
           MOVE SV-OWNER (WS-SHV-IDX)      TO SPV-OWNER-RPT.            00005283
           MOVE SV-VOLSIZE (WS-SHV-IDX)    TO SPV-VOLSIZE-RPT.          00005283
           MOVE SV-DSN-TRACKS (WS-SHV-IDX) TO SPV-TRACKS-RPT.           00005283
           MOVE SV-UNMATCHED (WS-SHV-IDX)  TO SPV-UNMATCH-RPT.          00005283
           WRITE RPT-DATA FROM RPT-SPLIT-VOL-LINE.                      00005284
           WRITE RPT-DATA FROM RPT-SPLIT-COLHDR.                        00005284
           MOVE SV-FIRST-SPL (WS-SHV-IDX) TO WS-SPL-IDX.                00005284
           PERFORM WRITE-SPLIT-LINE-ROUTINE UNTIL WS-SPL-IDX = 0.       00005284
           IF SV-REM-MERGED-SW (WS-SHV-IDX) = 'N'                       00005284
            AND SV-REM-SIZE (WS-SHV-IDX) > 0                            00005284
               MOVE SPACES TO RPT-SPLIT-LINE                            00005284
               MOVE SV-REM-DEPT (WS-SHV-IDX) TO SPL-DEPT-RPT            00005285
               MOVE 0 TO SPL-TRACKS-RPT                                 00005285
               MOVE SV-REM-SIZE (WS-SHV-IDX) TO SPL-SIZE-RPT            00005285
               COMPUTE WS-SPLIT-PCT ROUNDED =                           00005285
                   SV-REM-SIZE (WS-SHV-IDX) * 100                       00005285
                   / SV-VOLSIZE (WS-SHV-IDX)                            00005285
               MOVE WS-SPLIT-PCT TO SPL-PCT-RPT                         00005285
               MOVE 'FREE AND UNMATCHED SPACE' TO SPL-NOTE-RPT          00005286
               WRITE RPT-DATA FROM RPT-SPLIT-LINE                       00005286
           END-IF.                                                      00005286
                                                                        00005286
       WRITE-SPLIT-LINE-ROUTINE.                                        00005286
           MOVE SPACES TO RPT-SPLIT-LINE.                               00005286
           MOVE SP-DEPT (WS-SPL-IDX)   TO SPL-DEPT-RPT.                 00005287
           MOVE SP-TRACKS (WS-SPL-IDX) TO SPL-TRACKS-RPT.               00005287
           MOVE SP-SIZE (WS-SPL-IDX)   TO SPL-SIZE-RPT.                 00005287
           IF SV-VOLSIZE (WS-SHV-IDX) > 0                               00005287
               COMPUTE WS-SPLIT-PCT ROUNDED =                           00005287
                   SP-SIZE (WS-SPL-IDX) * 100                           00005287
                   / SV-VOLSIZE (WS-SHV-IDX)                            00005287
           ELSE                                                         00005288
               MOVE 0 TO WS-SPLIT-PCT                                   00005288
           END-IF.                                                      00005288
           MOVE WS-SPLIT-PCT TO SPL-PCT-RPT.                            00005288
           IF SP-DEPT (WS-SPL-IDX) = SV-REM-DEPT (WS-SHV-IDX)           00005288
            AND SV-REM-MERGED-SW (WS-SHV-IDX) = 'Y'                     00005288
            AND SV-REM-SIZE (WS-SHV-IDX) > 0                            00005288
               MOVE 'INCLUDES FREE AND UNMATCHED SPACE'                 00005289
                 TO SPL-NOTE-RPT                                        00005289
           END-IF.                                                      00005289
           WRITE RPT-DATA FROM RPT-SPLIT-LINE.                          00005289
           MOVE SP-NEXT-SPL (WS-SPL-IDX) TO WS-SPL-IDX.                 00005289
                                                                        00005289
       FOOTER-ROUTINE.                                                  00005290
           MOVE WS-GRAND-AMOUNT TO GRAND-AMOUNT-RPT.                    00005300
           WRITE RPT-DATA FROM RPT-GRAND-LINE.                          00005310
           WRITE RPT-DATA FROM RPT-BILLED-LINE.                         00005330
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00005340
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00005350
           MOVE WS-SHARED-COUNT TO SHARED-COUNT-RPT.                    00005351
           WRITE RPT-DATA FROM RPT-SHARED-LINE.                         00005351
           MOVE WS-SPLIT-LINE-COUNT TO SPLIT-COUNT-RPT.                 00005351
           WRITE RPT-DATA FROM RPT-SPLITCNT-LINE.                       00005351
      **--------------------------------------------------------        00005351
      ** PERIOD LOCK - A PERIOD ALREADY PROCESSED OR CLOSED ON THE      00005351
      ** PERIOD CONTROL FILE IS REFUSED (RETURN CODE 16) UNLESS A       00005351
      ** RERUN CARD GIVES A REASON; THE OVERRIDE IS WRITTEN TO THE      00005351
      ** PERIOD LOG.  A COMPLETED RUN MARKS THE PERIOD PROCESSED        00005351
      ** WITH ITS RUN DATE, TIME AND COUNTS.                            00005351
      **--------------------------------------------------------        00005351
       CHECK-PERIOD-ROUTINE.                                            00005351
           MOVE 'N' TO WS-PERIOD-LOCKED-SW.                             00005352
           OPEN INPUT PERIODCTL-FILE.                                   00005352
           PERFORM READ-PERIOD-ROUTINE.                                 00005352
           CLOSE PERIODCTL-FILE.                                        00005352
           IF WS-PC-FOUND-SW = 'Y' AND PC-STATUS NOT = 'O'              00005352
               IF PC-STATUS = 'C'                                       00005352
                   MOVE 'CLOSED' TO WS-PC-STATUS-NAME                   00005352
               ELSE                                                     00005352
                   MOVE 'PROCESSED' TO WS-PC-STATUS-NAME                00005352
               END-IF                                                   00005352
               IF WS-RERUN-SW = 'Y'                                     00005352
                   DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY '              00005353
                           WS-PC-STATUS-NAME ' - RERUN ACCEPTED: '      00005353
                           WS-RERUN-REASON                              00005353
                   MOVE SPACES TO PERLOG-RECORD                         00005353
                   MOVE 'RERUN' TO PLG-ACTION                           00005353
                   MOVE PC-STATUS TO PLG-OLD-STATUS                     00005353
                   MOVE WS-RERUN-REASON TO PLG-REASON                   00005353
                   PERFORM WRITE-PERLOG-ROUTINE                         00005353
               ELSE                                                     00005353
                   DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY '              00005353
                           WS-PC-STATUS-NAME ' - RUN REFUSED'           00005353
                   DISPLAY 'SUPPLY A RERUN CARD WITH THE REASON TO '    00005354
                           'PROCESS THE PERIOD AGAIN'                   00005354
                   MOVE 'Y' TO WS-PERIOD-LOCKED-SW                      00005354
                   MOVE 16 TO RETURN-CODE                               00005354
               END-IF                                                   00005354
           END-IF.                                                      00005354
                                                                        00005354
       READ-PERIOD-ROUTINE.                                             00005354
           MOVE 'VOLCHBK' TO PC-KEY-PROGRAM.                            00005354
           MOVE WS-PERIOD TO PC-KEY-PERIOD.                             00005354
           READ PERIODCTL-FILE INTO PC-RECORD                           00005354
               INVALID KEY                                              00005355
                   MOVE 'N' TO WS-PC-FOUND-SW                           00005355
               NOT INVALID KEY                                          00005355
                   MOVE 'Y' TO WS-PC-FOUND-SW                           00005355
           END-READ.                                                    00005355
                                                                        00005355
       RECORD-PERIOD-ROUTINE.                                           00005355
           OPEN I-O PERIODCTL-FILE.                                     00005355
           PERFORM READ-PERIOD-ROUTINE.                                 00005355
           IF WS-PC-FOUND-SW = 'N'                                      00005355
               MOVE SPACES TO PC-RECORD                                 00005355
               MOVE 'VOLCHBK' TO PC-PROGRAM                             00005356
               MOVE WS-PERIOD TO PC-PERIOD                              00005356
               MOVE 0 TO PC-RUN-COUNT                                   00005356
               MOVE 0 TO PC-CHANGE-DATE                                 00005356
           END-IF.                                                      00005356
           IF PC-STATUS NOT = 'C'                                       00005356
               MOVE 'P' TO PC-STATUS                                    00005356
           END-IF.                                                      00005356
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00005356
           ACCEPT WS-PC-TIME-X FROM TIME.                               00005356
           MOVE WS-PC-DATE TO PC-RUN-DATE.                              00005356
           MOVE WS-PC-TIME-X (1:6) TO PC-RUN-TIME.                      00005357
           MOVE WS-INPUT-COUNT TO PC-INPUT-COUNT.                       00005357
           MOVE WS-BILLED-COUNT TO PC-OUTPUT-COUNT.                     00005357
           MOVE WS-SKIP-COUNT TO PC-REJECT-COUNT.                       00005357
           IF PC-RUN-COUNT < 999                                        00005357
               ADD 1 TO PC-RUN-COUNT                                    00005357
           END-IF.                                                      00005357
           IF WS-PC-FOUND-SW = 'Y'                                      00005357
               REWRITE PERIODCTL-REC FROM PC-RECORD                     00005357
                   INVALID KEY                                          00005357
                       DISPLAY 'PERIOD CONTROL UPDATE FAILED FOR '      00005357
                               WS-PERIOD                                00005358
               END-REWRITE                                              00005358
           ELSE                                                         00005358
               WRITE PERIODCTL-REC FROM PC-RECORD                       00005358
                   INVALID KEY                                          00005358
                       DISPLAY 'PERIOD CONTROL UPDATE FAILED FOR '      00005358
                               WS-PERIOD                                00005358
               END-WRITE                                                00005358
           END-IF.                                                      00005358
           CLOSE PERIODCTL-FILE.                                        00005358
                                                                        00005358
       WRITE-PERLOG-ROUTINE.                                            00005359
           ACCEPT WS-PC-DATE FROM DATE YYYYMMDD.                        00005359
           ACCEPT WS-PC-TIME-X FROM TIME.                               00005359
           MOVE 'VOLCHBK' TO PLG-PROGRAM.                               00005359
           MOVE WS-PERIOD TO PLG-PERIOD.                                00005359
           MOVE WS-PC-DATE TO PLG-LOG-DATE.                             00005359
           MOVE WS-PC-TIME-X (1:6) TO PLG-LOG-TIME.                     00005359
           OPEN EXTEND PERLOG-FILE.                                     00005359
           WRITE PERLOG-DATA FROM PERLOG-RECORD.                        00005359
           CLOSE PERLOG-FILE.                                           00005359
                                                                        00005359
      **--------------------------------------------------------        00005360
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00005370
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00005380
