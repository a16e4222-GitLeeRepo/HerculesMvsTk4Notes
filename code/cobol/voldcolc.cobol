       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLDCOLC'.                                         00000110
      ****************************                                      00000120
      * DCOLLECT TO VSH-FILE CONVERSION                                 00000130
      * READS THE RAW OUTPUT OF THE IDCAMS DCOLLECT COMMAND (RECFM      00000140
      * VB, ONE HEADER PER RECORD, TYPE CODE IN THE FIRST TWO BYTES     00000150
      * PAST THE RDW) AND BUILDS THE 80-BYTE VSH-FILE FEED THE SUITE    00000160
      * RUNS ON - ONE TYPE-E EXTENDED RECORD PER TYPE-V VOLUME          00000170
      * RECORD (CLASSIC VOLSIZE/SNAPDATE/VOLNAME COLUMNS PLUS DEVICE    00000180
      * TYPE, FREE SPACE AND LARGEST FREE EXTENT) AND ONE TYPE-D        00000190
      * DATASET RECORD PER TYPE-D DCOLLECT RECORD, ALL SIZES IN         00000200
      * TRACKS OF THE VOLUME'S DEVICE TYPE.  THE SNAPSHOT DATE IS       00000210
      * TAKEN FROM A SNAPDATE CARD, ELSE THE DCOLLECT RUN DATE.         00000220
      * EVERY DCOLLECT RECORD TYPE NOT CONVERTED IS COUNTED, AND        00000230
      * EVERY V OR D RECORD THAT COULD NOT BE MAPPED IS LISTED WITH     00000240
      * ITS REASON ON THE CONVERSION CONTROL REPORT.                    00000250
      ****************************                                      00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SOURCE-COMPUTER.  IBM-370.                                       00000290
       OBJECT-COMPUTER.  IBM-370.                                       00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
            SELECT DCOL-FILE ASSIGN TO UT-S-SYSIN.                      00000330
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000340
            SELECT VSH-FILE  ASSIGN TO DA-S-VSHOUT.                     00000350
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000360
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000370
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000380
                                                                        00000390
       DATA DIVISION.                                                   00000400
       FILE SECTION.                                                    00000410
       FD  DCOL-FILE                                                    00000420
           RECORDING MODE IS V                                          00000430
           RECORD IS VARYING IN SIZE FROM 20 TO 32756 CHARACTERS        00000440
               DEPENDING ON WS-DCOL-LEN                                 00000450
           LABEL RECORDS ARE STANDARD                                   00000460
           DATA RECORDS IS DCOL-RECORD.                                 00000470
       01  DCOL-DATA            PIC X(32756).                           00000480
                                                                        00000490
       FD  CTL-FILE                                                     00000500
           RECORDING MODE IS F                                          00000510
           RECORD CONTAINS 80 CHARACTERS                                00000520
           LABEL RECORDS ARE STANDARD                                   00000530
           DATA RECORDS IS CTL-DATA.                                    00000540
       01  CTL-DATA             PIC X(80).                              00000550
                                                                        00000560
       FD  VSH-FILE                                                     00000570
           RECORDING MODE IS F                                          00000580
           RECORD CONTAINS 80 CHARACTERS                                00000590
           BLOCK CONTAINS 238 RECORDS                                   00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           DATA RECORDS IS VSH-RECORD.                                  00000620
       01  VSH-DATA             PIC X(80).                              00000630
                                                                        00000640
       FD  CHAINLOG-FILE                                                00000650
           RECORDING MODE IS F                                          00000660
           RECORD CONTAINS 80 CHARACTERS                                00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           DATA RECORDS IS CHAINLOG-RECORD.                             00000690
       01  CHAINLOG-DATA        PIC X(80).                              00000700
                                                                        00000710
       FD  RPT-OUT                                                      00000720
           LABEL RECORDS ARE OMITTED                                    00000730
           DATA RECORDS IS RPT-RECORD.                                  00000740
       01  RPT-DATA             PIC X(200).                             00000750
                                                                        00000760
       SD  SORT-FILE.                                                   00000770
       01  SORT-RECORD.                                                 00000780
           02  SD-VOLNAME       PIC X(10).                              00000790
           02  SD-REC-SEQ       PIC X(1).                               00000800
           02  SD-DSNAME        PIC X(44).                              00000810
           02  SD-DEVTYPE       PIC X(8).                               00000820
           02  SD-ALLOC-KB      PIC 9(10).                              00000830
           02  SD-FREE-KB       PIC 9(10).                              00000840
           02  SD-LGEXT-KB      PIC 9(10).                              00000850
           02  SD-LASTREF       PIC X(10).                              00000860
                                                                        00000870
       WORKING-STORAGE SECTION.                                         00000880
                                                                        00000890
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000900
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000910
       01  CHAINLOG-RECORD.                                             00000920
           02  CLG-PROGRAM      PIC X(8).                               00000930
           02  CLG-RUN-DATE     PIC 9(8).                               00000940
           02  CLG-RUN-TIME     PIC 9(6).                               00000950
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000960
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000970
           02  CLG-REJECT-COUNT PIC 9(8).                               00000980
           02  CLG-RETURN-CODE  PIC 9(2).                               00000990
           02  FILLER           PIC A(32).                              00001000
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001010
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001020
                                                                        00001030
      ** DCOLLECT RECORD AS SEEN PAST THE RDW - THE COMMON HEADER       00001040
      ** (TYPE, VERSION, SYSTEM ID, TIME STAMP) FOLLOWED BY THE         00001050
      ** TYPE-DEPENDENT DATA, MAPPED FROM THE IDCDOUT DSECT.  ONLY      00001060
      ** THE FIELDS THE CONVERSION NEEDS ARE NAMED.                     00001070
       01  WS-DCOL-LEN          PIC 9(5) VALUE 0.                       00001080
       01  DCOL-RECORD.                                                 00001090
           02  DCU-REC-TYPE     PIC X(2).                               00001100
           02  DCU-VERSION      PIC 9(4) COMP.                          00001110
           02  DCU-SYSID        PIC X(4).                               00001120
           02  DCU-TIME         PIC 9(8) COMP.                          00001130
           02  DCU-DATE         PIC S9(7) COMP-3.                       00001140
           02  FILLER           PIC X(4).                               00001150
           02  DCU-DATA         PIC X(380).                             00001160
      ** TYPE V - ACTIVE VOLUME INFORMATION (SPACE VALUES IN KB)        00001170
       01  DCV-RECORD REDEFINES DCOL-RECORD.                            00001180
           02  FILLER           PIC X(20).                              00001190
           02  DCV-VOLSER       PIC X(6).                               00001200
           02  DCV-FLAG1        PIC X(1).                               00001210
           02  DCV-FLAG2        PIC X(1).                               00001220
           02  DCV-PCT-FREE     PIC X(1).                               00001230
           02  FILLER           PIC X(3).                               00001240
           02  DCV-FREE-KB      PIC 9(9) COMP.                          00001250
           02  DCV-ALLOC-KB     PIC 9(9) COMP.                          00001260
           02  DCV-CAP-KB       PIC 9(9) COMP.                          00001270
           02  DCV-FRAG-INDEX   PIC 9(9) COMP.                          00001280
           02  DCV-LGEXT-KB     PIC 9(9) COMP.                          00001290
           02  DCV-FREE-EXTS    PIC 9(9) COMP.                          00001300
           02  DCV-FREE-DSCBS   PIC 9(9) COMP.                          00001310
           02  DCV-FREE-VIRS    PIC 9(9) COMP.                          00001320
           02  DCV-DEVTYPE      PIC X(8).                               00001330
           02  FILLER           PIC X(328).                             00001340
      ** TYPE D - ACTIVE DATASET INFORMATION (SPACE VALUES IN KB,       00001350
      ** DATES PACKED 0CYYDDDF)                                         00001360
       01  DCD-RECORD REDEFINES DCOL-RECORD.                            00001370
           02  FILLER           PIC X(20).                              00001380
           02  DCD-DSNAME       PIC X(44).                              00001390
           02  DCD-ERROR        PIC X(1).                               00001400
           02  DCD-FLAG1        PIC X(1).                               00001410
           02  DCD-FLAG2        PIC X(1).                               00001420
           02  DCD-FLAG3        PIC X(1).                               00001430
           02  DCD-DSORG        PIC X(2).                               00001440
           02  DCD-RECFM        PIC X(1).                               00001450
           02  DCD-NUM-EXTS     PIC X(1).                               00001460
           02  DCD-BLKSIZE      PIC 9(4) COMP.                          00001470
           02  DCD-LRECL        PIC 9(4) COMP.                          00001480
           02  DCD-ALLOC-KB     PIC 9(9) COMP.                          00001490
           02  DCD-USED-KB      PIC 9(9) COMP.                          00001500
           02  DCD-SECOND-KB    PIC 9(9) COMP.                          00001510
           02  DCD-VOLSER       PIC X(6).                               00001520
           02  DCD-VOLSEQ       PIC 9(4) COMP.                          00001530
           02  DCD-CREATE-DATE  PIC S9(7) COMP-3.                       00001540
           02  DCD-EXPIRE-DATE  PIC S9(7) COMP-3.                       00001550
           02  DCD-LASTREF-DATE PIC S9(7) COMP-3.                       00001560
           02  FILLER           PIC X(292).                             00001570
                                                                        00001580
      ** OUTPUT LAYOUTS - THE VSH-FILE CLASSIC AND TYPE-E VOLUME        00001590
      ** RECORDS (AS READ BY VSIZEHST) AND THE TYPE-D DATASET           00001600
      ** RECORD (AS READ BY VOLDSRPT)                                   00001610
       01  VSH-RECORD.                                                  00001620
           02  FILLER           PIC A(25).                              00001630
           02  VOLSIZE-IN       PIC 9(8).                               00001640
           02  FILLER           PIC A(1).                               00001650
           02  SNAPDATE-IN      PIC X(12).                              00001660
           02  FILLER           PIC A(1).                               00001670
           02  VOLNAME-IN       PIC X(10).                              00001680
           02  FILLER           PIC A(23).                              00001690
       01  VSH-EXT-RECORD REDEFINES VSH-RECORD.                         00001700
           02  EXT-REC-TYPE     PIC X(1).                               00001710
           02  EXT-DEVTYPE-IN   PIC X(8).                               00001720
           02  FILLER           PIC X(16).                              00001730
           02  FILLER           PIC X(8).                               00001740
           02  FILLER           PIC X(1).                               00001750
           02  FILLER           PIC X(12).                              00001760
           02  FILLER           PIC X(1).                               00001770
           02  FILLER           PIC X(10).                              00001780
           02  EXT-FREESPACE-IN PIC 9(8).                               00001790
           02  EXT-LARGEXT-IN   PIC 9(8).                               00001800
           02  FILLER           PIC X(7).                               00001810
       01  DSN-RECORD.                                                  00001820
           02  DSN-REC-TYPE     PIC X(1).                               00001830
           02  DSN-VOLNAME      PIC X(10).                              00001840
           02  FILLER           PIC A(1).                               00001850
           02  DSN-DSNAME       PIC X(44).                              00001860
           02  FILLER           PIC A(1).                               00001870
           02  DSN-TRACKS       PIC 9(8).                               00001880
           02  FILLER           PIC A(1).                               00001890
           02  DSN-LASTREF      PIC X(10).                              00001900
           02  FILLER           PIC A(4).                               00001910
                                                                        00001920
      ** KEYED PARAMETER CARDS - SNAPDATE FORCES THE SNAPSHOT DATE,     00001930
      ** TRKSIZE ADDS OR OVERRIDES A DEVICE TYPE'S BYTES PER TRACK,     00001940
      ** FORMAT CLASSIC WRITES PLAIN CLASSIC VOLUME RECORDS FOR         00001950
      ** CONSUMERS THAT HAVE NOT TAKEN THE E FORMAT                     00001960
       01  CTL-RECORD.                                                  00001970
           02  CTL-KEYWORD      PIC X(10).                              00001980
           02  CTL-VALUE-AREA   PIC X(70).                              00001990
           02  CTL-DATE-RED REDEFINES CTL-VALUE-AREA.                   00002000
               03  CTL-DATE-VALUE   PIC X(10).                          00002010
               03  FILLER           PIC A(60).                          00002020
           02  CTL-TRK-RED REDEFINES CTL-VALUE-AREA.                    00002030
               03  CTL-TRK-DEVTYPE  PIC X(8).                           00002040
               03  FILLER           PIC A(1).                           00002050
               03  CTL-TRK-BYTES    PIC 9(6).                           00002060
               03  FILLER           PIC A(55).                          00002070
           02  CTL-FMT-RED REDEFINES CTL-VALUE-AREA.                    00002080
               03  CTL-FMT-VALUE    PIC X(8).                           00002090
               03  FILLER           PIC A(62).                          00002100
                                                                        00002110
       01  RPT-HEADER.                                                  00002120
           02  FILLER           PIC X(42) VALUE                         00002130
                'DCOLLECT CONVERSION CONTROL REPORT'.                   00002140
           02  FILLER           PIC A(158).                             00002150
       01  RPT-SNAP-LINE.                                               00002160
           02  FILLER           PIC X(15) VALUE 'SNAPSHOT DATE: '.      00002170
           02  SNAPDATE-RPT     PIC X(10).                              00002180
           02  FILLER           PIC X(7) VALUE '  FROM '.               00002190
           02  SNAPSRC-RPT      PIC X(16).                              00002200
           02  FILLER           PIC X(11) VALUE '  FORMAT: '.           00002210
           02  FORMAT-RPT       PIC X(8).                               00002220
           02  FILLER           PIC A(133).                             00002230
       01  RPT-SKIP-HDR.                                                00002240
           02  FILLER           PIC X(42) VALUE                         00002250
                'DCOLLECT RECORD TYPES NOT CONVERTED'.                  00002260
           02  FILLER           PIC A(158).                             00002270
       01  RPT-SKIP-COLHDR.                                             00002280
           02  FILLER           PIC X(6)  VALUE 'TYPE'.                 00002290
           02  FILLER           PIC X(12) VALUE '     COUNT'.           00002300
           02  FILLER           PIC A(182).                             00002310
       01  RPT-SKIP-TYPE-LINE.                                          00002320
           02  TYPE-SKP         PIC X(2).                               00002330
           02  FILLER           PIC A(4).                               00002340
           02  COUNT-SKP        PIC ZZ,ZZZ,ZZ9.                         00002350
           02  FILLER           PIC A(184).                             00002360
       01  RPT-NO-SKIP-LINE.                                            00002370
           02  FILLER           PIC X(40) VALUE                         00002380
                'NO RECORD TYPES SKIPPED'.                              00002390
           02  FILLER           PIC A(160).                             00002400
       01  RPT-UNMAP-HDR.                                               00002410
           02  FILLER           PIC X(42) VALUE                         00002420
                'V AND D RECORDS THAT COULD NOT BE MAPPED'.             00002430
           02  FILLER           PIC A(158).                             00002440
       01  RPT-UNMAP-COLHDR.                                            00002450
           02  FILLER           PIC X(6)  VALUE 'TYPE'.                 00002460
           02  FILLER           PIC X(8)  VALUE 'VOLSER'.               00002470
           02  FILLER           PIC X(46) VALUE 'DSNAME'.               00002480
           02  FILLER           PIC X(6)  VALUE 'REASON'.               00002490
           02  FILLER           PIC A(134).                             00002500
       01  RPT-UNMAP-LINE.                                              00002510
           02  TYPE-UNM         PIC X(2).                               00002520
           02  FILLER           PIC A(4).                               00002530
           02  VOLSER-UNM       PIC X(6).                               00002540
           02  FILLER           PIC A(2).                               00002550
           02  DSNAME-UNM       PIC X(44).                              00002560
           02  FILLER           PIC A(2).                               00002570
           02  REASON-UNM       PIC X(24).                              00002580
           02  FILLER           PIC A(116).                             00002590
       01  RPT-NO-UNMAP-LINE.                                           00002600
           02  FILLER           PIC X(40) VALUE                         00002610
                'ALL V AND D RECORDS MAPPED'.                           00002620
           02  FILLER           PIC A(160).                             00002630
       01  RPT-READ-LINE.                                               00002640
           02  LABEL-READ       PIC X(20) VALUE                         00002650
                'DCOLLECT RECS READ :'.                                 00002660
           02  FILLER           PIC A(3).                               00002670
           02  READ-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002680
           02  FILLER           PIC A(167).                             00002690
       01  RPT-VOL-LINE.                                                00002700
           02  LABEL-VOL        PIC X(20) VALUE                         00002710
                'VOLUMES CONVERTED  :'.                                 00002720
           02  FILLER           PIC A(3).                               00002730
           02  VOL-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00002740
           02  FILLER           PIC A(167).                             00002750
       01  RPT-DSN-LINE.                                                00002760
           02  LABEL-DSN        PIC X(20) VALUE                         00002770
                'DATASETS CONVERTED :'.                                 00002780
           02  FILLER           PIC A(3).                               00002790
           02  DSN-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00002800
           02  FILLER           PIC A(167).                             00002810
       01  RPT-WRITTEN-LINE.                                            00002820
           02  LABEL-WRITTEN    PIC X(20) VALUE                         00002830
                'VSH RECS WRITTEN   :'.                                 00002840
           02  FILLER           PIC A(3).                               00002850
           02  WRITTEN-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00002860
           02  FILLER           PIC A(167).                             00002870
       01  RPT-SKIPPED-LINE.                                            00002880
           02  LABEL-SKIPPED    PIC X(20) VALUE                         00002890
                'RECS SKIPPED (TYPE):'.                                 00002900
           02  FILLER           PIC A(3).                               00002910
           02  SKIPPED-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00002920
           02  FILLER           PIC A(167).                             00002930
       01  RPT-UNMAPPED-LINE.                                           00002940
           02  LABEL-UNMAPPED   PIC X(20) VALUE                         00002950
                'RECS NOT MAPPED    :'.                                 00002960
           02  FILLER           PIC A(3).                               00002970
           02  UNMAPPED-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                       00002980
           02  FILLER           PIC A(167).                             00002990
       01  RPT-NOVOL-LINE.                                              00003000
           02  LABEL-NOVOL      PIC X(20) VALUE                         00003010
                'D RECS WITH NO V   :'.                                 00003020
           02  FILLER           PIC A(3).                               00003030
           02  NOVOL-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00003040
           02  FILLER           PIC A(167).                             00003050
       01  RPT-DEFTRK-LINE.                                             00003060
           02  LABEL-DEFTRK     PIC X(20) VALUE                         00003070
                'DEFAULT TRACK SIZE :'.                                 00003080
           02  FILLER           PIC A(3).                               00003090
           02  DEFTRK-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                         00003100
           02  FILLER           PIC A(167).                             00003110
                                                                        00003120
      ** CONTROL CARD VALUES - SNAPSHOT DATE AND OUTPUT FORMAT          00003130
       01  WS-SNAPDATE          PIC X(10) VALUE SPACES.                 00003140
       01  WS-SNAP-SOURCE       PIC X(16) VALUE SPACES.                 00003150
       01  WS-FORMAT            PIC X(8) VALUE 'EXTENDED'.              00003160
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00003170
       01  WS-TODAY-X           PIC X(8) VALUE SPACES.                  00003180
                                                                        00003190
      ** BYTES PER TRACK BY DEVICE TYPE - 3390 GEOMETRY IS USED FOR     00003200
      ** ANY DEVICE TYPE NOT IN THE TABLE AND FOR DATASETS WHOSE        00003210
      ** VOLUME HAS NO V RECORD IN THE FEED                             00003220
       01  WS-TRK-DEFAULTS      PIC X(42) VALUE                         00003230
            '3390    0566643380    0474769345    046456'.               00003240
       01  WS-TRK-DEF-TBL REDEFINES WS-TRK-DEFAULTS.                    00003250
           02  WS-TRK-DEF-ENTRY OCCURS 3 TIMES.                         00003260
               03  WS-TRK-DEF-DEVTYPE PIC X(8).                         00003270
               03  WS-TRK-DEF-BYTES   PIC 9(6).                         00003280
       01  WS-DEFAULT-TRK-BYTES PIC 9(6) VALUE 056664.                  00003290
       01  WS-MAX-TRK           PIC 9(3) VALUE 20.                      00003300
       01  WS-TRK-COUNT         PIC 9(3) VALUE 0.                       00003310
       01  WS-TRK-IDX           PIC 9(3) VALUE 0.                       00003320
       01  WS-TRK-FND           PIC 9(3) VALUE 0.                       00003330
       01  WS-TRK-TABLE.                                                00003340
           02  WS-TRK-ENTRY OCCURS 20 TIMES.                            00003350
               03  TK-DEVTYPE       PIC X(8).                           00003360
               03  TK-BYTES         PIC 9(6).                           00003370
                                                                        00003380
      ** RECORD COUNTERS                                                00003390
       01  WS-READ-COUNT        PIC 9(8) VALUE 0.                       00003400
       01  WS-VOL-COUNT         PIC 9(8) VALUE 0.                       00003410
       01  WS-DSN-COUNT         PIC 9(8) VALUE 0.                       00003420
       01  WS-WRITTEN-COUNT     PIC 9(8) VALUE 0.                       00003430
       01  WS-SKIPPED-COUNT     PIC 9(8) VALUE 0.                       00003440
       01  WS-UNMAPPED-COUNT    PIC 9(8) VALUE 0.                       00003450
       01  WS-NOVOL-COUNT       PIC 9(8) VALUE 0.                       00003460
       01  WS-DEFTRK-COUNT      PIC 9(8) VALUE 0.                       00003470
                                                                        00003480
      ** SKIPPED RECORD TYPES - ONE ENTRY PER DCOLLECT TYPE CODE        00003490
      ** (A, M, B, C, T, DC, SC, MC, BC, SG, VL, AG, DR, LB ...)        00003500
       01  WS-MAX-SKIP          PIC 9(3) VALUE 50.                      00003510
       01  WS-SKIP-COUNT        PIC 9(3) VALUE 0.                       00003520
       01  WS-SKIP-IDX          PIC 9(3) VALUE 0.                       00003530
       01  WS-SKIP-FND          PIC 9(3) VALUE 0.                       00003540
       01  WS-SKIP-WARNED-SW    PIC X VALUE 'N'.                        00003550
       01  WS-SKIP-TABLE.                                               00003560
           02  WS-SKIP-ENTRY OCCURS 50 TIMES.                           00003570
               03  SK-TYPE          PIC X(2).                           00003580
               03  SK-COUNT         PIC 9(8).                           00003590
                                                                        00003600
      ** UNMAPPED V/D RECORDS - KEPT FOR THE CONTROL REPORT             00003610
       01  WS-MAX-UNM           PIC 9(5) VALUE 5000.                    00003620
       01  WS-UNM-COUNT         PIC 9(5) VALUE 0.                       00003630
       01  WS-UNM-IDX           PIC 9(5) VALUE 0.                       00003640
       01  WS-UNM-WARNED-SW     PIC X VALUE 'N'.                        00003650
       01  WS-UNM-TABLE.                                                00003660
           02  WS-UNM-ENTRY OCCURS 5000 TIMES.                          00003670
               03  UN-TYPE          PIC X(2).                           00003680
               03  UN-VOLSER        PIC X(6).                           00003690
               03  UN-DSNAME        PIC X(44).                          00003700
               03  UN-REASON        PIC X(24).                          00003710
       01  WS-UNM-REASON        PIC X(24) VALUE SPACES.                 00003720
                                                                        00003730
      ** CONVERSION WORK FIELDS                                         00003740
       01  WS-CUR-VOLNAME       PIC X(10) VALUE SPACES.                 00003750
       01  WS-CUR-TRK-BYTES     PIC 9(6) VALUE 0.                       00003760
       01  WS-LOOK-DEVTYPE      PIC X(8) VALUE SPACES.                  00003770
       01  WS-LOOK-BYTES        PIC 9(6) VALUE 0.                       00003780
       01  WS-KB-WORK           PIC 9(10) VALUE 0.                      00003790
       01  WS-TRK-WORK          PIC 9(10) VALUE 0.                      00003800
       01  WS-USED-TRKS         PIC 9(10) VALUE 0.                      00003810
       01  WS-FREE-TRKS         PIC 9(10) VALUE 0.                      00003820
       01  WS-LGEXT-TRKS        PIC 9(10) VALUE 0.                      00003830
       01  WS-DATE-OK-SW        PIC X VALUE 'N'.                        00003840
                                                                        00003850
      ** PACKED JULIAN DATE (0CYYDDDF) UNPACKED FOR CONVERSION -        00003860
      ** C IS THE CENTURY (0 = 19XX, 1 = 20XX)                          00003870
       01  WS-JUL-PACKED        PIC S9(7) COMP-3 VALUE 0.               00003880
       01  WS-JUL-DISPLAY       PIC 9(7) VALUE 0.                       00003890
       01  WS-JUL-PARTS REDEFINES WS-JUL-DISPLAY.                       00003900
           02  FILLER           PIC 9(1).                               00003910
           02  WS-JUL-C         PIC 9(1).                               00003920
           02  WS-JUL-YY        PIC 9(2).                               00003930
           02  WS-JUL-DDD       PIC 9(3).                               00003940
       01  WS-JUL-VALID-SW      PIC X VALUE 'N'.                        00003950
       01  WS-ISO-DATE.                                                 00003960
           02  WS-ISO-YYYY      PIC 9(4).                               00003970
           02  FILLER           PIC X(1) VALUE '-'.                     00003980
           02  WS-ISO-MM        PIC 9(2).                               00003990
           02  FILLER           PIC X(1) VALUE '-'.                     00004000
           02  WS-ISO-DD        PIC 9(2).                               00004010
                                                                        00004020
      ** DATE CONVERSION WORK FIELDS (PROLEPTIC GREGORIAN, SERIAL       00004030
      ** DAY 1 = 0001-01-01)                                            00004040
       01  WS-CNV-DATE.                                                 00004050
           02  WS-CNV-YYYY      PIC 9(4).                               00004060
           02  FILLER           PIC X(1).                               00004070
           02  WS-CNV-MM        PIC 9(2).                               00004080
           02  FILLER           PIC X(1).                               00004090
           02  WS-CNV-DD        PIC 9(2).                               00004100
           02  FILLER           PIC X(2).                               00004110
       01  WS-CNV-SERIAL        PIC 9(7) VALUE 0.                       00004120
       01  WS-CNV-VALID-SW      PIC X VALUE 'Y'.                        00004130
       01  WS-CNV-YEAR-M1       PIC 9(4) VALUE 0.                       00004140
       01  WS-DBY-Q4            PIC 9(4) VALUE 0.                       00004150
       01  WS-DBY-Q100          PIC 9(4) VALUE 0.                       00004160
       01  WS-DBY-Q400          PIC 9(4) VALUE 0.                       00004170
       01  WS-CNV-DOY           PIC 9(3) VALUE 0.                       00004180
       01  WS-CNV-DBY           PIC 9(7) VALUE 0.                       00004190
       01  WS-CNV-YEARDAYS      PIC 9(3) VALUE 0.                       00004200
       01  WS-LEAP-SW           PIC X VALUE 'N'.                        00004210
       01  WS-LEAP-Q            PIC 9(4) VALUE 0.                       00004220
       01  WS-LEAP-R            PIC 9(4) VALUE 0.                       00004230
       01  WS-MONTH-LEN         PIC 9(2) VALUE 0.                       00004240
       01  WS-MONTH-OFFSET-DATA PIC X(36) VALUE                         00004250
            '000031059090120151181212243273304334'.                     00004260
       01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.          00004270
           02  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(3).                00004280
       01  WS-MONTH-DAYS-DATA   PIC X(24) VALUE                         00004290
            '312831303130313130313031'.                                 00004300
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DATA.              00004310
           02  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).                  00004320
                                                                        00004330
       01  EOF                  PIC 9 VALUE 0.                          00004340
                                                                        00004350
       PROCEDURE DIVISION.                                              00004360
                                                                        00004370
       MAIN-ROUTINE.                                                    00004380
           PERFORM LOAD-TRACK-TABLE-ROUTINE.                            00004390
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00004400
           OPEN OUTPUT VSH-FILE.                                        00004410
           SORT SORT-FILE                                               00004420
               ON ASCENDING KEY SD-VOLNAME SD-REC-SEQ SD-DSNAME         00004430
               INPUT PROCEDURE IS LOAD-DCOLLECT-ROUTINE                 00004440
               OUTPUT PROCEDURE IS CONVERT-ROUTINE.                     00004450
           CLOSE VSH-FILE.                                              00004460
           PERFORM SET-RETURN-CODE-ROUTINE.                             00004470
           PERFORM PRINT-REPORT-ROUTINE.                                00004480
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00004490
           DISPLAY 'DONE'.                                              00004500
           STOP RUN.                                                    00004510
                                                                        00004520
       LOAD-TRACK-TABLE-ROUTINE.                                        00004530
           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1                       00004540
                   UNTIL WS-TRK-IDX > 3                                 00004550
               ADD 1 TO WS-TRK-COUNT                                    00004560
               MOVE WS-TRK-DEF-DEVTYPE (WS-TRK-IDX)                     00004570
                    TO TK-DEVTYPE (WS-TRK-COUNT)                        00004580
               MOVE WS-TRK-DEF-BYTES (WS-TRK-IDX)                       00004590
                    TO TK-BYTES (WS-TRK-COUNT)                          00004600
           END-PERFORM.                                                 00004610
                                                                        00004620
      **--------------------------------------------------------        00004630
      ** KEYED PARAMETER CARDS - SNAPDATE / TRKSIZE / FORMAT.  WITH     00004640
      ** NO SNAPDATE CARD THE DATE COMES FROM THE FIRST DCOLLECT        00004650
      ** HEADER, FAILING THAT FROM TODAY.                               00004660
      **--------------------------------------------------------        00004670
       READ-CONTROL-CARD-ROUTINE.                                       00004680
           MOVE 0 TO WS-CTL-EOF.                                        00004690
           OPEN INPUT CTL-FILE.                                         00004700
           READ CTL-FILE INTO CTL-RECORD                                00004710
               AT END MOVE 1 TO WS-CTL-EOF.                             00004720
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00004730
           CLOSE CTL-FILE.                                              00004740
                                                                        00004750
       APPLY-CONTROL-CARD-ROUTINE.                                      00004760
           EVALUATE TRUE                                                00004770
               WHEN CTL-KEYWORD = 'SNAPDATE'                            00004780
                   MOVE CTL-DATE-VALUE TO WS-CNV-DATE                   00004790
                   PERFORM DATE-TO-SERIAL-ROUTINE                       00004800
                   IF WS-CNV-VALID-SW = 'Y'                             00004810
                       MOVE CTL-DATE-VALUE TO WS-SNAPDATE               00004820
                       MOVE 'SNAPDATE CARD' TO WS-SNAP-SOURCE           00004830
                   ELSE                                                 00004840
                       DISPLAY 'INVALID SNAPDATE CARD IGNORED: '        00004850
                               CTL-DATE-VALUE                           00004860
                   END-IF                                               00004870
               WHEN CTL-KEYWORD = 'TRKSIZE'                             00004880
                   IF CTL-TRK-DEVTYPE NOT = SPACES                      00004890
                    AND CTL-TRK-BYTES NUMERIC                           00004900
                    AND CTL-TRK-BYTES > 0                               00004910
                       PERFORM STORE-TRACK-SIZE-ROUTINE                 00004920
                   ELSE                                                 00004930
                       DISPLAY 'INVALID TRKSIZE CARD IGNORED: '         00004940
                               CTL-VALUE-AREA                           00004950
                   END-IF                                               00004960
               WHEN CTL-KEYWORD = 'FORMAT'                              00004970
                   IF CTL-FMT-VALUE = 'CLASSIC'                         00004980
                    OR CTL-FMT-VALUE = 'EXTENDED'                       00004990
                       MOVE CTL-FMT-VALUE TO WS-FORMAT                  00005000
                   ELSE                                                 00005010
                       DISPLAY 'INVALID FORMAT CARD IGNORED: '          00005020
                               CTL-FMT-VALUE                            00005030
                   END-IF                                               00005040
               WHEN OTHER                                               00005050
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00005060
                           CTL-KEYWORD                                  00005070
           END-EVALUATE.                                                00005080
           READ CTL-FILE INTO CTL-RECORD                                00005090
               AT END MOVE 1 TO WS-CTL-EOF.                             00005100
                                                                        00005110
       STORE-TRACK-SIZE-ROUTINE.                                        00005120
           MOVE CTL-TRK-DEVTYPE TO WS-LOOK-DEVTYPE.                     00005130
           PERFORM FIND-TRACK-SIZE-ROUTINE.                             00005140
           IF WS-TRK-IDX > 0                                            00005150
               MOVE CTL-TRK-BYTES TO TK-BYTES (WS-TRK-IDX)              00005160
           ELSE                                                         00005170
               IF WS-TRK-COUNT < WS-MAX-TRK                             00005180
                   ADD 1 TO WS-TRK-COUNT                                00005190
                   MOVE CTL-TRK-DEVTYPE TO TK-DEVTYPE (WS-TRK-COUNT)    00005200
                   MOVE CTL-TRK-BYTES TO TK-BYTES (WS-TRK-COUNT)        00005210
               ELSE                                                     00005220
                   DISPLAY 'WARNING - WS-TRK-TABLE FULL AT '            00005230
                           WS-MAX-TRK                                   00005240
                           ' - TRKSIZE CARD IGNORED: '                  00005250
                           CTL-TRK-DEVTYPE                              00005260
               END-IF                                                   00005270
           END-IF.                                                      00005280
                                                                        00005290
      **--------------------------------------------------------        00005300
      ** LOOK UP THE BYTES PER TRACK FOR WS-LOOK-DEVTYPE.  WS-TRK-      00005310
      ** IDX IS LEFT ZERO AND THE 3390 SIZE RETURNED WHEN THE TYPE      00005320
      ** IS NOT IN THE TABLE.                                           00005330
      **--------------------------------------------------------        00005340
       FIND-TRACK-SIZE-ROUTINE.                                         00005350
           MOVE WS-DEFAULT-TRK-BYTES TO WS-LOOK-BYTES.                  00005360
           MOVE 0 TO WS-TRK-FND.                                        00005370
           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1                       00005380
                   UNTIL WS-TRK-IDX > WS-TRK-COUNT                      00005390
                      OR WS-TRK-FND > 0                                 00005400
               IF TK-DEVTYPE (WS-TRK-IDX) = WS-LOOK-DEVTYPE             00005410
                   MOVE WS-TRK-IDX TO WS-TRK-FND                        00005420
                   MOVE TK-BYTES (WS-TRK-IDX) TO WS-LOOK-BYTES          00005430
               END-IF                                                   00005440
           END-PERFORM.                                                 00005450
           MOVE WS-TRK-FND TO WS-TRK-IDX.                               00005460
                                                                        00005470
      **--------------------------------------------------------        00005480
      ** SORT INPUT PROCEDURE - V AND D RECORDS ARE MAPPED AND          00005490
      ** RELEASED KEYED BY VOLUME, THE V RECORD AHEAD OF ITS            00005500
      ** DATASETS SO THE TRACK SIZE IS KNOWN WHEN THEY RETURN.          00005510
      ** EVERY OTHER TYPE IS COUNTED BY TYPE CODE AND DROPPED.          00005520
      **--------------------------------------------------------        00005530
       LOAD-DCOLLECT-ROUTINE.                                           00005540
           OPEN INPUT DCOL-FILE.                                        00005550
           DISPLAY 'PROCESSING DCOLLECT OUTPUT'.                        00005560
           READ DCOL-FILE INTO DCOL-RECORD                              00005570
                          AT END MOVE 1 TO EOF.                         00005580
           PERFORM RELEASE-DCOLLECT-ROUTINE UNTIL EOF = 1.              00005590
           CLOSE DCOL-FILE.                                             00005600
           IF WS-SNAPDATE = SPACES                                      00005610
               ACCEPT WS-TODAY-X FROM DATE YYYYMMDD                     00005620
               MOVE WS-TODAY-X (1:4) TO WS-SNAPDATE (1:4)               00005630
               MOVE '-' TO WS-SNAPDATE (5:1)                            00005640
               MOVE WS-TODAY-X (5:2) TO WS-SNAPDATE (6:2)               00005650
               MOVE '-' TO WS-SNAPDATE (8:1)                            00005660
               MOVE WS-TODAY-X (7:2) TO WS-SNAPDATE (9:2)               00005670
               MOVE 'RUN DATE' TO WS-SNAP-SOURCE                        00005680
           END-IF.                                                      00005690
                                                                        00005700
       RELEASE-DCOLLECT-ROUTINE.                                        00005710
           ADD 1 TO WS-READ-COUNT.                                      00005720
           EVALUATE TRUE                                                00005730
               WHEN DCU-REC-TYPE = 'V '                                 00005740
                   PERFORM MAP-VOLUME-ROUTINE                           00005750
               WHEN DCU-REC-TYPE = 'D '                                 00005760
                   PERFORM MAP-DATASET-ROUTINE                          00005770
               WHEN OTHER                                               00005780
                   PERFORM NOTE-SKIPPED-TYPE-ROUTINE                    00005790
           END-EVALUATE.                                                00005800
           READ DCOL-FILE INTO DCOL-RECORD                              00005810
                          AT END MOVE 1 TO EOF.                         00005820
                                                                        00005830
       MAP-VOLUME-ROUTINE.                                              00005840
           MOVE SPACES TO WS-UNM-REASON.                                00005850
           EVALUATE TRUE                                                00005860
               WHEN WS-DCOL-LEN < 72                                    00005870
                   MOVE 'V RECORD TOO SHORT' TO WS-UNM-REASON           00005880
               WHEN DCV-VOLSER = SPACES OR DCV-VOLSER = LOW-VALUES      00005890
                   MOVE 'BLANK VOLSER' TO WS-UNM-REASON                 00005900
               WHEN DCV-DEVTYPE = SPACES OR DCV-DEVTYPE = LOW-VALUES    00005910
                   MOVE 'BLANK DEVICE TYPE' TO WS-UNM-REASON            00005920
               WHEN OTHER                                               00005930
                   CONTINUE                                             00005940
           END-EVALUATE.                                                00005950
           IF WS-UNM-REASON NOT = SPACES                                00005960
               MOVE SPACES TO SORT-RECORD                               00005970
               MOVE DCV-VOLSER TO SD-VOLNAME                            00005980
               PERFORM NOTE-UNMAPPED-ROUTINE                            00005990
           ELSE                                                         00006000
               IF WS-SNAPDATE = SPACES                                  00006010
                   PERFORM HEADER-SNAPDATE-ROUTINE                      00006020
               END-IF                                                   00006030
               MOVE SPACES TO SORT-RECORD                               00006040
               MOVE DCV-VOLSER   TO SD-VOLNAME                          00006050
               MOVE '1'          TO SD-REC-SEQ                          00006060
               MOVE DCV-DEVTYPE  TO SD-DEVTYPE                          00006070
               MOVE DCV-ALLOC-KB TO SD-ALLOC-KB                         00006080
               MOVE DCV-FREE-KB  TO SD-FREE-KB                          00006090
               MOVE DCV-LGEXT-KB TO SD-LGEXT-KB                         00006100
               RELEASE SORT-RECORD                                      00006110
           END-IF.                                                      00006120
                                                                        00006130
       MAP-DATASET-ROUTINE.                                             00006140
           MOVE SPACES TO WS-UNM-REASON.                                00006150
           EVALUATE TRUE                                                00006160
               WHEN WS-DCOL-LEN < 108                                   00006170
                   MOVE 'D RECORD TOO SHORT' TO WS-UNM-REASON           00006180
               WHEN DCD-DSNAME = SPACES OR DCD-DSNAME = LOW-VALUES      00006190
                   MOVE 'BLANK DSNAME' TO WS-UNM-REASON                 00006200
               WHEN DCD-VOLSER = SPACES OR DCD-VOLSER = LOW-VALUES      00006210
                   MOVE 'BLANK VOLSER' TO WS-UNM-REASON                 00006220
               WHEN OTHER                                               00006230
                   CONTINUE                                             00006240
           END-EVALUATE.                                                00006250
           IF WS-UNM-REASON NOT = SPACES                                00006260
               MOVE SPACES TO SORT-RECORD                               00006270
               MOVE DCD-VOLSER TO SD-VOLNAME                            00006280
               MOVE DCD-DSNAME TO SD-DSNAME                             00006290
               PERFORM NOTE-UNMAPPED-ROUTINE                            00006300
           ELSE                                                         00006310
               MOVE SPACES TO SORT-RECORD                               00006320
               MOVE DCD-VOLSER   TO SD-VOLNAME                          00006330
               MOVE '2'          TO SD-REC-SEQ                          00006340
               MOVE DCD-DSNAME   TO SD-DSNAME                           00006350
               MOVE DCD-ALLOC-KB TO SD-ALLOC-KB                         00006360
               MOVE 0 TO SD-FREE-KB                                     00006370
               MOVE 0 TO SD-LGEXT-KB                                    00006380
               PERFORM MAP-LASTREF-ROUTINE                              00006390
               RELEASE SORT-RECORD                                      00006400
           END-IF.                                                      00006410
                                                                        00006420
      **--------------------------------------------------------        00006430
      ** LAST-REFERENCE DATE - A ZERO DATE MEANS THE DATASET HAS        00006440
      ** NOT BEEN OPENED SINCE IT WAS CREATED, SO THE CREATION DATE     00006450
      ** STANDS IN.  AN UNREADABLE DATE IS LEFT BLANK, WHICH KEEPS      00006460
      ** THE DATASET OFF THE VOLDSRPT MIGRATION LIST.                   00006470
      **--------------------------------------------------------        00006480
       MAP-LASTREF-ROUTINE.                                             00006490
           MOVE SPACES TO SD-LASTREF.                                   00006500
           IF DCD-LASTREF-DATE NUMERIC AND DCD-LASTREF-DATE > 0         00006510
               MOVE DCD-LASTREF-DATE TO WS-JUL-PACKED                   00006520
           ELSE                                                         00006530
               IF DCD-CREATE-DATE NUMERIC                               00006540
                   MOVE DCD-CREATE-DATE TO WS-JUL-PACKED                00006550
               ELSE                                                     00006560
                   MOVE 0 TO WS-JUL-PACKED                              00006570
               END-IF                                                   00006580
           END-IF.                                                      00006590
           PERFORM JULIAN-TO-DATE-ROUTINE.                              00006600
           IF WS-JUL-VALID-SW = 'Y'                                     00006610
               MOVE WS-ISO-DATE TO SD-LASTREF                           00006620
           END-IF.                                                      00006630
                                                                        00006640
       HEADER-SNAPDATE-ROUTINE.                                         00006650
           IF DCU-DATE NUMERIC                                          00006660
               MOVE DCU-DATE TO WS-JUL-PACKED                           00006670
               PERFORM JULIAN-TO-DATE-ROUTINE                           00006680
               IF WS-JUL-VALID-SW = 'Y'                                 00006690
                   MOVE WS-ISO-DATE TO WS-SNAPDATE                      00006700
                   MOVE 'DCOLLECT HEADER' TO WS-SNAP-SOURCE             00006710
               END-IF                                                   00006720
           END-IF.                                                      00006730
                                                                        00006740
       NOTE-SKIPPED-TYPE-ROUTINE.                                       00006750
           ADD 1 TO WS-SKIPPED-COUNT.                                   00006760
           MOVE 0 TO WS-SKIP-FND.                                       00006770
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1                      00006780
                   UNTIL WS-SKIP-IDX > WS-SKIP-COUNT                    00006790
                      OR WS-SKIP-FND > 0                                00006800
               IF SK-TYPE (WS-SKIP-IDX) = DCU-REC-TYPE                  00006810
                   MOVE WS-SKIP-IDX TO WS-SKIP-FND                      00006820
               END-IF                                                   00006830
           END-PERFORM.                                                 00006840
           IF WS-SKIP-FND > 0                                           00006850
               ADD 1 TO SK-COUNT (WS-SKIP-FND)                          00006860
           ELSE                                                         00006870
               IF WS-SKIP-COUNT < WS-MAX-SKIP                           00006880
                   ADD 1 TO WS-SKIP-COUNT                               00006890
                   MOVE DCU-REC-TYPE TO SK-TYPE (WS-SKIP-COUNT)         00006900
                   MOVE 1 TO SK-COUNT (WS-SKIP-COUNT)                   00006910
               ELSE                                                     00006920
                   IF WS-SKIP-WARNED-SW = 'N'                           00006930
                       DISPLAY 'WARNING - WS-SKIP-TABLE FULL AT '       00006940
                               WS-MAX-SKIP                              00006950
                               ' - FURTHER TYPES COUNTED IN TOTAL ONLY' 00006960
                       MOVE 'Y' TO WS-SKIP-WARNED-SW                    00006970
                   END-IF                                               00006980
               END-IF                                                   00006990
           END-IF.                                                      00007000
                                                                        00007010
       NOTE-UNMAPPED-ROUTINE.                                           00007020
           ADD 1 TO WS-UNMAPPED-COUNT.                                  00007030
           IF WS-UNM-COUNT < WS-MAX-UNM                                 00007040
               ADD 1 TO WS-UNM-COUNT                                    00007050
               MOVE DCU-REC-TYPE  TO UN-TYPE (WS-UNM-COUNT)             00007060
               MOVE SD-VOLNAME    TO UN-VOLSER (WS-UNM-COUNT)           00007070
               MOVE SD-DSNAME     TO UN-DSNAME (WS-UNM-COUNT)           00007080
               MOVE WS-UNM-REASON TO UN-REASON (WS-UNM-COUNT)           00007090
           ELSE                                                         00007100
               IF WS-UNM-WARNED-SW = 'N'                                00007110
                   DISPLAY 'WARNING - WS-UNM-TABLE FULL AT '            00007120
                           WS-MAX-UNM                                   00007130
                           ' - FURTHER RECORDS COUNTED ONLY'            00007140
                   MOVE 'Y' TO WS-UNM-WARNED-SW                         00007150
               END-IF                                                   00007160
           END-IF.                                                      00007170
                                                                        00007180
      **--------------------------------------------------------        00007190
      ** SORT OUTPUT PROCEDURE - EACH V RECORD SETS THE TRACK SIZE      00007200
      ** FOR THE DATASETS THAT FOLLOW IT AND IS WRITTEN AS A            00007210
      ** VOLUME RECORD; EACH D RECORD IS WRITTEN AS A TYPE-D            00007220
      ** DATASET RECORD.                                                00007230
      **--------------------------------------------------------        00007240
       CONVERT-ROUTINE.                                                 00007250
           MOVE 0 TO EOF.                                               00007260
           RETURN SORT-FILE INTO SORT-RECORD                            00007270
                  AT END MOVE 1 TO EOF.                                 00007280
           PERFORM CONVERT-ONE-RECORD-ROUTINE UNTIL EOF = 1.            00007290
                                                                        00007300
       CONVERT-ONE-RECORD-ROUTINE.                                      00007310
           IF SD-REC-SEQ = '1'                                          00007320
               PERFORM WRITE-VOLUME-ROUTINE                             00007330
           ELSE                                                         00007340
               PERFORM WRITE-DATASET-ROUTINE                            00007350
           END-IF.                                                      00007360
           RETURN SORT-FILE INTO SORT-RECORD                            00007370
                  AT END MOVE 1 TO EOF.                                 00007380
                                                                        00007390
       WRITE-VOLUME-ROUTINE.                                            00007400
           MOVE SD-DEVTYPE TO WS-LOOK-DEVTYPE.                          00007410
           PERFORM FIND-TRACK-SIZE-ROUTINE.                             00007420
           IF WS-TRK-IDX = 0                                            00007430
               ADD 1 TO WS-DEFTRK-COUNT                                 00007440
           END-IF.                                                      00007450
           MOVE SD-VOLNAME TO WS-CUR-VOLNAME.                           00007460
           MOVE WS-LOOK-BYTES TO WS-CUR-TRK-BYTES.                      00007470
           MOVE SD-ALLOC-KB TO WS-KB-WORK.                              00007480
           PERFORM KB-TO-TRACKS-UP-ROUTINE.                             00007490
           MOVE WS-TRK-WORK TO WS-USED-TRKS.                            00007500
           MOVE SD-FREE-KB TO WS-KB-WORK.                               00007510
           PERFORM KB-TO-TRACKS-DOWN-ROUTINE.                           00007520
           MOVE WS-TRK-WORK TO WS-FREE-TRKS.                            00007530
           MOVE SD-LGEXT-KB TO WS-KB-WORK.                              00007540
           PERFORM KB-TO-TRACKS-DOWN-ROUTINE.                           00007550
           MOVE WS-TRK-WORK TO WS-LGEXT-TRKS.                           00007560
           MOVE SPACES TO VSH-RECORD.                                   00007570
           MOVE WS-USED-TRKS TO VOLSIZE-IN.                             00007580
           MOVE WS-SNAPDATE  TO SNAPDATE-IN.                            00007590
           MOVE SD-VOLNAME   TO VOLNAME-IN.                             00007600
           IF WS-FORMAT = 'EXTENDED'                                    00007610
               MOVE 'E'           TO EXT-REC-TYPE                       00007620
               MOVE SD-DEVTYPE    TO EXT-DEVTYPE-IN                     00007630
               MOVE WS-FREE-TRKS  TO EXT-FREESPACE-IN                   00007640
               MOVE WS-LGEXT-TRKS TO EXT-LARGEXT-IN                     00007650
           END-IF.                                                      00007660
           WRITE VSH-DATA FROM VSH-RECORD.                              00007670
           ADD 1 TO WS-WRITTEN-COUNT.                                   00007680
           ADD 1 TO WS-VOL-COUNT.                                       00007690
                                                                        00007700
       WRITE-DATASET-ROUTINE.                                           00007710
           IF SD-VOLNAME NOT = WS-CUR-VOLNAME                           00007720
               ADD 1 TO WS-NOVOL-COUNT                                  00007730
               MOVE SD-VOLNAME TO WS-CUR-VOLNAME                        00007740
               MOVE WS-DEFAULT-TRK-BYTES TO WS-CUR-TRK-BYTES            00007750
           END-IF.                                                      00007760
           MOVE WS-CUR-TRK-BYTES TO WS-LOOK-BYTES.                      00007770
           MOVE SD-ALLOC-KB TO WS-KB-WORK.                              00007780
           PERFORM KB-TO-TRACKS-UP-ROUTINE.                             00007790
           MOVE SPACES TO DSN-RECORD.                                   00007800
           MOVE 'D'         TO DSN-REC-TYPE.                            00007810
           MOVE SD-VOLNAME  TO DSN-VOLNAME.                             00007820
           MOVE SD-DSNAME   TO DSN-DSNAME.                              00007830
           MOVE WS-TRK-WORK TO DSN-TRACKS.                              00007840
           MOVE SD-LASTREF  TO DSN-LASTREF.                             00007850
           WRITE VSH-DATA FROM DSN-RECORD.                              00007860
           ADD 1 TO WS-WRITTEN-COUNT.                                   00007870
           ADD 1 TO WS-DSN-COUNT.                                       00007880
                                                                        00007890
      **--------------------------------------------------------        00007900
      ** KILOBYTES TO TRACKS AT WS-LOOK-BYTES PER TRACK - SPACE IN      00007910
      ** USE ROUNDS UP TO WHOLE TRACKS, FREE SPACE ROUNDS DOWN.         00007920
      **--------------------------------------------------------        00007930
       KB-TO-TRACKS-UP-ROUTINE.                                         00007940
           COMPUTE WS-TRK-WORK =                                        00007950
               (WS-KB-WORK * 1024 + WS-LOOK-BYTES - 1)                  00007960
               / WS-LOOK-BYTES.                                         00007970
                                                                        00007980
       KB-TO-TRACKS-DOWN-ROUTINE.                                       00007990
           COMPUTE WS-TRK-WORK =                                        00008000
               (WS-KB-WORK * 1024) / WS-LOOK-BYTES.                     00008010
                                                                        00008020
       SET-RETURN-CODE-ROUTINE.                                         00008030
           EVALUATE TRUE                                                00008040
               WHEN WS-VOL-COUNT = 0                                    00008050
                   MOVE 8 TO RETURN-CODE                                00008060
               WHEN WS-UNMAPPED-COUNT > 0                               00008070
                   MOVE 4 TO RETURN-CODE                                00008080
               WHEN OTHER                                               00008090
                   MOVE 0 TO RETURN-CODE                                00008100
           END-EVALUATE.                                                00008110
                                                                        00008120
      **--------------------------------------------------------        00008130
      ** CONVERSION CONTROL REPORT - SKIPPED TYPES, UNMAPPED            00008140
      ** RECORDS, THEN THE RECORD COUNTS.                               00008150
      **--------------------------------------------------------        00008160
       PRINT-REPORT-ROUTINE.                                            00008170
           OPEN OUTPUT RPT-OUT.                                         00008180
           WRITE RPT-DATA FROM RPT-HEADER.                              00008190
           MOVE WS-SNAPDATE    TO SNAPDATE-RPT.                         00008200
           MOVE WS-SNAP-SOURCE TO SNAPSRC-RPT.                          00008210
           MOVE WS-FORMAT      TO FORMAT-RPT.                           00008220
           WRITE RPT-DATA FROM RPT-SNAP-LINE.                           00008230
           WRITE RPT-DATA FROM RPT-SKIP-HDR.                            00008240
           IF WS-SKIP-COUNT = 0                                         00008250
               WRITE RPT-DATA FROM RPT-NO-SKIP-LINE                     00008260
           ELSE                                                         00008270
               WRITE RPT-DATA FROM RPT-SKIP-COLHDR                      00008280
               PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1                  00008290
                       UNTIL WS-SKIP-IDX > WS-SKIP-COUNT                00008300
                   MOVE SPACES TO RPT-SKIP-TYPE-LINE                    00008310
                   MOVE SK-TYPE (WS-SKIP-IDX)  TO TYPE-SKP              00008320
                   MOVE SK-COUNT (WS-SKIP-IDX) TO COUNT-SKP             00008330
                   WRITE RPT-DATA FROM RPT-SKIP-TYPE-LINE               00008340
               END-PERFORM                                              00008350
           END-IF.                                                      00008360
           WRITE RPT-DATA FROM RPT-UNMAP-HDR.                           00008370
           IF WS-UNM-COUNT = 0                                          00008380
               WRITE RPT-DATA FROM RPT-NO-UNMAP-LINE                    00008390
           ELSE                                                         00008400
               WRITE RPT-DATA FROM RPT-UNMAP-COLHDR                     00008410
               PERFORM VARYING WS-UNM-IDX FROM 1 BY 1                   00008420
                       UNTIL WS-UNM-IDX > WS-UNM-COUNT                  00008430
                   PERFORM PRINT-UNMAPPED-ROUTINE                       00008440
               END-PERFORM                                              00008450
           END-IF.                                                      00008460
           PERFORM FOOTER-ROUTINE.                                      00008470
           CLOSE RPT-OUT.                                               00008480
                                                                        00008490
       PRINT-UNMAPPED-ROUTINE.                                          00008500
           MOVE SPACES TO RPT-UNMAP-LINE.                               00008510
           MOVE UN-TYPE (WS-UNM-IDX)   TO TYPE-UNM.                     00008520
           MOVE UN-VOLSER (WS-UNM-IDX) TO VOLSER-UNM.                   00008530
           MOVE UN-DSNAME (WS-UNM-IDX) TO DSNAME-UNM.                   00008540
           MOVE UN-REASON (WS-UNM-IDX) TO REASON-UNM.                   00008550
           WRITE RPT-DATA FROM RPT-UNMAP-LINE.                          00008560
                                                                        00008570
       FOOTER-ROUTINE.                                                  00008580
           MOVE WS-READ-COUNT TO READ-COUNT-RPT.                        00008590
           WRITE RPT-DATA FROM RPT-READ-LINE.                           00008600
           MOVE WS-VOL-COUNT TO VOL-COUNT-RPT.                          00008610
           WRITE RPT-DATA FROM RPT-VOL-LINE.                            00008620
           MOVE WS-DSN-COUNT TO DSN-COUNT-RPT.                          00008630
           WRITE RPT-DATA FROM RPT-DSN-LINE.                            00008640
           MOVE WS-WRITTEN-COUNT TO WRITTEN-COUNT-RPT.                  00008650
           WRITE RPT-DATA FROM RPT-WRITTEN-LINE.                        00008660
           MOVE WS-SKIPPED-COUNT TO SKIPPED-COUNT-RPT.                  00008670
           WRITE RPT-DATA FROM RPT-SKIPPED-LINE.                        00008680
           MOVE WS-UNMAPPED-COUNT TO UNMAPPED-COUNT-RPT.                00008690
           WRITE RPT-DATA FROM RPT-UNMAPPED-LINE.                       00008700
           MOVE WS-NOVOL-COUNT TO NOVOL-COUNT-RPT.                      00008710
           WRITE RPT-DATA FROM RPT-NOVOL-LINE.                          00008720
           MOVE WS-DEFTRK-COUNT TO DEFTRK-COUNT-RPT.                    00008730
           WRITE RPT-DATA FROM RPT-DEFTRK-LINE.                         00008740
                                                                        00008750
      **--------------------------------------------------------        00008760
      ** DATE ARITHMETIC - DCOLLECT DATES ARE PACKED 0CYYDDDF           00008770
      ** JULIAN; THE FEED CARRIES YYYY-MM-DD.  THE SNAPDATE CARD        00008780
      ** IS CHECKED WITH THE SERIAL ROUTINE USED SUITE-WIDE.            00008790
      **--------------------------------------------------------        00008800
       JULIAN-TO-DATE-ROUTINE.                                          00008810
           MOVE 'N' TO WS-JUL-VALID-SW.                                 00008820
           MOVE WS-JUL-PACKED TO WS-JUL-DISPLAY.                        00008830
           IF WS-JUL-PACKED > 0 AND WS-JUL-DDD > 0                      00008840
               COMPUTE WS-CNV-YYYY =                                    00008850
                   1900 + (WS-JUL-C * 100) + WS-JUL-YY                  00008860
               PERFORM YEAR-LENGTH-ROUTINE                              00008870
               IF WS-JUL-DDD <= WS-CNV-YEARDAYS                         00008880
                   MOVE WS-JUL-DDD TO WS-CNV-DOY                        00008890
                   MOVE 1 TO WS-CNV-MM                                  00008900
                   PERFORM MONTH-LENGTH-ROUTINE                         00008910
                   PERFORM ADVANCE-MONTH-ROUTINE                        00008920
                       UNTIL WS-CNV-DOY <= WS-MONTH-LEN                 00008930
                   MOVE WS-CNV-DOY TO WS-CNV-DD                         00008940
                   MOVE WS-CNV-YYYY TO WS-ISO-YYYY                      00008950
                   MOVE WS-CNV-MM   TO WS-ISO-MM                        00008960
                   MOVE WS-CNV-DD   TO WS-ISO-DD                        00008970
                   MOVE 'Y' TO WS-JUL-VALID-SW                          00008980
               END-IF                                                   00008990
           END-IF.                                                      00009000
                                                                        00009010
       DATE-TO-SERIAL-ROUTINE.                                          00009020
           MOVE 'Y' TO WS-CNV-VALID-SW.                                 00009030
           MOVE 0 TO WS-CNV-SERIAL.                                     00009040
           IF WS-CNV-YYYY NOT NUMERIC                                   00009050
            OR WS-CNV-MM NOT NUMERIC                                    00009060
            OR WS-CNV-DD NOT NUMERIC                                    00009070
               MOVE 'N' TO WS-CNV-VALID-SW                              00009080
           ELSE                                                         00009090
               IF WS-CNV-YYYY < 1900 OR WS-CNV-MM < 1                   00009100
                OR WS-CNV-MM > 12 OR WS-CNV-DD < 1                      00009110
                   MOVE 'N' TO WS-CNV-VALID-SW                          00009120
               ELSE                                                     00009130
                   PERFORM MONTH-LENGTH-ROUTINE                         00009140
                   IF WS-CNV-DD > WS-MONTH-LEN                          00009150
                       MOVE 'N' TO WS-CNV-VALID-SW                      00009160
                   ELSE                                                 00009170
                       PERFORM DAYS-BEFORE-YEAR-ROUTINE                 00009180
                       COMPUTE WS-CNV-SERIAL = WS-CNV-DBY               00009190
                           + WS-MONTH-OFFSET (WS-CNV-MM)                00009200
                           + WS-CNV-DD                                  00009210
                       IF WS-CNV-MM > 2 AND WS-LEAP-SW = 'Y'            00009220
                           ADD 1 TO WS-CNV-SERIAL                       00009230
                       END-IF                                           00009240
                   END-IF                                               00009250
               END-IF                                                   00009260
           END-IF.                                                      00009270
                                                                        00009280
       MONTH-LENGTH-ROUTINE.                                            00009290
           PERFORM LEAP-CHECK-ROUTINE.                                  00009300
           MOVE WS-MONTH-DAYS (WS-CNV-MM) TO WS-MONTH-LEN.              00009310
           IF WS-CNV-MM = 2 AND WS-LEAP-SW = 'Y'                        00009320
               ADD 1 TO WS-MONTH-LEN                                    00009330
           END-IF.                                                      00009340
                                                                        00009350
       LEAP-CHECK-ROUTINE.                                              00009360
           MOVE 'N' TO WS-LEAP-SW.                                      00009370
           DIVIDE WS-CNV-YYYY BY 4 GIVING WS-LEAP-Q                     00009380
               REMAINDER WS-LEAP-R.                                     00009390
           IF WS-LEAP-R = 0                                             00009400
               MOVE 'Y' TO WS-LEAP-SW                                   00009410
               DIVIDE WS-CNV-YYYY BY 100 GIVING WS-LEAP-Q               00009420
                   REMAINDER WS-LEAP-R                                  00009430
               IF WS-LEAP-R = 0                                         00009440
                   MOVE 'N' TO WS-LEAP-SW                               00009450
                   DIVIDE WS-CNV-YYYY BY 400 GIVING WS-LEAP-Q           00009460
                       REMAINDER WS-LEAP-R                              00009470
                   IF WS-LEAP-R = 0                                     00009480
                       MOVE 'Y' TO WS-LEAP-SW                           00009490
                   END-IF                                               00009500
               END-IF                                                   00009510
           END-IF.                                                      00009520
                                                                        00009530
       DAYS-BEFORE-YEAR-ROUTINE.                                        00009540
           COMPUTE WS-CNV-YEAR-M1 = WS-CNV-YYYY - 1.                    00009550
           DIVIDE WS-CNV-YEAR-M1 BY 4 GIVING WS-DBY-Q4.                 00009560
           DIVIDE WS-CNV-YEAR-M1 BY 100 GIVING WS-DBY-Q100.             00009570
           DIVIDE WS-CNV-YEAR-M1 BY 400 GIVING WS-DBY-Q400.             00009580
           COMPUTE WS-CNV-DBY = WS-CNV-YEAR-M1 * 365                    00009590
               + WS-DBY-Q4 - WS-DBY-Q100 + WS-DBY-Q400.                 00009600
                                                                        00009610
       YEAR-LENGTH-ROUTINE.                                             00009620
           PERFORM LEAP-CHECK-ROUTINE.                                  00009630
           IF WS-LEAP-SW = 'Y'                                          00009640
               MOVE 366 TO WS-CNV-YEARDAYS                              00009650
           ELSE                                                         00009660
               MOVE 365 TO WS-CNV-YEARDAYS                              00009670
           END-IF.                                                      00009680
                                                                        00009690
       ADVANCE-MONTH-ROUTINE.                                           00009700
           SUBTRACT WS-MONTH-LEN FROM WS-CNV-DOY.                       00009710
           ADD 1 TO WS-CNV-MM.                                          00009720
           PERFORM MONTH-LENGTH-ROUTINE.                                00009730
      **--------------------------------------------------------        00009740
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00009750
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00009760
      **--------------------------------------------------------        00009770
       WRITE-CHAINLOG-ROUTINE.                                          00009780
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00009790
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00009800
           MOVE SPACES TO CHAINLOG-RECORD.                              00009810
           MOVE 'VOLDCOLC' TO CLG-PROGRAM.                              00009820
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00009830
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00009840
           MOVE WS-READ-COUNT TO CLG-INPUT-COUNT.                       00009850
           MOVE WS-WRITTEN-COUNT TO CLG-OUTPUT-COUNT.                   00009860
           MOVE WS-UNMAPPED-COUNT TO CLG-REJECT-COUNT.                  00009870
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00009880
           OPEN EXTEND CHAINLOG-FILE.                                   00009890
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00009900
           CLOSE CHAINLOG-FILE.                                         00009910
