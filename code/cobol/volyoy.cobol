       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLYOY'.                                           00000110
      ****************************                                      00000120
      * YEAR-OVER-YEAR STORAGE GROWTH BY POOL AND DEPARTMENT            00000130
      * READS THE VOLARCH MONTHLY ROLLUP HISTORY (TYPE-M RECORDS -      00000140
      * ANY OTHER RECORD ON THE FEED IS SKIPPED WITH A COUNT),          00000150
      * LOOKS EACH VOLUME UP ON THE VOLUME MASTER FOR ITS STORAGE       00000160
      * POOL AND OWNER DEPARTMENT, AND PRINTS MONTH-BY-MONTH TOTALS     00000170
      * FOR THE 24 MONTHS ENDING WITH THE REPORT MONTH - AVERAGE        00000180
      * AND PEAK USED SPACE, THE SAME MONTH A YEAR EARLIER, AND THE     00000190
      * YEAR-OVER-YEAR GROWTH PERCENT - FOR EACH POOL AND THEN FOR      00000200
      * EACH DEPARTMENT, WITH THE PEAK MONTH OF EACH.  BESIDE THE       00000210
      * GROWTH ON ALL VOLUMES A LIKE-FOR-LIKE PERCENT IS SHOWN,         00000220
      * COUNTING ONLY VOLUMES THAT HAVE A ROLLUP IN BOTH MONTHS, SO     00000230
      * NEW OR RETIRED HARDWARE IS NOT MISTAKEN FOR GROWTH.  THE        00000240
      * VOLUMES ADDED OR RETIRED DURING THE PERIOD ARE LISTED IN A      00000250
      * SECTION OF THEIR OWN.  THE SAME FIGURES ARE WRITTEN TO A        00000260
      * FIXED-WIDTH EXTRACT (YOYOUT) FOR THE FINANCE SPREADSHEET.       00000270
      * A RETIRED VOLUME THAT HAS SINCE BEEN DELETED FROM THE           00000280
      * MASTER IS REPORTED UNDER POOL AND DEPARTMENT 'UNKNOWN'.         00000290
      *                                                                 00000300
      * CONTROL CARD (SYSCTL, OPTIONAL, KEYWORD IN COLUMNS 1-10):       00000310
      *   ENDMONTH   YYYYMM - THE LAST MONTH OF THE REPORT (DEFAULT     00000320
      *                       - THE NEWEST ROLLUP MONTH ON THE FEED)    00000330
      ****************************                                      00000340
       ENVIRONMENT DIVISION.                                            00000350
       CONFIGURATION SECTION.                                           00000360
       SOURCE-COMPUTER.  IBM-370.                                       00000370
       OBJECT-COMPUTER.  IBM-370.                                       00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
            SELECT ROLL-FILE ASSIGN TO UT-S-SYSIN.                      00000410
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000420
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000430
            SELECT YOY-FILE  ASSIGN TO DA-S-YOYOUT.                     00000440
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000450
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000460
                ORGANIZATION IS INDEXED                                 00000470
                ACCESS MODE IS RANDOM                                   00000480
                RECORD KEY IS VM-KEY-VOLNAME.                           00000490
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000500
                                                                        00000510
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
       FD  ROLL-FILE                                                    00000540
           RECORDING MODE IS F                                          00000550
           RECORD CONTAINS 80 CHARACTERS                                00000560
           BLOCK CONTAINS 238 RECORDS                                   00000570
           LABEL RECORDS ARE STANDARD                                   00000580
           DATA RECORDS IS ROLL-RECORD.                                 00000590
       01  ROLL-DATA            PIC X(80).                              00000600
                                                                        00000610
       FD  CTL-FILE                                                     00000620
           RECORDING MODE IS F                                          00000630
           RECORD CONTAINS 80 CHARACTERS                                00000640
           LABEL RECORDS ARE STANDARD                                   00000650
           DATA RECORDS IS CTL-DATA.                                    00000660
       01  CTL-DATA             PIC X(80).                              00000670
                                                                        00000680
       FD  VOLMAST-FILE                                                 00000690
           RECORD CONTAINS 80 CHARACTERS                                00000700
           DATA RECORDS IS VOLMAST-REC.                                 00000710
       01  VOLMAST-REC.                                                 00000720
           02  VM-KEY-VOLNAME   PIC X(10).                              00000730
           02  FILLER           PIC X(70).                              00000740
                                                                        00000750
       FD  YOY-FILE                                                     00000760
           RECORDING MODE IS F                                          00000770
           RECORD CONTAINS 80 CHARACTERS                                00000780
           BLOCK CONTAINS 238 RECORDS                                   00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           DATA RECORDS IS YOY-RECORD.                                  00000810
       01  YOY-DATA             PIC X(80).                              00000820
                                                                        00000830
       FD  CHAINLOG-FILE                                                00000840
           RECORDING MODE IS F                                          00000850
           RECORD CONTAINS 80 CHARACTERS                                00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           DATA RECORDS IS CHAINLOG-RECORD.                             00000880
       01  CHAINLOG-DATA        PIC X(80).                              00000890
                                                                        00000900
       FD  RPT-OUT                                                      00000910
           LABEL RECORDS ARE OMITTED                                    00000920
           DATA RECORDS IS RPT-RECORD.                                  00000930
       01  RPT-DATA             PIC X(200).                             00000940
                                                                        00000950
       SD  SORT-FILE.                                                   00000960
       01  SORT-RECORD.                                                 00000970
           02  SD-VOLNAME       PIC X(10).                              00000980
           02  SD-SLOT          PIC 9(2).                               00000990
           02  SD-AVG-SIZE      PIC 9(8).                               00001000
           02  SD-MAX-SIZE      PIC 9(8).                               00001010
                                                                        00001020
       WORKING-STORAGE SECTION.                                         00001030
                                                                        00001040
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00001050
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00001060
       01  CHAINLOG-RECORD.                                             00001070
           02  CLG-PROGRAM      PIC X(8).                               00001080
           02  CLG-RUN-DATE     PIC 9(8).                               00001090
           02  CLG-RUN-TIME     PIC 9(6).                               00001100
           02  CLG-INPUT-COUNT  PIC 9(8).                               00001110
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00001120
           02  CLG-REJECT-COUNT PIC 9(8).                               00001130
           02  CLG-RETURN-CODE  PIC 9(2).                               00001140
           02  FILLER           PIC A(32).                              00001150
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001160
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001170
                                                                        00001180
      ** VOLARCH MONTHLY ROLLUP RECORD - AN M IN COLUMN ONE             00001190
       01  ROLL-RECORD.                                                 00001200
           02  ROLL-REC-TYPE    PIC X(1).                               00001210
           02  ROLL-MONTH       PIC 9(6).                               00001220
           02  ROLL-FIRST-SIZE  PIC 9(8).                               00001230
           02  ROLL-MIN-SIZE    PIC 9(8).                               00001240
           02  FILLER           PIC A(2).                               00001250
           02  ROLL-LAST-SIZE   PIC 9(8).                               00001260
           02  FILLER           PIC A(1).                               00001270
           02  ROLL-LAST-DATE   PIC X(12).                              00001280
           02  FILLER           PIC A(1).                               00001290
           02  ROLL-VOLNAME     PIC X(10).                              00001300
           02  ROLL-MAX-SIZE    PIC 9(8).                               00001310
           02  ROLL-AVG-SIZE    PIC 9(8).                               00001320
           02  ROLL-SNAP-COUNT  PIC 9(5).                               00001330
           02  FILLER           PIC A(2).                               00001340
                                                                        00001350
      ** KEYED PARAMETER CARD - ENDMONTH (YYYYMM)                       00001360
       01  CTL-RECORD.                                                  00001370
           02  CTL-KEYWORD      PIC X(10).                              00001380
           02  CTL-VALUE-AREA   PIC X(70).                              00001390
           02  CTL-MONTH-RED REDEFINES CTL-VALUE-AREA.                  00001400
               03  CTL-MONTH-VALUE  PIC X(6).                           00001410
               03  FILLER           PIC A(64).                          00001420
                                                                        00001430
       01  VM-RECORD.                                                   00001440
           02  VM-VOLNAME       PIC X(10).                              00001450
           02  VM-OWNER-DEPT    PIC X(8).                               00001460
           02  VM-STOR-POOL     PIC X(8).                               00001470
           02  VM-DEV-TYPE      PIC X(8).                               00001480
           02  VM-RATED-CAP     PIC 9(11).                              00001490
           02  FILLER           PIC X(35).                              00001500
                                                                        00001510
      ** FINANCE EXTRACT - ONE H RECORD FOR THE PERIOD, THEN ONE        00001520
      ** RECORD PER POOL (P) OR DEPARTMENT (D) PER MONTH, THEN ONE      00001530
      ** V RECORD PER VOLUME ADDED OR RETIRED IN THE PERIOD.  THE       00001540
      ** PERCENT FIELDS ARE SIGNED WITH AN EXPLICIT DECIMAL POINT;      00001550
      ** THE COMPARE FLAG IS N WHEN THERE WAS NOTHING A YEAR EARLIER    00001560
      ** TO COMPARE AGAINST.                                            00001570
       01  YOY-RECORD.                                                  00001580
           02  YOX-REC-TYPE     PIC X(1).                               00001590
           02  YOX-GROUP        PIC X(8).                               00001600
           02  YOX-MONTH        PIC 9(6).                               00001610
           02  YOX-VOL-COUNT    PIC 9(5).                               00001620
           02  YOX-AVG-USED     PIC 9(11).                              00001630
           02  YOX-PEAK-USED    PIC 9(11).                              00001640
           02  YOX-PRIOR-AVG    PIC 9(11).                              00001650
           02  YOX-YOY-PCT      PIC +9(7).99.                           00001660
           02  YOX-LFL-PCT      PIC +9(7).99.                           00001670
           02  YOX-PEAK-SW      PIC X(1).                               00001680
           02  YOX-COMPARE-SW   PIC X(1).                               00001690
           02  FILLER           PIC A(3).                               00001700
       01  YOY-HDR-RECORD REDEFINES YOY-RECORD.                         00001710
           02  YOH-REC-TYPE     PIC X(1).                               00001720
           02  YOH-START-MONTH  PIC 9(6).                               00001730
           02  YOH-END-MONTH    PIC 9(6).                               00001740
           02  YOH-RUN-DATE     PIC 9(8).                               00001750
           02  FILLER           PIC A(59).                              00001760
       01  YOY-VOL-RECORD REDEFINES YOY-RECORD.                         00001770
           02  YOV-REC-TYPE     PIC X(1).                               00001780
           02  YOV-VOLNAME      PIC X(10).                              00001790
           02  YOV-STOR-POOL    PIC X(8).                               00001800
           02  YOV-OWNER-DEPT   PIC X(8).                               00001810
           02  YOV-STATUS       PIC X(8).                               00001820
           02  YOV-FIRST-MONTH  PIC 9(6).                               00001830
           02  YOV-LAST-MONTH   PIC 9(6).                               00001840
           02  YOV-LAST-AVG     PIC 9(8).                               00001850
           02  FILLER           PIC A(25).                              00001860
                                                                        00001870
       01  RPT-HEADER.                                                  00001880
           02  FILLER           PIC X(60) VALUE                         00001890
                'YEAR-OVER-YEAR STORAGE GROWTH BY POOL AND DEPARTMENT'. 00001900
           02  FILLER           PIC A(140).                             00001910
       01  RPT-PERIOD-LINE.                                             00001920
           02  LABEL-PERIOD     PIC X(20) VALUE                         00001930
                'REPORT PERIOD      :'.                                 00001940
           02  FILLER           PIC A(3).                               00001950
           02  START-MONTH-RPT  PIC 9999/99.                            00001960
           02  FILLER           PIC X(4) VALUE ' TO '.                  00001970
           02  END-MONTH-RPT    PIC 9999/99.                            00001980
           02  FILLER           PIC A(159).                             00001990
       01  RPT-NONE-LINE.                                               00002000
           02  FILLER           PIC X(40) VALUE                         00002010
                'NO ROLLUP RECORDS IN THE PERIOD'.                      00002020
           02  FILLER           PIC A(160).                             00002030
       01  RPT-SECTION-LINE.                                            00002040
           02  SECTION-RPT      PIC X(40).                              00002050
           02  FILLER           PIC A(160).                             00002060
       01  RPT-GROUP-LINE.                                              00002070
           02  LABEL-GROUP      PIC X(20).                              00002080
           02  FILLER           PIC A(3).                               00002090
           02  GROUP-RPT        PIC X(8).                               00002100
           02  FILLER           PIC A(169).                             00002110
       01  RPT-YOY-COLHDR.                                              00002120
           02  FILLER           PIC X(10) VALUE 'MONTH'.                00002130
           02  FILLER           PIC X(8)  VALUE '  VOLS'.               00002140
           02  FILLER           PIC X(16) VALUE '      AVG-USED'.       00002150
           02  FILLER           PIC X(16) VALUE '     PEAK-USED'.       00002160
           02  FILLER           PIC X(16) VALUE '    YR-EARLIER'.       00002170
           02  FILLER           PIC X(13) VALUE '    YOY-PCT'.          00002180
           02  FILLER           PIC X(13) VALUE '    LFL-PCT'.          00002190
           02  FILLER           PIC X(4)  VALUE 'PEAK'.                 00002200
           02  FILLER           PIC A(104).                             00002210
       01  RPT-YOY-LINE.                                                00002220
           02  MONTH-YOY        PIC 9999/99.                            00002230
           02  FILLER           PIC A(3).                               00002240
           02  VOLS-YOY         PIC ZZ,ZZ9.                             00002250
           02  FILLER           PIC A(2).                               00002260
           02  AVG-YOY          PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002270
           02  FILLER           PIC A(2).                               00002280
           02  PEAK-YOY         PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002290
           02  FILLER           PIC A(2).                               00002300
           02  PRIOR-YOY        PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002310
           02  FILLER           PIC A(2).                               00002320
           02  PCT-YOY          PIC +ZZZZZZ9.99.                        00002330
           02  PCT-YOY-X REDEFINES PCT-YOY                              00002340
                                PIC X(11).                              00002350
           02  FILLER           PIC A(2).                               00002360
           02  LFL-YOY          PIC +ZZZZZZ9.99.                        00002370
           02  LFL-YOY-X REDEFINES LFL-YOY                              00002380
                                PIC X(11).                              00002390
           02  FILLER           PIC A(2).                               00002400
           02  PEAK-FLAG-YOY    PIC X(4).                               00002410
           02  FILLER           PIC A(104).                             00002420
       01  RPT-PEAK-LINE.                                               00002430
           02  LABEL-PEAK       PIC X(20) VALUE                         00002440
                'PEAK MONTH         :'.                                 00002450
           02  FILLER           PIC A(3).                               00002460
           02  PEAK-MONTH-RPT   PIC 9999/99.                            00002470
           02  FILLER           PIC A(3).                               00002480
           02  PEAK-USED-RPT    PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002490
           02  FILLER           PIC A(153).                             00002500
       01  RPT-GADDED-LINE.                                             00002510
           02  LABEL-GADDED     PIC X(20) VALUE                         00002520
                'VOLUMES ADDED      :'.                                 00002530
           02  FILLER           PIC A(3).                               00002540
           02  GADDED-RPT       PIC ZZ,ZZZ,ZZ9.                         00002550
           02  FILLER           PIC A(167).                             00002560
       01  RPT-GRETIRED-LINE.                                           00002570
           02  LABEL-GRETIRED   PIC X(20) VALUE                         00002580
                'VOLUMES RETIRED    :'.                                 00002590
           02  FILLER           PIC A(3).                               00002600
           02  GRETIRED-RPT     PIC ZZ,ZZZ,ZZ9.                         00002610
           02  FILLER           PIC A(167).                             00002620
       01  RPT-CHG-COLHDR.                                              00002630
           02  FILLER           PIC X(12) VALUE 'VOLNAME'.              00002640
           02  FILLER           PIC X(10) VALUE 'POOL'.                 00002650
           02  FILLER           PIC X(10) VALUE 'DEPT'.                 00002660
           02  FILLER           PIC X(10) VALUE 'STATUS'.               00002670
           02  FILLER           PIC X(10) VALUE 'FIRST'.                00002680
           02  FILLER           PIC X(10) VALUE 'LAST'.                 00002690
           02  FILLER           PIC X(12) VALUE '  LAST-AVG'.           00002700
           02  FILLER           PIC X(13) VALUE 'NOTE'.                 00002710
           02  FILLER           PIC A(113).                             00002720
       01  RPT-CHG-LINE.                                                00002730
           02  VOLNAME-CHG      PIC X(10).                              00002740
           02  FILLER           PIC A(2).                               00002750
           02  POOL-CHG         PIC X(8).                               00002760
           02  FILLER           PIC A(2).                               00002770
           02  DEPT-CHG         PIC X(8).                               00002780
           02  FILLER           PIC A(2).                               00002790
           02  STATUS-CHG       PIC X(8).                               00002800
           02  FILLER           PIC A(2).                               00002810
           02  FIRST-CHG        PIC 9999/99.                            00002820
           02  FILLER           PIC A(3).                               00002830
           02  LAST-CHG         PIC 9999/99.                            00002840
           02  FILLER           PIC A(3).                               00002850
           02  LAST-AVG-CHG     PIC ZZ,ZZZ,ZZ9.                         00002860
           02  FILLER           PIC A(2).                               00002870
           02  NOTE-CHG         PIC X(13).                              00002880
           02  FILLER           PIC A(113).                             00002890
       01  RPT-NO-CHG-LINE.                                             00002900
           02  FILLER           PIC X(40) VALUE                         00002910
                'NO VOLUMES ADDED OR RETIRED'.                          00002920
           02  FILLER           PIC A(160).                             00002930
       01  RPT-READ-LINE.                                               00002940
           02  LABEL-READ       PIC X(20) VALUE                         00002950
                'RECORDS READ       :'.                                 00002960
           02  FILLER           PIC A(3).                               00002970
           02  READ-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002980
           02  FILLER           PIC A(167).                             00002990
       01  RPT-SKIP-LINE.                                               00003000
           02  LABEL-SKIP       PIC X(20) VALUE                         00003010
                'RECORDS SKIPPED    :'.                                 00003020
           02  FILLER           PIC A(3).                               00003030
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00003040
           02  FILLER           PIC A(167).                             00003050
       01  RPT-OUTSIDE-LINE.                                            00003060
           02  LABEL-OUTSIDE    PIC X(20) VALUE                         00003070
                'OUTSIDE PERIOD     :'.                                 00003080
           02  FILLER           PIC A(3).                               00003090
           02  OUTSIDE-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00003100
           02  FILLER           PIC A(167).                             00003110
       01  RPT-DUP-LINE.                                                00003120
           02  LABEL-DUP        PIC X(20) VALUE                         00003130
                'DUPLICATE ROLLUPS  :'.                                 00003140
           02  FILLER           PIC A(3).                               00003150
           02  DUP-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00003160
           02  FILLER           PIC A(167).                             00003170
       01  RPT-VOL-LINE.                                                00003180
           02  LABEL-VOL        PIC X(20) VALUE                         00003190
                'VOLUMES            :'.                                 00003200
           02  FILLER           PIC A(3).                               00003210
           02  VOL-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00003220
           02  FILLER           PIC A(167).                             00003230
       01  RPT-NOMAST-LINE.                                             00003240
           02  LABEL-NOMAST     PIC X(20) VALUE                         00003250
                'NOT ON MASTER      :'.                                 00003260
           02  FILLER           PIC A(3).                               00003270
           02  NOMAST-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                         00003280
           02  FILLER           PIC A(167).                             00003290
       01  RPT-EXTRACT-LINE.                                            00003300
           02  LABEL-EXTRACT    PIC X(20) VALUE                         00003310
                'EXTRACT RECORDS    :'.                                 00003320
           02  FILLER           PIC A(3).                               00003330
           02  EXTRACT-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00003340
           02  FILLER           PIC A(167).                             00003350
                                                                        00003360
      ** CONTROL CARD VALUES                                            00003370
       01  WS-END-SET-SW        PIC X VALUE 'N'.                        00003380
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00003390
                                                                        00003400
      ** REPORT WINDOW - 36 MONTH SLOTS ENDING WITH THE REPORT          00003410
      ** MONTH (SLOT 36).  SLOTS 13-36 ARE REPORTED; SLOTS 1-12 ARE     00003420
      ** HELD ONLY AS THE YEAR-EARLIER FIGURES FOR SLOTS 13-24.         00003430
      ** MONTH SERIAL = YEAR * 12 + MONTH - 1.                          00003440
       01  WS-MONTH-WORK.                                               00003450
           02  WS-MONTH-YYYY    PIC 9(4).                               00003460
           02  WS-MONTH-MM      PIC 9(2).                               00003470
       01  WS-MONTH-WORK-N REDEFINES WS-MONTH-WORK                      00003480
                                PIC 9(6).                               00003490
       01  WS-MONTH-OK-SW       PIC X VALUE 'N'.                        00003500
       01  WS-MONTH-SER         PIC 9(6) VALUE 0.                       00003510
       01  WS-END-MONTH         PIC 9(6) VALUE 0.                       00003520
       01  WS-END-SER           PIC 9(6) VALUE 0.                       00003530
       01  WS-START-MONTH       PIC 9(6) VALUE 0.                       00003540
       01  WS-SLOT-NUM          PIC S9(7) VALUE 0.                      00003550
       01  WS-SLOT              PIC 9(2) VALUE 0.                       00003560
       01  WS-PRIOR-SLOT        PIC 9(2) VALUE 0.                       00003570
       01  WS-SLOT-MONTH        PIC 9(6) VALUE 0.                       00003580
       01  WS-SLOT-YYYY         PIC 9(4) VALUE 0.                       00003590
       01  WS-SLOT-MM0          PIC 9(2) VALUE 0.                       00003600
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.                       00003610
                                                                        00003620
      ** RECORD COUNTERS                                                00003630
       01  WS-INPUT-COUNT       PIC 9(8) VALUE 0.                       00003640
       01  WS-SKIP-COUNT        PIC 9(8) VALUE 0.                       00003650
       01  WS-OUTSIDE-COUNT     PIC 9(8) VALUE 0.                       00003660
       01  WS-DUP-COUNT         PIC 9(8) VALUE 0.                       00003670
       01  WS-VOL-COUNT         PIC 9(8) VALUE 0.                       00003680
       01  WS-NOMAST-COUNT      PIC 9(8) VALUE 0.                       00003690
       01  WS-EXTRACT-COUNT     PIC 9(8) VALUE 0.                       00003700
                                                                        00003710
      ** CONTROL-BREAK ACCUMULATORS (SORTED BY VOLNAME / SLOT) -        00003720
      ** ONE VOLUME'S ROLLUPS ACROSS THE 36-MONTH WINDOW                00003730
       01  WS-PRIOR-VOLNAME     PIC X(10) VALUE SPACES.                 00003740
       01  WS-VOL-SLOTS.                                                00003750
           02  VS-SLOT OCCURS 36 TIMES.                                 00003760
               03  VS-PRESENT-SW    PIC X.                              00003770
               03  VS-AVG-SIZE      PIC 9(8).                           00003780
               03  VS-MAX-SIZE      PIC 9(8).                           00003790
       01  WS-VOL-POOL          PIC X(8) VALUE SPACES.                  00003800
       01  WS-VOL-DEPT          PIC X(8) VALUE SPACES.                  00003810
       01  WS-VOL-ONMAST-SW     PIC X VALUE 'N'.                        00003820
       01  WS-VOL-FIRST         PIC 9(2) VALUE 0.                       00003830
       01  WS-VOL-LAST          PIC 9(2) VALUE 0.                       00003840
       01  WS-VOL-ADDED-SW      PIC X VALUE 'N'.                        00003850
       01  WS-VOL-RETIRED-SW    PIC X VALUE 'N'.                        00003860
                                                                        00003870
      ** POOL AND DEPARTMENT TOTALS - ONE ENTRY PER POOL (TYPE 1)       00003880
      ** OR DEPARTMENT (TYPE 2), KEPT IN KEY ORDER SO POOLS PRINT       00003890
      ** FIRST, EACH WITH ITS 36 MONTH SLOTS.  THE LIKE-FOR-LIKE        00003900
      ** FIGURES COUNT ONLY VOLUMES WITH A ROLLUP IN THE SLOT AND IN    00003910
      ** THE SAME MONTH A YEAR EARLIER.                                 00003920
       01  WS-MAX-GRP           PIC 9(3) VALUE 400.                     00003930
       01  WS-GRP-COUNT         PIC 9(3) VALUE 0.                       00003940
       01  WS-GRP-IDX           PIC 9(3) VALUE 0.                       00003950
       01  WS-GRP-POS           PIC 9(3) VALUE 0.                       00003960
       01  WS-GRP-I             PIC 9(3) VALUE 0.                       00003970
       01  WS-GRP-WARNED-SW     PIC X VALUE 'N'.                        00003980
       01  WS-GRP-KEY.                                                  00003990
           02  WS-GRP-KEY-TYPE  PIC X(1).                               00004000
           02  WS-GRP-KEY-NAME  PIC X(8).                               00004010
       01  WS-GRP-TABLE.                                                00004020
           02  WS-GRP-ENTRY OCCURS 400 TIMES.                           00004030
               03  GT-KEY.                                              00004040
                   04  GT-TYPE          PIC X(1).                       00004050
                   04  GT-NAME          PIC X(8).                       00004060
               03  GT-ADDED         PIC 9(5).                           00004070
               03  GT-RETIRED       PIC 9(5).                           00004080
               03  GT-SLOT OCCURS 36 TIMES.                             00004090
                   04  GT-VOLS          PIC 9(5).                       00004100
                   04  GT-AVG           PIC 9(11).                      00004110
                   04  GT-MAX           PIC 9(11).                      00004120
                   04  GT-LFL-CUR       PIC 9(11).                      00004130
                   04  GT-LFL-PRI       PIC 9(11).                      00004140
                                                                        00004150
      ** VOLUMES ADDED OR RETIRED IN THE PERIOD                         00004160
       01  WS-MAX-CHG           PIC 9(5) VALUE 10000.                   00004170
       01  WS-CHG-COUNT         PIC 9(5) VALUE 0.                       00004180
       01  WS-CHG-IDX           PIC 9(5) VALUE 0.                       00004190
       01  WS-CHG-WARNED-SW     PIC X VALUE 'N'.                        00004200
       01  WS-CHG-TABLE.                                                00004210
           02  WS-CHG-ENTRY OCCURS 10000 TIMES.                         00004220
               03  WS-CHG-VOLNAME   PIC X(10).                          00004230
               03  WS-CHG-POOL      PIC X(8).                           00004240
               03  WS-CHG-DEPT      PIC X(8).                           00004250
               03  WS-CHG-STATUS    PIC X(8).                           00004260
               03  WS-CHG-FIRST     PIC 9(6).                           00004270
               03  WS-CHG-LAST      PIC 9(6).                           00004280
               03  WS-CHG-LAST-AVG  PIC 9(8).                           00004290
               03  WS-CHG-ONMAST-SW PIC X.                              00004300
                                                                        00004310
      ** PRINT WORK FIELDS                                              00004320
       01  WS-PRINT-TYPE        PIC X(1) VALUE SPACES.                  00004330
       01  WS-PEAK-SLOT         PIC 9(2) VALUE 0.                       00004340
       01  WS-PEAK-USED         PIC 9(11) VALUE 0.                      00004350
       01  WS-YOY-PCT           PIC S9(7)V99 VALUE 0.                   00004360
       01  WS-LFL-PCT           PIC S9(7)V99 VALUE 0.                   00004370
       01  WS-GROWTH            PIC S9(12) VALUE 0.                     00004380
                                                                        00004390
       01  EOF                  PIC 9 VALUE 0.                          00004400
                                                                        00004410
       PROCEDURE DIVISION.                                              00004420
                                                                        00004430
       MAIN-ROUTINE.                                                    00004440
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00004450
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00004460
           IF WS-END-SET-SW = 'N'                                       00004470
               PERFORM FIND-END-MONTH-ROUTINE                           00004480
           END-IF.                                                      00004490
           OPEN OUTPUT RPT-OUT.                                         00004500
           OPEN OUTPUT YOY-FILE.                                        00004510
           WRITE RPT-DATA FROM RPT-HEADER.                              00004520
           IF WS-END-MONTH = 0                                          00004530
               WRITE RPT-DATA FROM RPT-NONE-LINE                        00004540
           ELSE                                                         00004550
               PERFORM SET-WINDOW-ROUTINE                               00004560
               SORT SORT-FILE                                           00004570
                   ON ASCENDING KEY SD-VOLNAME SD-SLOT                  00004580
                   WITH DUPLICATES IN ORDER                             00004590
                   INPUT PROCEDURE IS LOAD-ROLLUP-ROUTINE               00004600
                   OUTPUT PROCEDURE IS VOLUME-ROUTINE                   00004610
               IF WS-VOL-COUNT = 0                                      00004620
                   WRITE RPT-DATA FROM RPT-NONE-LINE                    00004630
               ELSE                                                     00004640
                   PERFORM PRINT-GROUPS-ROUTINE                         00004650
                   PERFORM PRINT-CHANGES-ROUTINE                        00004660
               END-IF                                                   00004670
           END-IF.                                                      00004680
           PERFORM FOOTER-ROUTINE.                                      00004690
           CLOSE YOY-FILE.                                              00004700
           CLOSE RPT-OUT.                                               00004710
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00004720
           DISPLAY 'DONE'.                                              00004730
           STOP RUN.                                                    00004740
                                                                        00004750
      **--------------------------------------------------------        00004760
      ** KEYED PARAMETER CARD - ENDMONTH.                               00004770
      **--------------------------------------------------------        00004780
       READ-CONTROL-CARD-ROUTINE.                                       00004790
           MOVE 0 TO WS-CTL-EOF.                                        00004800
           OPEN INPUT CTL-FILE.                                         00004810
           READ CTL-FILE INTO CTL-RECORD                                00004820
               AT END MOVE 1 TO WS-CTL-EOF.                             00004830
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00004840
           CLOSE CTL-FILE.                                              00004850
                                                                        00004860
       APPLY-CONTROL-CARD-ROUTINE.                                      00004870
           EVALUATE TRUE                                                00004880
               WHEN CTL-KEYWORD = 'ENDMONTH'                            00004890
                   MOVE 'N' TO WS-MONTH-OK-SW                           00004900
                   IF CTL-MONTH-VALUE NUMERIC                           00004910
                       MOVE CTL-MONTH-VALUE TO WS-MONTH-WORK-N          00004920
                       PERFORM CHECK-MONTH-ROUTINE                      00004930
                   END-IF                                               00004940
                   IF WS-MONTH-OK-SW = 'Y'                              00004950
                       MOVE WS-MONTH-WORK-N TO WS-END-MONTH             00004960
                       MOVE 'Y' TO WS-END-SET-SW                        00004970
                   ELSE                                                 00004980
                       DISPLAY 'INVALID ENDMONTH CARD IGNORED: '        00004990
                               CTL-MONTH-VALUE                          00005000
                   END-IF                                               00005010
               WHEN OTHER                                               00005020
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00005030
                           CTL-KEYWORD                                  00005040
           END-EVALUATE.                                                00005050
           READ CTL-FILE INTO CTL-RECORD                                00005060
               AT END MOVE 1 TO WS-CTL-EOF.                             00005070
                                                                        00005080
      **--------------------------------------------------------        00005090
      ** A YYYYMM IN WS-MONTH-WORK IS GOOD IF ITS MONTH IS 01-12;       00005100
      ** ITS SERIAL IS LEFT IN WS-MONTH-SER.                            00005110
      **--------------------------------------------------------        00005120
       CHECK-MONTH-ROUTINE.                                             00005130
           IF WS-MONTH-MM > 0 AND WS-MONTH-MM < 13                      00005140
            AND WS-MONTH-YYYY > 0                                       00005150
               MOVE 'Y' TO WS-MONTH-OK-SW                               00005160
               COMPUTE WS-MONTH-SER =                                   00005170
                   WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1                 00005180
           ELSE                                                         00005190
               MOVE 'N' TO WS-MONTH-OK-SW                               00005200
           END-IF.                                                      00005210
                                                                        00005220
      **--------------------------------------------------------        00005230
      ** NO ENDMONTH CARD - A FIRST PASS OF THE FEED FINDS THE          00005240
      ** NEWEST ROLLUP MONTH ON IT.                                     00005250
      **--------------------------------------------------------        00005260
       FIND-END-MONTH-ROUTINE.                                          00005270
           MOVE 0 TO EOF.                                               00005280
           OPEN INPUT ROLL-FILE.                                        00005290
           READ ROLL-FILE INTO ROLL-RECORD                              00005300
                          AT END MOVE 1 TO EOF.                         00005310
           PERFORM SCAN-MONTH-ROUTINE UNTIL EOF = 1.                    00005320
           CLOSE ROLL-FILE.                                             00005330
                                                                        00005340
       SCAN-MONTH-ROUTINE.                                              00005350
           IF ROLL-REC-TYPE = 'M' AND ROLL-MONTH NUMERIC                00005360
               MOVE ROLL-MONTH TO WS-MONTH-WORK-N                       00005370
               PERFORM CHECK-MONTH-ROUTINE                              00005380
               IF WS-MONTH-OK-SW = 'Y'                                  00005390
                AND ROLL-MONTH > WS-END-MONTH                           00005400
                   MOVE ROLL-MONTH TO WS-END-MONTH                      00005410
               END-IF                                                   00005420
           END-IF.                                                      00005430
           READ ROLL-FILE INTO ROLL-RECORD                              00005440
                          AT END MOVE 1 TO EOF.                         00005450
                                                                        00005460
       SET-WINDOW-ROUTINE.                                              00005470
           MOVE WS-END-MONTH TO WS-MONTH-WORK-N.                        00005480
           PERFORM CHECK-MONTH-ROUTINE.                                 00005490
           MOVE WS-MONTH-SER TO WS-END-SER.                             00005500
           MOVE 13 TO WS-SLOT.                                          00005510
           PERFORM SLOT-MONTH-ROUTINE.                                  00005520
           MOVE WS-SLOT-MONTH TO WS-START-MONTH.                        00005530
           MOVE WS-START-MONTH TO START-MONTH-RPT.                      00005540
           MOVE WS-END-MONTH TO END-MONTH-RPT.                          00005550
           WRITE RPT-DATA FROM RPT-PERIOD-LINE.                         00005560
           MOVE SPACES TO YOY-RECORD.                                   00005570
           MOVE 'H' TO YOH-REC-TYPE.                                    00005580
           MOVE WS-START-MONTH TO YOH-START-MONTH.                      00005590
           MOVE WS-END-MONTH TO YOH-END-MONTH.                          00005600
           MOVE WS-RUN-DATE TO YOH-RUN-DATE.                            00005610
           PERFORM WRITE-EXTRACT-ROUTINE.                               00005620
                                                                        00005630
      ** YYYYMM OF WINDOW SLOT WS-SLOT INTO WS-SLOT-MONTH               00005640
       SLOT-MONTH-ROUTINE.                                              00005650
           COMPUTE WS-MONTH-SER = WS-END-SER - 36 + WS-SLOT.            00005660
           DIVIDE WS-MONTH-SER BY 12 GIVING WS-SLOT-YYYY                00005670
                  REMAINDER WS-SLOT-MM0.                                00005680
           COMPUTE WS-SLOT-MONTH =                                      00005690
               WS-SLOT-YYYY * 100 + WS-SLOT-MM0 + 1.                    00005700
                                                                        00005710
      **--------------------------------------------------------        00005720
      ** SORT INPUT PROCEDURE - A CLEAN TYPE-M ROLLUP INSIDE THE        00005730
      ** 36-MONTH WINDOW IS RELEASED WITH ITS SLOT NUMBER.              00005740
      **--------------------------------------------------------        00005750
       LOAD-ROLLUP-ROUTINE.                                             00005760
           MOVE 0 TO EOF.                                               00005770
           OPEN INPUT ROLL-FILE.                                        00005780
           DISPLAY 'PROCESSING MONTHLY ROLLUP HISTORY'.                 00005790
           READ ROLL-FILE INTO ROLL-RECORD                              00005800
                          AT END MOVE 1 TO EOF.                         00005810
           PERFORM RELEASE-ROLLUP-ROUTINE UNTIL EOF = 1.                00005820
           CLOSE ROLL-FILE.                                             00005830
                                                                        00005840
       RELEASE-ROLLUP-ROUTINE.                                          00005850
           ADD 1 TO WS-INPUT-COUNT.                                     00005860
           MOVE 'N' TO WS-MONTH-OK-SW.                                  00005870
           IF ROLL-REC-TYPE = 'M'                                       00005880
            AND ROLL-MONTH NUMERIC                                      00005890
            AND ROLL-AVG-SIZE NUMERIC                                   00005900
            AND ROLL-MAX-SIZE NUMERIC                                   00005910
            AND ROLL-VOLNAME NOT = SPACES                               00005920
               MOVE ROLL-MONTH TO WS-MONTH-WORK-N                       00005930
               PERFORM CHECK-MONTH-ROUTINE                              00005940
           END-IF.                                                      00005950
           IF WS-MONTH-OK-SW = 'N'                                      00005960
               ADD 1 TO WS-SKIP-COUNT                                   00005970
           ELSE                                                         00005980
               COMPUTE WS-SLOT-NUM = WS-MONTH-SER - WS-END-SER + 36     00005990
               IF WS-SLOT-NUM < 1 OR WS-SLOT-NUM > 36                   00006000
                   ADD 1 TO WS-OUTSIDE-COUNT                            00006010
               ELSE                                                     00006020
                   MOVE ROLL-VOLNAME  TO SD-VOLNAME                     00006030
                   MOVE WS-SLOT-NUM   TO SD-SLOT                        00006040
                   MOVE ROLL-AVG-SIZE TO SD-AVG-SIZE                    00006050
                   MOVE ROLL-MAX-SIZE TO SD-MAX-SIZE                    00006060
                   RELEASE SORT-RECORD                                  00006070
               END-IF                                                   00006080
           END-IF.                                                      00006090
           READ ROLL-FILE INTO ROLL-RECORD                              00006100
                          AT END MOVE 1 TO EOF.                         00006110
                                                                        00006120
      **--------------------------------------------------------        00006130
      ** SORT OUTPUT PROCEDURE - COLLECTS EACH VOLUME'S MONTHS AND,     00006140
      ** AT EACH VOLUME BREAK, ADDS THEM TO ITS POOL AND ITS            00006150
      ** DEPARTMENT AND NOTES WHETHER IT WAS ADDED OR RETIRED.          00006160
      **--------------------------------------------------------        00006170
       VOLUME-ROUTINE.                                                  00006180
           OPEN INPUT VOLMAST-FILE.                                     00006190
           MOVE 0 TO EOF.                                               00006200
           PERFORM RESET-VOLUME-ROUTINE.                                00006210
           RETURN SORT-FILE INTO SORT-RECORD                            00006220
                  AT END MOVE 1 TO EOF.                                 00006230
           PERFORM ACCUMULATE-VOLUME-ROUTINE UNTIL EOF = 1.             00006240
           IF WS-PRIOR-VOLNAME NOT = SPACES                             00006250
               PERFORM FINISH-VOLUME-ROUTINE                            00006260
           END-IF.                                                      00006270
           CLOSE VOLMAST-FILE.                                          00006280
                                                                        00006290
       ACCUMULATE-VOLUME-ROUTINE.                                       00006300
           IF SD-VOLNAME NOT = WS-PRIOR-VOLNAME                         00006310
               IF WS-PRIOR-VOLNAME NOT = SPACES                         00006320
                   PERFORM FINISH-VOLUME-ROUTINE                        00006330
               END-IF                                                   00006340
               PERFORM RESET-VOLUME-ROUTINE                             00006350
               MOVE SD-VOLNAME TO WS-PRIOR-VOLNAME                      00006360
           END-IF.                                                      00006370
      ** A MONTH ROLLED UP TWICE (A VOLARCH RERUN ON A CONCATENATED     00006380
      ** FEED) KEEPS THE LAST ROLLUP READ                               00006390
           IF VS-PRESENT-SW (SD-SLOT) = 'Y'                             00006400
               ADD 1 TO WS-DUP-COUNT                                    00006410
           END-IF.                                                      00006420
           MOVE 'Y' TO VS-PRESENT-SW (SD-SLOT).                         00006430
           MOVE SD-AVG-SIZE TO VS-AVG-SIZE (SD-SLOT).                   00006440
           MOVE SD-MAX-SIZE TO VS-MAX-SIZE (SD-SLOT).                   00006450
           RETURN SORT-FILE INTO SORT-RECORD                            00006460
                  AT END MOVE 1 TO EOF.                                 00006470
                                                                        00006480
       RESET-VOLUME-ROUTINE.                                            00006490
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 36       00006500
               MOVE 'N' TO VS-PRESENT-SW (WS-SLOT)                      00006510
               MOVE 0 TO VS-AVG-SIZE (WS-SLOT)                          00006520
               MOVE 0 TO VS-MAX-SIZE (WS-SLOT)                          00006530
           END-PERFORM.                                                 00006540
                                                                        00006550
       FINISH-VOLUME-ROUTINE.                                           00006560
           ADD 1 TO WS-VOL-COUNT.                                       00006570
           PERFORM LOOKUP-MASTER-ROUTINE.                               00006580
      ** FIRST AND LAST MONTH WITH A ROLLUP - A VOLUME FIRST SEEN       00006590
      ** AFTER THE FIRST REPORT MONTH WAS ADDED IN THE PERIOD; ONE      00006600
      ** LAST SEEN BEFORE THE REPORT MONTH (BUT NO EARLIER THAN THE     00006610
      ** MONTH BEFORE THE PERIOD) WAS RETIRED IN IT                     00006620
           MOVE 0 TO WS-VOL-FIRST.                                      00006630
           MOVE 0 TO WS-VOL-LAST.                                       00006640
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 36       00006650
               IF VS-PRESENT-SW (WS-SLOT) = 'Y'                         00006660
                   IF WS-VOL-FIRST = 0                                  00006670
                       MOVE WS-SLOT TO WS-VOL-FIRST                     00006680
                   END-IF                                               00006690
                   MOVE WS-SLOT TO WS-VOL-LAST                          00006700
               END-IF                                                   00006710
           END-PERFORM.                                                 00006720
           MOVE 'N' TO WS-VOL-ADDED-SW.                                 00006730
           MOVE 'N' TO WS-VOL-RETIRED-SW.                               00006740
           IF WS-VOL-FIRST > 13                                         00006750
               MOVE 'Y' TO WS-VOL-ADDED-SW                              00006760
           END-IF.                                                      00006770
           IF WS-VOL-LAST < 36 AND WS-VOL-LAST > 11                     00006780
               MOVE 'Y' TO WS-VOL-RETIRED-SW                            00006790
           END-IF.                                                      00006800
           MOVE '1' TO WS-GRP-KEY-TYPE.                                 00006810
           MOVE WS-VOL-POOL TO WS-GRP-KEY-NAME.                         00006820
           PERFORM FIND-GROUP-ROUTINE.                                  00006830
           IF WS-GRP-IDX > 0                                            00006840
               PERFORM ACCUM-GROUP-ROUTINE                              00006850
           END-IF.                                                      00006860
           MOVE '2' TO WS-GRP-KEY-TYPE.                                 00006870
           MOVE WS-VOL-DEPT TO WS-GRP-KEY-NAME.                         00006880
           PERFORM FIND-GROUP-ROUTINE.                                  00006890
           IF WS-GRP-IDX > 0                                            00006900
               PERFORM ACCUM-GROUP-ROUTINE                              00006910
           END-IF.                                                      00006920
           IF WS-VOL-ADDED-SW = 'Y' OR WS-VOL-RETIRED-SW = 'Y'          00006930
               PERFORM ADD-CHANGE-ROUTINE                               00006940
           END-IF.                                                      00006950
                                                                        00006960
       LOOKUP-MASTER-ROUTINE.                                           00006970
           MOVE WS-PRIOR-VOLNAME TO VM-KEY-VOLNAME.                     00006980
           READ VOLMAST-FILE INTO VM-RECORD                             00006990
               INVALID KEY                                              00007000
                   MOVE 'N' TO WS-VOL-ONMAST-SW                         00007010
               NOT INVALID KEY                                          00007020
                   MOVE 'Y' TO WS-VOL-ONMAST-SW                         00007030
           END-READ.                                                    00007040
           IF WS-VOL-ONMAST-SW = 'Y'                                    00007050
               MOVE VM-STOR-POOL TO WS-VOL-POOL                         00007060
               MOVE VM-OWNER-DEPT TO WS-VOL-DEPT                        00007070
           ELSE                                                         00007080
               MOVE 'UNKNOWN' TO WS-VOL-POOL                            00007090
               MOVE 'UNKNOWN' TO WS-VOL-DEPT                            00007100
               ADD 1 TO WS-NOMAST-COUNT                                 00007110
           END-IF.                                                      00007120
                                                                        00007130
      **--------------------------------------------------------        00007140
      ** FIND WS-GRP-KEY IN THE GROUP TABLE, INSERTING IT IN KEY        00007150
      ** ORDER IF IT IS NEW.  WS-GRP-IDX IS 0 WHEN THE TABLE IS         00007160
      ** FULL.                                                          00007170
      **--------------------------------------------------------        00007180
       FIND-GROUP-ROUTINE.                                              00007190
           MOVE 0 TO WS-GRP-IDX.                                        00007200
           MOVE 0 TO WS-GRP-POS.                                        00007210
           PERFORM VARYING WS-GRP-I FROM 1 BY 1                         00007220
                   UNTIL WS-GRP-I > WS-GRP-COUNT OR WS-GRP-POS > 0      00007230
               IF GT-KEY (WS-GRP-I) NOT < WS-GRP-KEY                    00007240
                   MOVE WS-GRP-I TO WS-GRP-POS                          00007250
               END-IF                                                   00007260
           END-PERFORM.                                                 00007270
           IF WS-GRP-POS > 0                                            00007280
               IF GT-KEY (WS-GRP-POS) = WS-GRP-KEY                      00007290
                   MOVE WS-GRP-POS TO WS-GRP-IDX                        00007300
               END-IF                                                   00007310
           ELSE                                                         00007320
               COMPUTE WS-GRP-POS = WS-GRP-COUNT + 1                    00007330
           END-IF.                                                      00007340
           IF WS-GRP-IDX = 0                                            00007350
               IF WS-GRP-COUNT < WS-MAX-GRP                             00007360
                   PERFORM INSERT-GROUP-ROUTINE                         00007370
               ELSE                                                     00007380
                   IF WS-GRP-WARNED-SW = 'N'                            00007390
                       DISPLAY 'WARNING - WS-GRP-TABLE FULL AT '        00007400
                               WS-MAX-GRP                               00007410
                       MOVE 'Y' TO WS-GRP-WARNED-SW                     00007420
                   END-IF                                               00007430
               END-IF                                                   00007440
           END-IF.                                                      00007450
                                                                        00007460
       INSERT-GROUP-ROUTINE.                                            00007470
           PERFORM VARYING WS-GRP-I FROM WS-GRP-COUNT BY -1             00007480
                   UNTIL WS-GRP-I < WS-GRP-POS                          00007490
               MOVE WS-GRP-ENTRY (WS-GRP-I)                             00007500
                    TO WS-GRP-ENTRY (WS-GRP-I + 1)                      00007510
           END-PERFORM.                                                 00007520
           ADD 1 TO WS-GRP-COUNT.                                       00007530
           MOVE WS-GRP-POS TO WS-GRP-IDX.                               00007540
           MOVE WS-GRP-KEY TO GT-KEY (WS-GRP-IDX).                      00007550
           MOVE 0 TO GT-ADDED (WS-GRP-IDX).                             00007560
           MOVE 0 TO GT-RETIRED (WS-GRP-IDX).                           00007570
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 36       00007580
               MOVE 0 TO GT-VOLS (WS-GRP-IDX, WS-SLOT)                  00007590
               MOVE 0 TO GT-AVG (WS-GRP-IDX, WS-SLOT)                   00007600
               MOVE 0 TO GT-MAX (WS-GRP-IDX, WS-SLOT)                   00007610
               MOVE 0 TO GT-LFL-CUR (WS-GRP-IDX, WS-SLOT)               00007620
               MOVE 0 TO GT-LFL-PRI (WS-GRP-IDX, WS-SLOT)               00007630
           END-PERFORM.                                                 00007640
                                                                        00007650
       ACCUM-GROUP-ROUTINE.                                             00007660
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 36       00007670
               IF VS-PRESENT-SW (WS-SLOT) = 'Y'                         00007680
                   ADD 1 TO GT-VOLS (WS-GRP-IDX, WS-SLOT)               00007690
                   ADD VS-AVG-SIZE (WS-SLOT)                            00007700
                       TO GT-AVG (WS-GRP-IDX, WS-SLOT)                  00007710
                   ADD VS-MAX-SIZE (WS-SLOT)                            00007720
                       TO GT-MAX (WS-GRP-IDX, WS-SLOT)                  00007730
                   IF WS-SLOT > 12                                      00007740
                       COMPUTE WS-PRIOR-SLOT = WS-SLOT - 12             00007750
                       IF VS-PRESENT-SW (WS-PRIOR-SLOT) = 'Y'           00007760
                           ADD VS-AVG-SIZE (WS-SLOT)                    00007770
                               TO GT-LFL-CUR (WS-GRP-IDX, WS-SLOT)      00007780
                           ADD VS-AVG-SIZE (WS-PRIOR-SLOT)              00007790
                               TO GT-LFL-PRI (WS-GRP-IDX, WS-SLOT)      00007800
                       END-IF                                           00007810
                   END-IF                                               00007820
               END-IF                                                   00007830
           END-PERFORM.                                                 00007840
           IF WS-VOL-ADDED-SW = 'Y'                                     00007850
               ADD 1 TO GT-ADDED (WS-GRP-IDX)                           00007860
           END-IF.                                                      00007870
           IF WS-VOL-RETIRED-SW = 'Y'                                   00007880
               ADD 1 TO GT-RETIRED (WS-GRP-IDX)                         00007890
           END-IF.                                                      00007900
                                                                        00007910
       ADD-CHANGE-ROUTINE.                                              00007920
           IF WS-CHG-COUNT < WS-MAX-CHG                                 00007930
               ADD 1 TO WS-CHG-COUNT                                    00007940
               MOVE WS-PRIOR-VOLNAME TO WS-CHG-VOLNAME (WS-CHG-COUNT)   00007950
               MOVE WS-VOL-POOL TO WS-CHG-POOL (WS-CHG-COUNT)           00007960
               MOVE WS-VOL-DEPT TO WS-CHG-DEPT (WS-CHG-COUNT)           00007970
               MOVE WS-VOL-ONMAST-SW                                    00007980
                    TO WS-CHG-ONMAST-SW (WS-CHG-COUNT)                  00007990
               EVALUATE TRUE                                            00008000
                   WHEN WS-VOL-ADDED-SW = 'Y'                           00008010
                    AND WS-VOL-RETIRED-SW = 'Y'                         00008020
                       MOVE 'ADD/RET' TO WS-CHG-STATUS (WS-CHG-COUNT)   00008030
                   WHEN WS-VOL-ADDED-SW = 'Y'                           00008040
                       MOVE 'ADDED' TO WS-CHG-STATUS (WS-CHG-COUNT)     00008050
                   WHEN OTHER                                           00008060
                       MOVE 'RETIRED' TO WS-CHG-STATUS (WS-CHG-COUNT)   00008070
               END-EVALUATE                                             00008080
               MOVE WS-VOL-FIRST TO WS-SLOT                             00008090
               PERFORM SLOT-MONTH-ROUTINE                               00008100
               MOVE WS-SLOT-MONTH TO WS-CHG-FIRST (WS-CHG-COUNT)        00008110
               MOVE WS-VOL-LAST TO WS-SLOT                              00008120
               PERFORM SLOT-MONTH-ROUTINE                               00008130
               MOVE WS-SLOT-MONTH TO WS-CHG-LAST (WS-CHG-COUNT)         00008140
               MOVE VS-AVG-SIZE (WS-VOL-LAST)                           00008150
                    TO WS-CHG-LAST-AVG (WS-CHG-COUNT)                   00008160
           ELSE                                                         00008170
               IF WS-CHG-WARNED-SW = 'N'                                00008180
                   DISPLAY 'WARNING - WS-CHG-TABLE FULL AT '            00008190
                           WS-MAX-CHG                                   00008200
                   MOVE 'Y' TO WS-CHG-WARNED-SW                         00008210
               END-IF                                                   00008220
           END-IF.                                                      00008230
                                                                        00008240
      **--------------------------------------------------------        00008250
      ** ONE BLOCK PER POOL, THEN PER DEPARTMENT - THE 24 REPORT        00008260
      ** MONTHS WITH THEIR YEAR-EARLIER FIGURES, THE PEAK MONTH         00008270
      ** (HIGHEST PEAK USED SPACE) AND THE VOLUMES ADDED AND            00008280
      ** RETIRED.  EACH MONTH LINE ALSO GOES TO THE EXTRACT.            00008290
      **--------------------------------------------------------        00008300
       PRINT-GROUPS-ROUTINE.                                            00008310
           MOVE SPACES TO WS-PRINT-TYPE.                                00008320
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1                       00008330
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT                      00008340
               PERFORM PRINT-GROUP-ROUTINE                              00008350
           END-PERFORM.                                                 00008360
                                                                        00008370
       PRINT-GROUP-ROUTINE.                                             00008380
           IF GT-TYPE (WS-GRP-IDX) NOT = WS-PRINT-TYPE                  00008390
               MOVE GT-TYPE (WS-GRP-IDX) TO WS-PRINT-TYPE               00008400
               IF WS-PRINT-TYPE = '1'                                   00008410
                   MOVE 'GROWTH BY STORAGE POOL' TO SECTION-RPT         00008420
               ELSE                                                     00008430
                   MOVE 'GROWTH BY OWNER DEPARTMENT' TO SECTION-RPT     00008440
               END-IF                                                   00008450
               WRITE RPT-DATA FROM RPT-SECTION-LINE                     00008460
           END-IF.                                                      00008470
           IF WS-PRINT-TYPE = '1'                                       00008480
               MOVE 'STORAGE POOL       :' TO LABEL-GROUP               00008490
           ELSE                                                         00008500
               MOVE 'OWNER DEPARTMENT   :' TO LABEL-GROUP               00008510
           END-IF.                                                      00008520
           MOVE GT-NAME (WS-GRP-IDX) TO GROUP-RPT.                      00008530
           WRITE RPT-DATA FROM RPT-GROUP-LINE.                          00008540
           MOVE 0 TO WS-PEAK-SLOT.                                      00008550
           MOVE 0 TO WS-PEAK-USED.                                      00008560
           PERFORM VARYING WS-SLOT FROM 13 BY 1 UNTIL WS-SLOT > 36      00008570
               IF WS-PEAK-SLOT = 0                                      00008580
                OR GT-MAX (WS-GRP-IDX, WS-SLOT) > WS-PEAK-USED          00008590
                   MOVE WS-SLOT TO WS-PEAK-SLOT                         00008600
                   MOVE GT-MAX (WS-GRP-IDX, WS-SLOT) TO WS-PEAK-USED    00008610
               END-IF                                                   00008620
           END-PERFORM.                                                 00008630
           WRITE RPT-DATA FROM RPT-YOY-COLHDR.                          00008640
           PERFORM VARYING WS-SLOT FROM 13 BY 1 UNTIL WS-SLOT > 36      00008650
               PERFORM PRINT-MONTH-ROUTINE                              00008660
           END-PERFORM.                                                 00008670
           MOVE WS-PEAK-SLOT TO WS-SLOT.                                00008680
           PERFORM SLOT-MONTH-ROUTINE.                                  00008690
           MOVE WS-SLOT-MONTH TO PEAK-MONTH-RPT.                        00008700
           MOVE WS-PEAK-USED TO PEAK-USED-RPT.                          00008710
           WRITE RPT-DATA FROM RPT-PEAK-LINE.                           00008720
           MOVE GT-ADDED (WS-GRP-IDX) TO GADDED-RPT.                    00008730
           WRITE RPT-DATA FROM RPT-GADDED-LINE.                         00008740
           MOVE GT-RETIRED (WS-GRP-IDX) TO GRETIRED-RPT.                00008750
           WRITE RPT-DATA FROM RPT-GRETIRED-LINE.                       00008760
                                                                        00008770
       PRINT-MONTH-ROUTINE.                                             00008780
           COMPUTE WS-PRIOR-SLOT = WS-SLOT - 12.                        00008790
           PERFORM SLOT-MONTH-ROUTINE.                                  00008800
           MOVE SPACES TO RPT-YOY-LINE.                                 00008810
           MOVE SPACES TO YOY-RECORD.                                   00008820
           MOVE WS-SLOT-MONTH TO MONTH-YOY.                             00008830
           MOVE GT-VOLS (WS-GRP-IDX, WS-SLOT) TO VOLS-YOY.              00008840
           MOVE GT-AVG (WS-GRP-IDX, WS-SLOT) TO AVG-YOY.                00008850
           MOVE GT-MAX (WS-GRP-IDX, WS-SLOT) TO PEAK-YOY.               00008860
           MOVE GT-AVG (WS-GRP-IDX, WS-PRIOR-SLOT) TO PRIOR-YOY.        00008870
           MOVE 0 TO WS-YOY-PCT.                                        00008880
           MOVE 0 TO WS-LFL-PCT.                                        00008890
           IF GT-AVG (WS-GRP-IDX, WS-PRIOR-SLOT) > 0                    00008900
               COMPUTE WS-GROWTH = GT-AVG (WS-GRP-IDX, WS-SLOT)         00008910
                                 - GT-AVG (WS-GRP-IDX, WS-PRIOR-SLOT)   00008920
               COMPUTE WS-YOY-PCT ROUNDED = (WS-GROWTH * 100)           00008930
                   / GT-AVG (WS-GRP-IDX, WS-PRIOR-SLOT)                 00008940
               MOVE WS-YOY-PCT TO PCT-YOY                               00008950
               MOVE 'Y' TO YOX-COMPARE-SW                               00008960
           ELSE                                                         00008970
               MOVE SPACES TO PCT-YOY-X                                 00008980
               MOVE 'N' TO YOX-COMPARE-SW                               00008990
           END-IF.                                                      00009000
           IF GT-LFL-PRI (WS-GRP-IDX, WS-SLOT) > 0                      00009010
               COMPUTE WS-GROWTH = GT-LFL-CUR (WS-GRP-IDX, WS-SLOT)     00009020
                                 - GT-LFL-PRI (WS-GRP-IDX, WS-SLOT)     00009030
               COMPUTE WS-LFL-PCT ROUNDED = (WS-GROWTH * 100)           00009040
                   / GT-LFL-PRI (WS-GRP-IDX, WS-SLOT)                   00009050
               MOVE WS-LFL-PCT TO LFL-YOY                               00009060
           ELSE                                                         00009070
               MOVE SPACES TO LFL-YOY-X                                 00009080
           END-IF.                                                      00009090
           IF WS-SLOT = WS-PEAK-SLOT                                    00009100
               MOVE ' *' TO PEAK-FLAG-YOY                               00009110
               MOVE 'Y' TO YOX-PEAK-SW                                  00009120
           ELSE                                                         00009130
               MOVE 'N' TO YOX-PEAK-SW                                  00009140
           END-IF.                                                      00009150
           WRITE RPT-DATA FROM RPT-YOY-LINE.                            00009160
           IF WS-PRINT-TYPE = '1'                                       00009170
               MOVE 'P' TO YOX-REC-TYPE                                 00009180
           ELSE                                                         00009190
               MOVE 'D' TO YOX-REC-TYPE                                 00009200
           END-IF.                                                      00009210
           MOVE GT-NAME (WS-GRP-IDX) TO YOX-GROUP.                      00009220
           MOVE WS-SLOT-MONTH TO YOX-MONTH.                             00009230
           MOVE GT-VOLS (WS-GRP-IDX, WS-SLOT) TO YOX-VOL-COUNT.         00009240
           MOVE GT-AVG (WS-GRP-IDX, WS-SLOT) TO YOX-AVG-USED.           00009250
           MOVE GT-MAX (WS-GRP-IDX, WS-SLOT) TO YOX-PEAK-USED.          00009260
           MOVE GT-AVG (WS-GRP-IDX, WS-PRIOR-SLOT) TO YOX-PRIOR-AVG.    00009270
           MOVE WS-YOY-PCT TO YOX-YOY-PCT.                              00009280
           MOVE WS-LFL-PCT TO YOX-LFL-PCT.                              00009290
           PERFORM WRITE-EXTRACT-ROUTINE.                               00009300
                                                                        00009310
      **--------------------------------------------------------        00009320
      ** VOLUMES ADDED OR RETIRED IN THE PERIOD, IN VOLUME ORDER.       00009330
      **--------------------------------------------------------        00009340
       PRINT-CHANGES-ROUTINE.                                           00009350
           MOVE 'VOLUMES ADDED OR RETIRED IN THE PERIOD'                00009360
                TO SECTION-RPT.                                         00009370
           WRITE RPT-DATA FROM RPT-SECTION-LINE.                        00009380
           IF WS-CHG-COUNT = 0                                          00009390
               WRITE RPT-DATA FROM RPT-NO-CHG-LINE                      00009400
           ELSE                                                         00009410
               WRITE RPT-DATA FROM RPT-CHG-COLHDR                       00009420
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1                   00009430
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT                  00009440
                   PERFORM PRINT-CHANGE-ROUTINE                         00009450
               END-PERFORM                                              00009460
           END-IF.                                                      00009470
                                                                        00009480
       PRINT-CHANGE-ROUTINE.                                            00009490
           MOVE SPACES TO RPT-CHG-LINE.                                 00009500
           MOVE WS-CHG-VOLNAME (WS-CHG-IDX) TO VOLNAME-CHG.             00009510
           MOVE WS-CHG-POOL (WS-CHG-IDX) TO POOL-CHG.                   00009520
           MOVE WS-CHG-DEPT (WS-CHG-IDX) TO DEPT-CHG.                   00009530
           MOVE WS-CHG-STATUS (WS-CHG-IDX) TO STATUS-CHG.               00009540
           MOVE WS-CHG-FIRST (WS-CHG-IDX) TO FIRST-CHG.                 00009550
           MOVE WS-CHG-LAST (WS-CHG-IDX) TO LAST-CHG.                   00009560
           MOVE WS-CHG-LAST-AVG (WS-CHG-IDX) TO LAST-AVG-CHG.           00009570
           IF WS-CHG-ONMAST-SW (WS-CHG-IDX) = 'N'                       00009580
               MOVE 'NOT ON MASTER' TO NOTE-CHG                         00009590
           END-IF.                                                      00009600
           WRITE RPT-DATA FROM RPT-CHG-LINE.                            00009610
           MOVE SPACES TO YOY-RECORD.                                   00009620
           MOVE 'V' TO YOV-REC-TYPE.                                    00009630
           MOVE WS-CHG-VOLNAME (WS-CHG-IDX) TO YOV-VOLNAME.             00009640
           MOVE WS-CHG-POOL (WS-CHG-IDX) TO YOV-STOR-POOL.              00009650
           MOVE WS-CHG-DEPT (WS-CHG-IDX) TO YOV-OWNER-DEPT.             00009660
           MOVE WS-CHG-STATUS (WS-CHG-IDX) TO YOV-STATUS.               00009670
           MOVE WS-CHG-FIRST (WS-CHG-IDX) TO YOV-FIRST-MONTH.           00009680
           MOVE WS-CHG-LAST (WS-CHG-IDX) TO YOV-LAST-MONTH.             00009690
           MOVE WS-CHG-LAST-AVG (WS-CHG-IDX) TO YOV-LAST-AVG.           00009700
           PERFORM WRITE-EXTRACT-ROUTINE.                               00009710
                                                                        00009720
       WRITE-EXTRACT-ROUTINE.                                           00009730
           WRITE YOY-DATA FROM YOY-RECORD.                              00009740
           ADD 1 TO WS-EXTRACT-COUNT.                                   00009750
                                                                        00009760
       FOOTER-ROUTINE.                                                  00009770
           MOVE WS-INPUT-COUNT TO READ-COUNT-RPT.                       00009780
           WRITE RPT-DATA FROM RPT-READ-LINE.                           00009790
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00009800
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00009810
           MOVE WS-OUTSIDE-COUNT TO OUTSIDE-COUNT-RPT.                  00009820
           WRITE RPT-DATA FROM RPT-OUTSIDE-LINE.                        00009830
           MOVE WS-DUP-COUNT TO DUP-COUNT-RPT.                          00009840
           WRITE RPT-DATA FROM RPT-DUP-LINE.                            00009850
           MOVE WS-VOL-COUNT TO VOL-COUNT-RPT.                          00009860
           WRITE RPT-DATA FROM RPT-VOL-LINE.                            00009870
           MOVE WS-NOMAST-COUNT TO NOMAST-COUNT-RPT.                    00009880
           WRITE RPT-DATA FROM RPT-NOMAST-LINE.                         00009890
           MOVE WS-EXTRACT-COUNT TO EXTRACT-COUNT-RPT.                  00009900
           WRITE RPT-DATA FROM RPT-EXTRACT-LINE.                        00009910
      **--------------------------------------------------------        00009920
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00009930
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00009940
      **--------------------------------------------------------        00009950
       WRITE-CHAINLOG-ROUTINE.                                          00009960
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00009970
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00009980
           MOVE SPACES TO CHAINLOG-RECORD.                              00009990
           MOVE 'VOLYOY' TO CLG-PROGRAM.                                00010000
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00010010
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00010020
           MOVE WS-INPUT-COUNT TO CLG-INPUT-COUNT.                      00010030
           MOVE WS-EXTRACT-COUNT TO CLG-OUTPUT-COUNT.                   00010040
           MOVE WS-SKIP-COUNT TO CLG-REJECT-COUNT.                      00010050
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00010060
           OPEN EXTEND CHAINLOG-FILE.                                   00010070
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00010080
           CLOSE CHAINLOG-FILE.                                         00010090
