       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLDSDLT'.                                         00000110
      ****************************                                      00000120
      * DATASET-LEVEL GROWTH DELTA REPORT                               00000130
      * READS TWO COLLECTOR FEEDS - THE EARLIER SNAPSHOT ON PRIORIN     00000140
      * AND THE LATER ONE ON SYSIN - AND MATCHES THEIR TYPE-D           00000150
      * DATASET DETAIL RECORDS BY VOLUME NAME PLUS DATASET NAME.        00000160
      * FOR EVERY VOLUME THAT CHANGED IT LISTS DATASETS NEW IN THE      00000170
      * LATER SNAPSHOT, DATASETS DELETED SINCE THE EARLIER ONE,         00000180
      * DATASETS WHOSE ALLOCATED TRACKS GREW OR SHRANK BY MORE THAN     00000190
      * THE THRESHOLD CARD, AND DATASETS THAT MOVED TO OR FROM          00000200
      * ANOTHER VOLUME.  THE DATASET CHANGES ARE THEN RECONCILED        00000210
      * AGAINST THE VOLUME-LEVEL CHANGE IN THE CLASSIC (OR E)           00000220
      * RECORDS OF THE SAME TWO FEEDS SO THE UNEXPLAINED REMAINDER      00000230
      * SHOWS - "WHO FILLED SYS042 OVERNIGHT?" WITHOUT ISPF.            00000240
      ****************************                                      00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
       SOURCE-COMPUTER.  IBM-370.                                       00000280
       OBJECT-COMPUTER.  IBM-370.                                       00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
            SELECT NEW-FILE  ASSIGN TO UT-S-SYSIN.                      00000320
            SELECT OLD-FILE  ASSIGN TO DA-S-PRIORIN.                    00000330
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000340
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000350
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000360
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000370
                                                                        00000380
       DATA DIVISION.                                                   00000390
       FILE SECTION.                                                    00000400
       FD  NEW-FILE                                                     00000410
           RECORDING MODE IS F                                          00000420
           RECORD CONTAINS 80 CHARACTERS                                00000430
           BLOCK CONTAINS 238 RECORDS                                   00000440
           LABEL RECORDS ARE STANDARD                                   00000450
           DATA RECORDS IS HIST-RECORD.                                 00000460
       01  NEW-DATA             PIC X(80).                              00000470
                                                                        00000480
       FD  OLD-FILE                                                     00000490
           RECORDING MODE IS F                                          00000500
           RECORD CONTAINS 80 CHARACTERS                                00000510
           BLOCK CONTAINS 238 RECORDS                                   00000520
           LABEL RECORDS ARE STANDARD                                   00000530
           DATA RECORDS IS HIST-RECORD.                                 00000540
       01  OLD-DATA             PIC X(80).                              00000550
                                                                        00000560
       FD  CTL-FILE                                                     00000570
           RECORDING MODE IS F                                          00000580
           RECORD CONTAINS 80 CHARACTERS                                00000590
           LABEL RECORDS ARE STANDARD                                   00000600
           DATA RECORDS IS CTL-DATA.                                    00000610
       01  CTL-DATA             PIC X(80).                              00000620
                                                                        00000630
       FD  CHAINLOG-FILE                                                00000640
           RECORDING MODE IS F                                          00000650
           RECORD CONTAINS 80 CHARACTERS                                00000660
           LABEL RECORDS ARE STANDARD                                   00000670
           DATA RECORDS IS CHAINLOG-RECORD.                             00000680
       01  CHAINLOG-DATA        PIC X(80).                              00000690
                                                                        00000700
       FD  RPT-OUT                                                      00000710
           LABEL RECORDS ARE OMITTED                                    00000720
           DATA RECORDS IS RPT-RECORD.                                  00000730
       01  RPT-DATA             PIC X(200).                             00000740
                                                                        00000750
      ** SD-KIND 1 = VOLUME (CLASSIC OR E) RECORD, 2 = DATASET          00000760
      ** RECORD, SO EACH VOLUME'S SIZE RETURNS AHEAD OF ITS             00000770
      ** DATASETS.  SD-SOURCE 1 = EARLIER FEED, 2 = LATER FEED.         00000780
       SD  SORT-FILE.                                                   00000790
       01  SORT-RECORD.                                                 00000800
           02  SD-VOLNAME       PIC X(10).                              00000810
           02  SD-KIND          PIC X(1).                               00000820
           02  SD-DSNAME        PIC X(44).                              00000830
           02  SD-SOURCE        PIC X(1).                               00000840
           02  SD-SNAPDATE      PIC X(12).                              00000850
           02  SD-TRACKS        PIC 9(8).                               00000860
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
      ** RECORD LAYOUTS - BOTH FEEDS CARRY THE SAME MIX OF CLASSIC,     00001040
      ** E AND TYPE-D RECORDS                                           00001050
       01  HIST-RECORD.                                                 00001060
           02  FILLER           PIC A(25).                              00001070
           02  VOLSIZE-IN       PIC 9(8).                               00001080
           02  FILLER           PIC A(1).                               00001090
           02  SNAPDATE-IN      PIC X(12).                              00001100
           02  FILLER           PIC A(1).                               00001110
           02  VOLNAME-IN       PIC X(10).                              00001120
           02  FILLER           PIC A(23).                              00001130
       01  DSN-RECORD REDEFINES HIST-RECORD.                            00001140
           02  DSN-REC-TYPE     PIC X(1).                               00001150
           02  DSN-VOLNAME      PIC X(10).                              00001160
           02  FILLER           PIC A(1).                               00001170
           02  DSN-DSNAME       PIC X(44).                              00001180
           02  FILLER           PIC A(1).                               00001190
           02  DSN-TRACKS       PIC 9(8).                               00001200
           02  FILLER           PIC A(1).                               00001210
           02  DSN-LASTREF      PIC X(10).                              00001220
           02  FILLER           PIC A(4).                               00001230
                                                                        00001240
      ** KEYED PARAMETER CARDS - THRESHOLD SETS THE TRACK CHANGE A      00001250
      ** DATASET PRESENT IN BOTH SNAPSHOTS MUST EXCEED TO BE LISTED     00001260
       01  CTL-RECORD.                                                  00001270
           02  CTL-KEYWORD      PIC X(10).                              00001280
           02  CTL-VALUE-AREA   PIC X(70).                              00001290
           02  CTL-NUM-RED REDEFINES CTL-VALUE-AREA.                    00001300
               03  CTL-NUM-VALUE    PIC 9(5).                           00001310
               03  FILLER           PIC A(65).                          00001320
                                                                        00001330
       01  RPT-HEADER.                                                  00001340
           02  FILLER           PIC X(36) VALUE                         00001350
                'DATASET GROWTH DELTA REPORT'.                          00001360
           02  FILLER           PIC A(164).                             00001370
       01  RPT-DATES-LINE.                                              00001380
           02  LABEL-COMPARE    PIC X(10) VALUE 'COMPARING '.           00001390
           02  OLD-DATE-RPT     PIC X(10).                              00001400
           02  FILLER           PIC X(4) VALUE ' TO '.                  00001410
           02  NEW-DATE-RPT     PIC X(10).                              00001420
           02  FILLER           PIC X(13) VALUE '  THRESHOLD '.         00001430
           02  THRESHOLD-RPT    PIC ZZ,ZZ9.                             00001440
           02  FILLER           PIC X(7) VALUE ' TRACKS'.               00001450
           02  FILLER           PIC A(140).                             00001460
       01  RPT-VOL-HDR.                                                 00001470
           02  LABEL-VOL        PIC X(8) VALUE 'VOLUME: '.              00001480
           02  VOL-NAME-RPT     PIC X(10).                              00001490
           02  FILLER           PIC X(11) VALUE '  EARLIER: '.          00001500
           02  VOL-OLD-RPT      PIC ZZ,ZZZ,ZZ9.                         00001510
           02  FILLER           PIC X(9) VALUE '  LATER: '.             00001520
           02  VOL-NEW-RPT      PIC ZZ,ZZZ,ZZ9.                         00001530
           02  FILLER           PIC X(10) VALUE '  CHANGE: '.           00001540
           02  VOL-DELTA-RPT    PIC +ZZ,ZZZ,ZZ9.                        00001550
           02  FILLER           PIC A(2).                               00001560
           02  VOL-NOTE-RPT     PIC X(24).                              00001570
           02  FILLER           PIC A(95).                              00001580
       01  RPT-DS-COLHDR.                                               00001590
           02  FILLER           PIC X(12) VALUE 'CHANGE'.               00001600
           02  FILLER           PIC X(46) VALUE 'DSNAME'.               00001610
           02  FILLER           PIC X(12) VALUE '   EARLIER'.           00001620
           02  FILLER           PIC X(12) VALUE '     LATER'.           00001630
           02  FILLER           PIC X(13) VALUE '      DELTA'.          00001640
           02  FILLER           PIC X(10) VALUE 'OTHER VOL'.            00001650
           02  FILLER           PIC A(95).                              00001660
       01  RPT-DS-LINE.                                                 00001670
           02  CHANGE-DLT       PIC X(10).                              00001680
           02  FILLER           PIC A(2).                               00001690
           02  DSNAME-DLT       PIC X(44).                              00001700
           02  FILLER           PIC A(2).                               00001710
           02  OLD-TRACKS-DLT   PIC ZZ,ZZZ,ZZ9.                         00001720
           02  FILLER           PIC A(2).                               00001730
           02  NEW-TRACKS-DLT   PIC ZZ,ZZZ,ZZ9.                         00001740
           02  FILLER           PIC A(2).                               00001750
           02  DELTA-DLT        PIC +ZZ,ZZZ,ZZ9.                        00001760
           02  FILLER           PIC A(2).                               00001770
           02  OTHER-VOL-DLT    PIC X(10).                              00001780
           02  FILLER           PIC A(95).                              00001790
       01  RPT-RECON-LINE.                                              00001800
           02  FILLER           PIC X(12) VALUE SPACES.                 00001810
           02  LABEL-RECON      PIC X(28).                              00001820
           02  FILLER           PIC A(3).                               00001830
           02  RECON-AMOUNT-RPT PIC +ZZ,ZZZ,ZZ9.                        00001840
           02  FILLER           PIC A(146).                             00001850
       01  RPT-NO-CHANGE-LINE.                                          00001860
           02  FILLER           PIC X(40) VALUE                         00001870
                'NO VOLUMES CHANGED'.                                   00001880
           02  FILLER           PIC A(160).                             00001890
       01  RPT-IN-LINE.                                                 00001900
           02  LABEL-IN         PIC X(20) VALUE                         00001910
                'RECORDS READ       :'.                                 00001920
           02  FILLER           PIC A(3).                               00001930
           02  IN-COUNT-RPT     PIC ZZ,ZZZ,ZZ9.                         00001940
           02  FILLER           PIC A(167).                             00001950
       01  RPT-VOLS-LINE.                                               00001960
           02  LABEL-VOLS       PIC X(20) VALUE                         00001970
                'VOLUMES COMPARED   :'.                                 00001980
           02  FILLER           PIC A(3).                               00001990
           02  VOLS-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002000
           02  FILLER           PIC A(167).                             00002010
       01  RPT-CHGVOL-LINE.                                             00002020
           02  LABEL-CHGVOL     PIC X(20) VALUE                         00002030
                'VOLUMES CHANGED    :'.                                 00002040
           02  FILLER           PIC A(3).                               00002050
           02  CHGVOL-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                         00002060
           02  FILLER           PIC A(167).                             00002070
       01  RPT-NEW-LINE.                                                00002080
           02  LABEL-NEW        PIC X(20) VALUE                         00002090
                'NEW DATASETS       :'.                                 00002100
           02  FILLER           PIC A(3).                               00002110
           02  NEW-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00002120
           02  FILLER           PIC A(167).                             00002130
       01  RPT-DEL-LINE.                                                00002140
           02  LABEL-DEL        PIC X(20) VALUE                         00002150
                'DELETED DATASETS   :'.                                 00002160
           02  FILLER           PIC A(3).                               00002170
           02  DEL-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00002180
           02  FILLER           PIC A(167).                             00002190
       01  RPT-GROW-LINE.                                               00002200
           02  LABEL-GROW       PIC X(20) VALUE                         00002210
                'GREW OR SHRANK     :'.                                 00002220
           02  FILLER           PIC A(3).                               00002230
           02  GROW-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002240
           02  FILLER           PIC A(167).                             00002250
       01  RPT-MOVE-LINE.                                               00002260
           02  LABEL-MOVE       PIC X(20) VALUE                         00002270
                'MOVED DATASETS     :'.                                 00002280
           02  FILLER           PIC A(3).                               00002290
           02  MOVE-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002300
           02  FILLER           PIC A(167).                             00002310
       01  RPT-SKIP-LINE.                                               00002320
           02  LABEL-SKIP       PIC X(20) VALUE                         00002330
                'RECORDS SKIPPED    :'.                                 00002340
           02  FILLER           PIC A(3).                               00002350
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002360
           02  FILLER           PIC A(167).                             00002370
                                                                        00002380
      ** CONTROL CARD VALUES - DEFAULT THRESHOLD 150 TRACKS             00002390
      ** (TEN 3390 CYLINDERS)                                           00002400
       01  WS-THRESHOLD         PIC 9(5) VALUE 150.                     00002410
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00002420
                                                                        00002430
      ** RECORD COUNTERS                                                00002440
       01  WS-INPUT-COUNT       PIC 9(8) VALUE 0.                       00002450
       01  WS-SKIP-COUNT        PIC 9(8) VALUE 0.                       00002460
       01  WS-OLD-DS-COUNT      PIC 9(8) VALUE 0.                       00002470
       01  WS-NEW-DS-COUNT      PIC 9(8) VALUE 0.                       00002480
       01  WS-NEW-COUNT         PIC 9(8) VALUE 0.                       00002490
       01  WS-DEL-COUNT         PIC 9(8) VALUE 0.                       00002500
       01  WS-GROW-COUNT        PIC 9(8) VALUE 0.                       00002510
       01  WS-MOVE-COUNT        PIC 9(8) VALUE 0.                       00002520
       01  WS-CHGVOL-COUNT      PIC 9(8) VALUE 0.                       00002530
                                                                        00002540
      ** SNAPSHOT DATES SEEN ON EACH FEED'S VOLUME RECORDS              00002550
       01  WS-OLD-SNAPDATE      PIC X(12) VALUE SPACES.                 00002560
       01  WS-NEW-SNAPDATE      PIC X(12) VALUE SPACES.                 00002570
       01  WS-SOURCE            PIC X(1) VALUE SPACE.                   00002580
                                                                        00002590
      ** CONTROL-BREAK FIELDS (SORTED BY VOLNAME / KIND / DSNAME)       00002600
       01  WS-PRIOR-VOLNAME     PIC X(10) VALUE SPACES.                 00002610
       01  WS-PRIOR-DSNAME      PIC X(44) VALUE SPACES.                 00002620
       01  WS-DS-OPEN-SW        PIC X VALUE 'N'.                        00002630
       01  WS-DS-OLD-SW         PIC X VALUE 'N'.                        00002640
       01  WS-DS-NEW-SW         PIC X VALUE 'N'.                        00002650
       01  WS-DS-OLD-TRACKS     PIC 9(8) VALUE 0.                       00002660
       01  WS-DS-NEW-TRACKS     PIC 9(8) VALUE 0.                       00002670
       01  WS-DS-DELTA          PIC S9(9) VALUE 0.                      00002680
       01  WS-ABS-DELTA         PIC 9(9) VALUE 0.                       00002690
                                                                        00002700
      ** ONE ENTRY PER VOLUME SEEN ON EITHER FEED, WITH ITS SIZE IN     00002710
      ** EACH SNAPSHOT, THE TRACK SUM OF ITS DATASETS IN EACH, AND      00002720
      ** THE RANGE OF ITS ENTRIES IN THE CHANGE TABLE                   00002730
       01  WS-MAX-VOL           PIC 9(6) VALUE 20000.                   00002740
       01  WS-VOL-COUNT         PIC 9(6) VALUE 0.                       00002750
       01  WS-VOL-IDX           PIC 9(6) VALUE 0.                       00002760
       01  WS-VOL-WARNED-SW     PIC X VALUE 'N'.                        00002770
       01  WS-VOL-TABLE.                                                00002780
           02  WS-VOL-ENTRY OCCURS 20000 TIMES.                         00002790
               03  VT-VOLNAME       PIC X(10).                          00002800
               03  VT-OLD-SW        PIC X.                              00002810
               03  VT-NEW-SW        PIC X.                              00002820
               03  VT-OLD-SIZE      PIC 9(8).                           00002830
               03  VT-NEW-SIZE      PIC 9(8).                           00002840
               03  VT-DS-OLD-SUM    PIC 9(11).                          00002850
               03  VT-DS-NEW-SUM    PIC 9(11).                          00002860
               03  VT-FIRST-CHG     PIC 9(6).                           00002870
               03  VT-LAST-CHG      PIC 9(6).                           00002880
                                                                        00002890
      ** DATASET CHANGE TABLE, IN VOLUME ORDER.  CODES - N NEW,         00002900
      ** D DELETED, G GREW, S SHRANK, I MOVED IN, O MOVED OUT           00002910
       01  WS-MAX-CHG           PIC 9(6) VALUE 100000.                  00002920
       01  WS-CHG-COUNT         PIC 9(6) VALUE 0.                       00002930
       01  WS-CHG-IDX           PIC 9(6) VALUE 0.                       00002940
       01  WS-PAIR-IDX          PIC 9(6) VALUE 0.                       00002950
       01  WS-PAIR-FND          PIC 9(6) VALUE 0.                       00002960
       01  WS-CHG-WARNED-SW     PIC X VALUE 'N'.                        00002970
       01  WS-CHG-CODE          PIC X(1) VALUE SPACE.                   00002980
       01  WS-CHG-TABLE.                                                00002990
           02  WS-CHG-ENTRY OCCURS 100000 TIMES.                        00003000
               03  CT-CODE          PIC X(1).                           00003010
               03  CT-VOLNAME       PIC X(10).                          00003020
               03  CT-DSNAME        PIC X(44).                          00003030
               03  CT-OLD-TRACKS    PIC 9(8).                           00003040
               03  CT-NEW-TRACKS    PIC 9(8).                           00003050
               03  CT-OTHER-VOL     PIC X(10).                          00003060
                                                                        00003070
      ** PER-VOLUME RECONCILIATION FIELDS                               00003080
       01  WS-VOL-DELTA         PIC S9(11) VALUE 0.                     00003090
       01  WS-DS-SUM-DELTA      PIC S9(11) VALUE 0.                     00003100
       01  WS-LISTED-DELTA      PIC S9(11) VALUE 0.                     00003110
       01  WS-OTHER-DELTA       PIC S9(11) VALUE 0.                     00003120
       01  WS-UNEXPLAINED       PIC S9(11) VALUE 0.                     00003130
       01  WS-LINE-DELTA        PIC S9(9) VALUE 0.                      00003140
                                                                        00003150
       01  EOF                  PIC 9 VALUE 0.                          00003160
                                                                        00003170
       PROCEDURE DIVISION.                                              00003180
                                                                        00003190
       MAIN-ROUTINE.                                                    00003200
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00003210
           SORT SORT-FILE                                               00003220
               ON ASCENDING KEY SD-VOLNAME SD-KIND SD-DSNAME            00003230
                                SD-SOURCE SD-SNAPDATE                   00003240
               INPUT PROCEDURE IS LOAD-FEEDS-ROUTINE                    00003250
               OUTPUT PROCEDURE IS COMPARE-ROUTINE.                     00003260
           PERFORM SET-RETURN-CODE-ROUTINE.                             00003270
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00003280
           DISPLAY 'DONE'.                                              00003290
           STOP RUN.                                                    00003300
                                                                        00003310
      **--------------------------------------------------------        00003320
      ** KEYED PARAMETER CARDS - THRESHOLD.                             00003330
      **--------------------------------------------------------        00003340
       READ-CONTROL-CARD-ROUTINE.                                       00003350
           MOVE 0 TO WS-CTL-EOF.                                        00003360
           OPEN INPUT CTL-FILE.                                         00003370
           READ CTL-FILE INTO CTL-RECORD                                00003380
               AT END MOVE 1 TO WS-CTL-EOF.                             00003390
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00003400
           CLOSE CTL-FILE.                                              00003410
                                                                        00003420
       APPLY-CONTROL-CARD-ROUTINE.                                      00003430
           EVALUATE TRUE                                                00003440
               WHEN CTL-KEYWORD = 'THRESHOLD'                           00003450
                   IF CTL-NUM-VALUE NUMERIC                             00003460
                       MOVE CTL-NUM-VALUE TO WS-THRESHOLD               00003470
                   END-IF                                               00003480
               WHEN OTHER                                               00003490
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00003500
                           CTL-KEYWORD                                  00003510
           END-EVALUATE.                                                00003520
           READ CTL-FILE INTO CTL-RECORD                                00003530
               AT END MOVE 1 TO WS-CTL-EOF.                             00003540
                                                                        00003550
      **--------------------------------------------------------        00003560
      ** SORT INPUT PROCEDURE - THE EARLIER FEED, THEN THE LATER        00003570
      ** ONE.  CLEAN TYPE-D RECORDS RELEASE AS DATASETS; CLASSIC        00003580
      ** AND E RECORDS WITH A NUMERIC VOLSIZE RELEASE AS VOLUMES;       00003590
      ** ANYTHING ELSE IS SKIPPED WITH A COUNT.                         00003600
      **--------------------------------------------------------        00003610
       LOAD-FEEDS-ROUTINE.                                              00003620
           OPEN INPUT OLD-FILE.                                         00003630
           DISPLAY 'PROCESSING EARLIER SNAPSHOT'.                       00003640
           MOVE '1' TO WS-SOURCE.                                       00003650
           MOVE 0 TO EOF.                                               00003660
           READ OLD-FILE INTO HIST-RECORD                               00003670
                         AT END MOVE 1 TO EOF.                          00003680
           PERFORM RELEASE-OLD-ROUTINE UNTIL EOF = 1.                   00003690
           CLOSE OLD-FILE.                                              00003700
           OPEN INPUT NEW-FILE.                                         00003710
           DISPLAY 'PROCESSING LATER SNAPSHOT'.                         00003720
           MOVE '2' TO WS-SOURCE.                                       00003730
           MOVE 0 TO EOF.                                               00003740
           READ NEW-FILE INTO HIST-RECORD                               00003750
                         AT END MOVE 1 TO EOF.                          00003760
           PERFORM RELEASE-NEW-ROUTINE UNTIL EOF = 1.                   00003770
           CLOSE NEW-FILE.                                              00003780
                                                                        00003790
       RELEASE-OLD-ROUTINE.                                             00003800
           PERFORM RELEASE-ONE-ROUTINE.                                 00003810
           READ OLD-FILE INTO HIST-RECORD                               00003820
                         AT END MOVE 1 TO EOF.                          00003830
                                                                        00003840
       RELEASE-NEW-ROUTINE.                                             00003850
           PERFORM RELEASE-ONE-ROUTINE.                                 00003860
           READ NEW-FILE INTO HIST-RECORD                               00003870
                         AT END MOVE 1 TO EOF.                          00003880
                                                                        00003890
       RELEASE-ONE-ROUTINE.                                             00003900
           ADD 1 TO WS-INPUT-COUNT.                                     00003910
           MOVE WS-SOURCE TO SD-SOURCE.                                 00003920
           EVALUATE TRUE                                                00003930
               WHEN DSN-REC-TYPE = 'D'                                  00003940
                   IF DSN-TRACKS NUMERIC                                00003950
                    AND DSN-DSNAME NOT = SPACES                         00003960
                    AND DSN-VOLNAME NOT = SPACES                        00003970
                       MOVE DSN-VOLNAME TO SD-VOLNAME                   00003980
                       MOVE '2'         TO SD-KIND                      00003990
                       MOVE DSN-DSNAME  TO SD-DSNAME                    00004000
                       MOVE SPACES      TO SD-SNAPDATE                  00004010
                       MOVE DSN-TRACKS  TO SD-TRACKS                    00004020
                       RELEASE SORT-RECORD                              00004030
                       IF WS-SOURCE = '1'                               00004040
                           ADD 1 TO WS-OLD-DS-COUNT                     00004050
                       ELSE                                             00004060
                           ADD 1 TO WS-NEW-DS-COUNT                     00004070
                       END-IF                                           00004080
                   ELSE                                                 00004090
                       ADD 1 TO WS-SKIP-COUNT                           00004100
                   END-IF                                               00004110
               WHEN VOLSIZE-IN NUMERIC AND VOLNAME-IN NOT = SPACES      00004120
                   MOVE VOLNAME-IN  TO SD-VOLNAME                       00004130
                   MOVE '1'         TO SD-KIND                          00004140
                   MOVE SPACES      TO SD-DSNAME                        00004150
                   MOVE SNAPDATE-IN TO SD-SNAPDATE                      00004160
                   MOVE VOLSIZE-IN  TO SD-TRACKS                        00004170
                   RELEASE SORT-RECORD                                  00004180
                   PERFORM NOTE-SNAPDATE-ROUTINE                        00004190
               WHEN OTHER                                               00004200
                   ADD 1 TO WS-SKIP-COUNT                               00004210
           END-EVALUATE.                                                00004220
                                                                        00004230
       NOTE-SNAPDATE-ROUTINE.                                           00004240
           IF WS-SOURCE = '1'                                           00004250
               IF SNAPDATE-IN > WS-OLD-SNAPDATE                         00004260
                   MOVE SNAPDATE-IN TO WS-OLD-SNAPDATE                  00004270
               END-IF                                                   00004280
           ELSE                                                         00004290
               IF SNAPDATE-IN > WS-NEW-SNAPDATE                         00004300
                   MOVE SNAPDATE-IN TO WS-NEW-SNAPDATE                  00004310
               END-IF                                                   00004320
           END-IF.                                                      00004330
                                                                        00004340
      **--------------------------------------------------------        00004350
      ** SORT OUTPUT PROCEDURE - EACH VOLUME RETURNS AS ITS SIZE        00004360
      ** RECORDS FOLLOWED BY ITS DATASETS IN NAME ORDER, THE            00004370
      ** EARLIER COPY OF A DATASET AHEAD OF THE LATER ONE.  ONCE        00004380
      ** EVERY VOLUME IS IN, UNMATCHED NEW/DELETED PAIRS ARE            00004390
      ** TURNED INTO MOVES AND THE REPORT IS PRINTED.                   00004400
      **--------------------------------------------------------        00004410
       COMPARE-ROUTINE.                                                 00004420
           MOVE 0 TO EOF.                                               00004430
           RETURN SORT-FILE INTO SORT-RECORD                            00004440
                  AT END MOVE 1 TO EOF.                                 00004450
           PERFORM EXAMINE-ONE-RECORD-ROUTINE UNTIL EOF = 1.            00004460
           IF WS-PRIOR-VOLNAME NOT = SPACES                             00004470
               PERFORM CLOSE-VOLUME-ROUTINE                             00004480
           END-IF.                                                      00004490
           PERFORM PAIR-MOVES-ROUTINE.                                  00004500
           PERFORM PRINT-REPORT-ROUTINE.                                00004510
                                                                        00004520
       EXAMINE-ONE-RECORD-ROUTINE.                                      00004530
           IF SD-VOLNAME NOT = WS-PRIOR-VOLNAME                         00004540
               IF WS-PRIOR-VOLNAME NOT = SPACES                         00004550
                   PERFORM CLOSE-VOLUME-ROUTINE                         00004560
               END-IF                                                   00004570
               PERFORM OPEN-VOLUME-ROUTINE                              00004580
           END-IF.                                                      00004590
           IF SD-KIND = '1'                                             00004600
               PERFORM NOTE-VOLUME-SIZE-ROUTINE                         00004610
           ELSE                                                         00004620
               IF SD-DSNAME NOT = WS-PRIOR-DSNAME                       00004630
                OR WS-DS-OPEN-SW = 'N'                                  00004640
                   IF WS-DS-OPEN-SW = 'Y'                               00004650
                       PERFORM CLOSE-DATASET-ROUTINE                    00004660
                   END-IF                                               00004670
                   MOVE SD-DSNAME TO WS-PRIOR-DSNAME                    00004680
                   MOVE 'Y' TO WS-DS-OPEN-SW                            00004690
                   MOVE 'N' TO WS-DS-OLD-SW                             00004700
                   MOVE 'N' TO WS-DS-NEW-SW                             00004710
                   MOVE 0 TO WS-DS-OLD-TRACKS                           00004720
                   MOVE 0 TO WS-DS-NEW-TRACKS                           00004730
               END-IF                                                   00004740
               IF SD-SOURCE = '1'                                       00004750
                   MOVE 'Y' TO WS-DS-OLD-SW                             00004760
                   MOVE SD-TRACKS TO WS-DS-OLD-TRACKS                   00004770
               ELSE                                                     00004780
                   MOVE 'Y' TO WS-DS-NEW-SW                             00004790
                   MOVE SD-TRACKS TO WS-DS-NEW-TRACKS                   00004800
               END-IF                                                   00004810
           END-IF.                                                      00004820
           RETURN SORT-FILE INTO SORT-RECORD                            00004830
                  AT END MOVE 1 TO EOF.                                 00004840
                                                                        00004850
       OPEN-VOLUME-ROUTINE.                                             00004860
           MOVE SD-VOLNAME TO WS-PRIOR-VOLNAME.                         00004870
           MOVE SPACES TO WS-PRIOR-DSNAME.                              00004880
           MOVE 'N' TO WS-DS-OPEN-SW.                                   00004890
           IF WS-VOL-COUNT < WS-MAX-VOL                                 00004900
               ADD 1 TO WS-VOL-COUNT                                    00004910
               MOVE WS-VOL-COUNT TO WS-VOL-IDX                          00004920
               MOVE SD-VOLNAME TO VT-VOLNAME (WS-VOL-IDX)               00004930
               MOVE 'N' TO VT-OLD-SW (WS-VOL-IDX)                       00004940
               MOVE 'N' TO VT-NEW-SW (WS-VOL-IDX)                       00004950
               MOVE 0 TO VT-OLD-SIZE (WS-VOL-IDX)                       00004960
               MOVE 0 TO VT-NEW-SIZE (WS-VOL-IDX)                       00004970
               MOVE 0 TO VT-DS-OLD-SUM (WS-VOL-IDX)                     00004980
               MOVE 0 TO VT-DS-NEW-SUM (WS-VOL-IDX)                     00004990
               COMPUTE VT-FIRST-CHG (WS-VOL-IDX) = WS-CHG-COUNT + 1     00005000
               MOVE WS-CHG-COUNT TO VT-LAST-CHG (WS-VOL-IDX)            00005010
           ELSE                                                         00005020
               MOVE 0 TO WS-VOL-IDX                                     00005030
               IF WS-VOL-WARNED-SW = 'N'                                00005040
                   DISPLAY 'WARNING - WS-VOL-TABLE FULL AT '            00005050
                           WS-MAX-VOL                                   00005060
                           ' - FURTHER VOLUMES NOT COMPARED'            00005070
                   MOVE 'Y' TO WS-VOL-WARNED-SW                         00005080
               END-IF                                                   00005090
           END-IF.                                                      00005100
                                                                        00005110
      **--------------------------------------------------------        00005120
      ** A FEED HOLDING MORE THAN ONE SNAPSHOT OF A VOLUME RETURNS      00005130
      ** THEM IN DATE ORDER, SO THE LATEST ONE IN THE FEED STANDS.      00005140
      **--------------------------------------------------------        00005150
       NOTE-VOLUME-SIZE-ROUTINE.                                        00005160
           IF WS-VOL-IDX > 0                                            00005170
               IF SD-SOURCE = '1'                                       00005180
                   MOVE 'Y' TO VT-OLD-SW (WS-VOL-IDX)                   00005190
                   MOVE SD-TRACKS TO VT-OLD-SIZE (WS-VOL-IDX)           00005200
               ELSE                                                     00005210
                   MOVE 'Y' TO VT-NEW-SW (WS-VOL-IDX)                   00005220
                   MOVE SD-TRACKS TO VT-NEW-SIZE (WS-VOL-IDX)           00005230
               END-IF                                                   00005240
           END-IF.                                                      00005250
                                                                        00005260
       CLOSE-VOLUME-ROUTINE.                                            00005270
           IF WS-DS-OPEN-SW = 'Y'                                       00005280
               PERFORM CLOSE-DATASET-ROUTINE                            00005290
               MOVE 'N' TO WS-DS-OPEN-SW                                00005300
           END-IF.                                                      00005310
           IF WS-VOL-IDX > 0                                            00005320
               MOVE WS-CHG-COUNT TO VT-LAST-CHG (WS-VOL-IDX)            00005330
           END-IF.                                                      00005340
                                                                        00005350
      **--------------------------------------------------------        00005360
      ** ONE DATASET ON ONE VOLUME, SEEN IN EITHER OR BOTH FEEDS.       00005370
      ** EVERY DATASET COUNTS TOWARDS THE VOLUME'S TRACK SUMS; ONLY     00005380
      ** NEW, DELETED AND OVER-THRESHOLD ONES ARE LISTED.               00005390
      **--------------------------------------------------------        00005400
       CLOSE-DATASET-ROUTINE.                                           00005410
           IF WS-VOL-IDX > 0                                            00005420
               ADD WS-DS-OLD-TRACKS TO VT-DS-OLD-SUM (WS-VOL-IDX)       00005430
               ADD WS-DS-NEW-TRACKS TO VT-DS-NEW-SUM (WS-VOL-IDX)       00005440
               EVALUATE TRUE                                            00005450
                   WHEN WS-DS-OLD-SW = 'N'                              00005460
                       MOVE 'N' TO WS-CHG-CODE                          00005470
                       PERFORM ADD-CHANGE-ROUTINE                       00005480
                   WHEN WS-DS-NEW-SW = 'N'                              00005490
                       MOVE 'D' TO WS-CHG-CODE                          00005500
                       PERFORM ADD-CHANGE-ROUTINE                       00005510
                   WHEN OTHER                                           00005520
                       COMPUTE WS-DS-DELTA = WS-DS-NEW-TRACKS           00005530
                                           - WS-DS-OLD-TRACKS           00005540
                       IF WS-DS-DELTA < 0                               00005550
                           COMPUTE WS-ABS-DELTA = 0 - WS-DS-DELTA       00005560
                       ELSE                                             00005570
                           MOVE WS-DS-DELTA TO WS-ABS-DELTA             00005580
                       END-IF                                           00005590
                       IF WS-ABS-DELTA > WS-THRESHOLD                   00005600
                           IF WS-DS-DELTA > 0                           00005610
                               MOVE 'G' TO WS-CHG-CODE                  00005620
                           ELSE                                         00005630
                               MOVE 'S' TO WS-CHG-CODE                  00005640
                           END-IF                                       00005650
                           PERFORM ADD-CHANGE-ROUTINE                   00005660
                       END-IF                                           00005670
               END-EVALUATE                                             00005680
           END-IF.                                                      00005690
                                                                        00005700
       ADD-CHANGE-ROUTINE.                                              00005710
           IF WS-CHG-COUNT < WS-MAX-CHG                                 00005720
               ADD 1 TO WS-CHG-COUNT                                    00005730
               MOVE WS-CHG-CODE      TO CT-CODE (WS-CHG-COUNT)          00005740
               MOVE WS-PRIOR-VOLNAME TO CT-VOLNAME (WS-CHG-COUNT)       00005750
               MOVE WS-PRIOR-DSNAME  TO CT-DSNAME (WS-CHG-COUNT)        00005760
               MOVE WS-DS-OLD-TRACKS TO CT-OLD-TRACKS (WS-CHG-COUNT)    00005770
               MOVE WS-DS-NEW-TRACKS TO CT-NEW-TRACKS (WS-CHG-COUNT)    00005780
               MOVE SPACES TO CT-OTHER-VOL (WS-CHG-COUNT)               00005790
           ELSE                                                         00005800
               IF WS-CHG-WARNED-SW = 'N'                                00005810
                   DISPLAY 'WARNING - WS-CHG-TABLE FULL AT '            00005820
                           WS-MAX-CHG                                   00005830
                           ' - FURTHER CHANGES NOT LISTED'              00005840
                   MOVE 'Y' TO WS-CHG-WARNED-SW                         00005850
               END-IF                                                   00005860
           END-IF.                                                      00005870
                                                                        00005880
      **--------------------------------------------------------        00005890
      ** A DATASET DELETED FROM ONE VOLUME AND NEW ON ANOTHER UNDER     00005900
      ** THE SAME NAME HAS MOVED - THE PAIR IS RELABELLED MOVED OUT     00005910
      ** / MOVED IN, EACH NAMING THE OTHER VOLUME.                      00005920
      **--------------------------------------------------------        00005930
       PAIR-MOVES-ROUTINE.                                              00005940
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1                       00005950
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT                      00005960
               IF CT-CODE (WS-CHG-IDX) = 'N'                            00005970
                   PERFORM FIND-MOVE-PARTNER-ROUTINE                    00005980
               END-IF                                                   00005990
           END-PERFORM.                                                 00006000
                                                                        00006010
       FIND-MOVE-PARTNER-ROUTINE.                                       00006020
           MOVE 0 TO WS-PAIR-FND.                                       00006030
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1                      00006040
                   UNTIL WS-PAIR-IDX > WS-CHG-COUNT                     00006050
                      OR WS-PAIR-FND > 0                                00006060
               IF CT-CODE (WS-PAIR-IDX) = 'D'                           00006070
                AND CT-DSNAME (WS-PAIR-IDX) = CT-DSNAME (WS-CHG-IDX)    00006080
                   MOVE WS-PAIR-IDX TO WS-PAIR-FND                      00006090
               END-IF                                                   00006100
           END-PERFORM.                                                 00006110
           IF WS-PAIR-FND > 0                                           00006120
               MOVE 'I' TO CT-CODE (WS-CHG-IDX)                         00006130
               MOVE CT-VOLNAME (WS-PAIR-FND)                            00006140
                    TO CT-OTHER-VOL (WS-CHG-IDX)                        00006150
               MOVE 'O' TO CT-CODE (WS-PAIR-FND)                        00006160
               MOVE CT-VOLNAME (WS-CHG-IDX)                             00006170
                    TO CT-OTHER-VOL (WS-PAIR-FND)                       00006180
               ADD 1 TO WS-MOVE-COUNT                                   00006190
           END-IF.                                                      00006200
                                                                        00006210
       PRINT-REPORT-ROUTINE.                                            00006220
           OPEN OUTPUT RPT-OUT.                                         00006230
           WRITE RPT-DATA FROM RPT-HEADER.                              00006240
           MOVE WS-OLD-SNAPDATE TO OLD-DATE-RPT.                        00006250
           MOVE WS-NEW-SNAPDATE TO NEW-DATE-RPT.                        00006260
           MOVE WS-THRESHOLD    TO THRESHOLD-RPT.                       00006270
           WRITE RPT-DATA FROM RPT-DATES-LINE.                          00006280
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1                       00006290
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT                      00006300
               PERFORM PRINT-VOLUME-ROUTINE                             00006310
           END-PERFORM.                                                 00006320
           IF WS-CHGVOL-COUNT = 0                                       00006330
               WRITE RPT-DATA FROM RPT-NO-CHANGE-LINE                   00006340
           END-IF.                                                      00006350
           PERFORM FOOTER-ROUTINE.                                      00006360
           CLOSE RPT-OUT.                                               00006370
                                                                        00006380
      **--------------------------------------------------------        00006390
      ** A VOLUME IS PRINTED WHEN ITS SIZE MOVED, ANY DATASET ON        00006400
      ** IT CHANGED, OR EITHER FEED LACKS ITS VOLUME RECORD.  THE       00006410
      ** RECONCILIATION SPLITS THE VOLUME CHANGE INTO THE LISTED        00006420
      ** DATASET CHANGES, THE SMALLER UNLISTED ONES, AND WHATEVER       00006430
      ** THE DATASET RECORDS DO NOT ACCOUNT FOR.                        00006440
      **--------------------------------------------------------        00006450
       PRINT-VOLUME-ROUTINE.                                            00006460
           COMPUTE WS-VOL-DELTA = VT-NEW-SIZE (WS-VOL-IDX)              00006470
                                - VT-OLD-SIZE (WS-VOL-IDX).             00006480
           COMPUTE WS-DS-SUM-DELTA = VT-DS-NEW-SUM (WS-VOL-IDX)         00006490
                                   - VT-DS-OLD-SUM (WS-VOL-IDX).        00006500
           IF WS-VOL-DELTA NOT = 0                                      00006510
            OR WS-DS-SUM-DELTA NOT = 0                                  00006520
            OR VT-LAST-CHG (WS-VOL-IDX) >= VT-FIRST-CHG (WS-VOL-IDX)    00006530
            OR VT-OLD-SW (WS-VOL-IDX) = 'N'                             00006540
            OR VT-NEW-SW (WS-VOL-IDX) = 'N'                             00006550
               ADD 1 TO WS-CHGVOL-COUNT                                 00006560
               MOVE VT-VOLNAME (WS-VOL-IDX) TO VOL-NAME-RPT             00006570
               MOVE VT-OLD-SIZE (WS-VOL-IDX) TO VOL-OLD-RPT             00006580
               MOVE VT-NEW-SIZE (WS-VOL-IDX) TO VOL-NEW-RPT             00006590
               MOVE WS-VOL-DELTA TO VOL-DELTA-RPT                       00006600
               MOVE SPACES TO VOL-NOTE-RPT                              00006610
               EVALUATE TRUE                                            00006620
                   WHEN VT-OLD-SW (WS-VOL-IDX) = 'N'                    00006630
                       MOVE 'NOT IN EARLIER SNAPSHOT' TO VOL-NOTE-RPT   00006640
                   WHEN VT-NEW-SW (WS-VOL-IDX) = 'N'                    00006650
                       MOVE 'NOT IN LATER SNAPSHOT' TO VOL-NOTE-RPT     00006660
                   WHEN OTHER                                           00006670
                       CONTINUE                                         00006680
               END-EVALUATE                                             00006690
               WRITE RPT-DATA FROM RPT-VOL-HDR                          00006700
               MOVE 0 TO WS-LISTED-DELTA                                00006710
               IF VT-LAST-CHG (WS-VOL-IDX) >= VT-FIRST-CHG (WS-VOL-IDX) 00006720
                   WRITE RPT-DATA FROM RPT-DS-COLHDR                    00006730
                   PERFORM VARYING WS-CHG-IDX                           00006740
                           FROM VT-FIRST-CHG (WS-VOL-IDX) BY 1          00006750
                           UNTIL WS-CHG-IDX > VT-LAST-CHG (WS-VOL-IDX)  00006760
                       PERFORM PRINT-CHANGE-ROUTINE                     00006770
                   END-PERFORM                                          00006780
               END-IF                                                   00006790
               COMPUTE WS-OTHER-DELTA = WS-DS-SUM-DELTA                 00006800
                                      - WS-LISTED-DELTA                 00006810
               COMPUTE WS-UNEXPLAINED = WS-VOL-DELTA                    00006820
                                      - WS-DS-SUM-DELTA                 00006830
               MOVE 'LISTED DATASET CHANGES     :' TO LABEL-RECON       00006840
               MOVE WS-LISTED-DELTA TO RECON-AMOUNT-RPT                 00006850
               WRITE RPT-DATA FROM RPT-RECON-LINE                       00006860
               MOVE 'CHANGES UNDER THRESHOLD    :' TO LABEL-RECON       00006870
               MOVE WS-OTHER-DELTA TO RECON-AMOUNT-RPT                  00006880
               WRITE RPT-DATA FROM RPT-RECON-LINE                       00006890
               MOVE 'UNEXPLAINED REMAINDER      :' TO LABEL-RECON       00006900
               MOVE WS-UNEXPLAINED TO RECON-AMOUNT-RPT                  00006910
               WRITE RPT-DATA FROM RPT-RECON-LINE                       00006920
           END-IF.                                                      00006930
                                                                        00006940
       PRINT-CHANGE-ROUTINE.                                            00006950
           MOVE SPACES TO RPT-DS-LINE.                                  00006960
           EVALUATE CT-CODE (WS-CHG-IDX)                                00006970
               WHEN 'N'                                                 00006980
                   MOVE 'NEW'       TO CHANGE-DLT                       00006990
                   ADD 1 TO WS-NEW-COUNT                                00007000
               WHEN 'D'                                                 00007010
                   MOVE 'DELETED'   TO CHANGE-DLT                       00007020
                   ADD 1 TO WS-DEL-COUNT                                00007030
               WHEN 'G'                                                 00007040
                   MOVE 'GREW'      TO CHANGE-DLT                       00007050
                   ADD 1 TO WS-GROW-COUNT                               00007060
               WHEN 'S'                                                 00007070
                   MOVE 'SHRANK'    TO CHANGE-DLT                       00007080
                   ADD 1 TO WS-GROW-COUNT                               00007090
               WHEN 'I'                                                 00007100
                   MOVE 'MOVED IN'  TO CHANGE-DLT                       00007110
               WHEN 'O'                                                 00007120
                   MOVE 'MOVED OUT' TO CHANGE-DLT                       00007130
           END-EVALUATE.                                                00007140
           COMPUTE WS-LINE-DELTA = CT-NEW-TRACKS (WS-CHG-IDX)           00007150
                                 - CT-OLD-TRACKS (WS-CHG-IDX).          00007160
           ADD WS-LINE-DELTA TO WS-LISTED-DELTA.                        00007170
           MOVE CT-DSNAME (WS-CHG-IDX)     TO DSNAME-DLT.               00007180
           MOVE CT-OLD-TRACKS (WS-CHG-IDX) TO OLD-TRACKS-DLT.           00007190
           MOVE CT-NEW-TRACKS (WS-CHG-IDX) TO NEW-TRACKS-DLT.           00007200
           MOVE WS-LINE-DELTA              TO DELTA-DLT.                00007210
           MOVE CT-OTHER-VOL (WS-CHG-IDX)  TO OTHER-VOL-DLT.            00007220
           WRITE RPT-DATA FROM RPT-DS-LINE.                             00007230
                                                                        00007240
       FOOTER-ROUTINE.                                                  00007250
           MOVE WS-INPUT-COUNT TO IN-COUNT-RPT.                         00007260
           WRITE RPT-DATA FROM RPT-IN-LINE.                             00007270
           MOVE WS-VOL-COUNT TO VOLS-COUNT-RPT.                         00007280
           WRITE RPT-DATA FROM RPT-VOLS-LINE.                           00007290
           MOVE WS-CHGVOL-COUNT TO CHGVOL-COUNT-RPT.                    00007300
           WRITE RPT-DATA FROM RPT-CHGVOL-LINE.                         00007310
           MOVE WS-NEW-COUNT TO NEW-COUNT-RPT.                          00007320
           WRITE RPT-DATA FROM RPT-NEW-LINE.                            00007330
           MOVE WS-DEL-COUNT TO DEL-COUNT-RPT.                          00007340
           WRITE RPT-DATA FROM RPT-DEL-LINE.                            00007350
           MOVE WS-GROW-COUNT TO GROW-COUNT-RPT.                        00007360
           WRITE RPT-DATA FROM RPT-GROW-LINE.                           00007370
           MOVE WS-MOVE-COUNT TO MOVE-COUNT-RPT.                        00007380
           WRITE RPT-DATA FROM RPT-MOVE-LINE.                           00007390
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00007400
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00007410
                                                                        00007420
      **--------------------------------------------------------        00007430
      ** A FEED WITH NO DATASET RECORDS AT ALL MAKES EVERY DATASET      00007440
      ** ON THE OTHER ONE LOOK NEW OR DELETED - WARN WITH RC 4.         00007450
      **--------------------------------------------------------        00007460
       SET-RETURN-CODE-ROUTINE.                                         00007470
           IF WS-OLD-DS-COUNT = 0 OR WS-NEW-DS-COUNT = 0                00007480
               DISPLAY 'VOLDSDLT - A FEED HAS NO DATASET RECORDS'       00007490
               MOVE 4 TO RETURN-CODE                                    00007500
           END-IF.                                                      00007510
      **--------------------------------------------------------        00007520
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00007530
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00007540
      **--------------------------------------------------------        00007550
       WRITE-CHAINLOG-ROUTINE.                                          00007560
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00007570
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00007580
           MOVE SPACES TO CHAINLOG-RECORD.                              00007590
           MOVE 'VOLDSDLT' TO CLG-PROGRAM.                              00007600
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00007610
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00007620
           MOVE WS-INPUT-COUNT TO CLG-INPUT-COUNT.                      00007630
           MOVE WS-CHGVOL-COUNT TO CLG-OUTPUT-COUNT.                    00007640
           MOVE WS-SKIP-COUNT TO CLG-REJECT-COUNT.                      00007650
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00007660
           OPEN EXTEND CHAINLOG-FILE.                                   00007670
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00007680
           CLOSE CHAINLOG-FILE.                                         00007690
