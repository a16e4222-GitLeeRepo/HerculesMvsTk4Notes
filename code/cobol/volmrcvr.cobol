       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLMRCVR'.                                         00000110
      ****************************                                      00000120
      * VOLUME MASTER (VOLMAST) FORWARD RECOVERY                        00000130
      * RELOADS THE KEYED VOLUME MASTER DATASET FROM THE BACKUP         00000140
      * GENERATION WRITTEN BY VOLMBKUP (BKUPIN - THE OPERATOR POINTS    00000150
      * IT AT THE CHOSEN GENERATION) AND THEN REPLAYS EVERY VOLMAINT    00000160
      * CHANGE JOURNAL RECORD (JRNLIN) STAMPED AFTER THE BACKUP         00000170
      * HEADER'S DATE AND TIME, BRINGING THE MASTER FORWARD TO THE      00000180
      * POINT OF FAILURE.  AN ADD IS WRITTEN FROM ITS AFTER IMAGE,      00000190
      * A CHANGE REWRITES THE AFTER IMAGE AND A DELETE REMOVES THE      00000200
      * VOLUME.  A JOURNAL RECORD THAT CANNOT BE APPLIED - AN ADD       00000210
      * FOR A VOLUME ALREADY ON THE MASTER, A CHANGE OR DELETE FOR      00000220
      * ONE THAT IS NOT - IS LISTED AS A CONFLICT AND LEFT OUT.  A      00000230
      * CHANGE WHOSE BEFORE IMAGE DOES NOT MATCH THE RECOVERED          00000240
      * RECORD IS STILL APPLIED BUT IS FLAGGED ON THE LISTING.          00000250
      * THE CONTROL REPORT SHOWS RECORDS LOADED, JOURNAL ENTRIES        00000260
      * APPLIED AND SKIPPED, AND CONFLICTS.                             00000270
      * NO MASTER RECORD IS TOUCHED UNLESS THE BACKUP HEADER IS         00000280
      * PRESENT AND AGREES WITH THE CONTROL CARDS.                      00000290
      *                                                                 00000300
      * CONTROL CARDS (SYSCTL, OPTIONAL, KEYWORD IN COLUMNS 1-10):      00000310
      *   BACKUPDATE YYYY-MM-DD - THE DATE OF THE GENERATION THE        00000320
      *                           OPERATOR MEANT TO MOUNT; A HEADER     00000330
      *                           WITH ANY OTHER DATE IS REFUSED        00000340
      *   ASOF       YYYY-MM-DD - STOP THE REPLAY AT THE END OF THIS    00000350
      *                           DATE (DEFAULT - REPLAY EVERYTHING)    00000360
      ****************************                                      00000370
       ENVIRONMENT DIVISION.                                            00000380
       CONFIGURATION SECTION.                                           00000390
       SOURCE-COMPUTER.  IBM-370.                                       00000400
       OBJECT-COMPUTER.  IBM-370.                                       00000410
       INPUT-OUTPUT SECTION.                                            00000420
       FILE-CONTROL.                                                    00000430
            SELECT BKUP-FILE ASSIGN TO DA-S-BKUPIN.                     00000440
            SELECT OPTIONAL JRNL-FILE ASSIGN TO DA-S-JRNLIN.            00000450
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000460
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000470
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000480
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000490
                ORGANIZATION IS INDEXED                                 00000500
                ACCESS MODE IS RANDOM                                   00000510
                RECORD KEY IS VM-KEY-VOLNAME.                           00000520
                                                                        00000530
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
       FD  VOLMAST-FILE                                                 00000560
           RECORD CONTAINS 80 CHARACTERS                                00000570
           DATA RECORDS IS VOLMAST-REC.                                 00000580
       01  VOLMAST-REC.                                                 00000590
           02  VM-KEY-VOLNAME   PIC X(10).                              00000600
           02  FILLER           PIC X(70).                              00000610
                                                                        00000620
       FD  BKUP-FILE                                                    00000630
           RECORDING MODE IS F                                          00000640
           RECORD CONTAINS 82 CHARACTERS                                00000650
           BLOCK CONTAINS 200 RECORDS                                   00000660
           LABEL RECORDS ARE STANDARD                                   00000670
           DATA RECORDS IS BKUP-RECORD.                                 00000680
       01  BKUP-DATA            PIC X(82).                              00000690
                                                                        00000700
       FD  JRNL-FILE                                                    00000710
           RECORDING MODE IS F                                          00000720
           RECORD CONTAINS 200 CHARACTERS                               00000730
           LABEL RECORDS ARE STANDARD                                   00000740
           DATA RECORDS IS JRNL-RECORD.                                 00000750
       01  JRNL-DATA            PIC X(200).                             00000760
                                                                        00000770
       FD  CTL-FILE                                                     00000780
           RECORDING MODE IS F                                          00000790
           RECORD CONTAINS 80 CHARACTERS                                00000800
           LABEL RECORDS ARE STANDARD                                   00000810
           DATA RECORDS IS CTL-DATA.                                    00000820
       01  CTL-DATA             PIC X(80).                              00000830
                                                                        00000840
       FD  CHAINLOG-FILE                                                00000850
           RECORDING MODE IS F                                          00000860
           RECORD CONTAINS 80 CHARACTERS                                00000870
           LABEL RECORDS ARE STANDARD                                   00000880
           DATA RECORDS IS CHAINLOG-RECORD.                             00000890
       01  CHAINLOG-DATA        PIC X(80).                              00000900
                                                                        00000910
       FD  RPT-OUT                                                      00000920
           LABEL RECORDS ARE OMITTED                                    00000930
           DATA RECORDS IS RPT-RECORD.                                  00000940
       01  RPT-DATA             PIC X(200).                             00000950
                                                                        00000960
       WORKING-STORAGE SECTION.                                         00000970
                                                                        00000980
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000990
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00001000
       01  CHAINLOG-RECORD.                                             00001010
           02  CLG-PROGRAM      PIC X(8).                               00001020
           02  CLG-RUN-DATE     PIC 9(8).                               00001030
           02  CLG-RUN-TIME     PIC 9(6).                               00001040
           02  CLG-INPUT-COUNT  PIC 9(8).                               00001050
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00001060
           02  CLG-REJECT-COUNT PIC 9(8).                               00001070
           02  CLG-RETURN-CODE  PIC 9(2).                               00001080
           02  FILLER           PIC A(32).                              00001090
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001100
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001110
                                                                        00001120
      ** RECORD LAYOUTS - BKUP-RECORD MATCHES WHAT VOLMBKUP WRITES,     00001130
      ** JRNL-RECORD WHAT VOLMAINT WRITE-JOURNAL-ROUTINE APPENDS        00001140
       01  BKUP-RECORD.                                                 00001150
           02  BK-REC-TYPE      PIC X(1).                               00001160
           02  FILLER           PIC X(1).                               00001170
           02  BK-IMAGE         PIC X(80).                              00001180
           02  BK-HDR-RED REDEFINES BK-IMAGE.                           00001190
               03  BK-HDR-ID        PIC X(8).                           00001200
               03  BK-HDR-DATE      PIC 9(8).                           00001210
               03  BK-HDR-TIME      PIC 9(6).                           00001220
               03  BK-HDR-COUNT     PIC 9(8).                           00001230
               03  FILLER           PIC X(50).                          00001240
                                                                        00001250
       01  JRNL-RECORD.                                                 00001260
           02  JRN-DATE         PIC 9(8).                               00001270
           02  JRN-TIME         PIC 9(6).                               00001280
           02  JRN-ACTION       PIC X(1).                               00001290
           02  JRN-VOLNAME      PIC X(10).                              00001300
           02  JRN-BEFORE-IMAGE PIC X(80).                              00001310
           02  JRN-AFTER-IMAGE  PIC X(80).                              00001320
           02  JRN-SCENARIO-ID  PIC X(8).                               00001330
           02  FILLER           PIC A(7).                               00001340
                                                                        00001350
      ** KEYED PARAMETER CARDS - BACKUPDATE AND ASOF (YYYY-MM-DD)       00001360
       01  CTL-RECORD.                                                  00001370
           02  CTL-KEYWORD      PIC X(10).                              00001380
           02  CTL-VALUE-AREA   PIC X(70).                              00001390
           02  CTL-DATE-RED REDEFINES CTL-VALUE-AREA.                   00001400
               03  CTL-DATE-VALUE   PIC X(10).                          00001410
               03  FILLER           PIC A(60).                          00001420
                                                                        00001430
       01  RPT-HEADER.                                                  00001440
           02  FILLER           PIC X(40) VALUE                         00001450
                'VOLUME MASTER FORWARD RECOVERY'.                       00001460
           02  FILLER           PIC A(160).                             00001470
       01  RPT-STAMP-LINE.                                              00001480
           02  LABEL-STAMP      PIC X(20) VALUE                         00001490
                'BACKUP TAKEN       :'.                                 00001500
           02  FILLER           PIC A(3).                               00001510
           02  STAMP-DATE-RPT   PIC 9999/99/99.                         00001520
           02  FILLER           PIC A(2).                               00001530
           02  STAMP-TIME-RPT   PIC 99/99/99.                           00001540
           02  FILLER           PIC A(157).                             00001550
       01  RPT-HDRCNT-LINE.                                             00001560
           02  LABEL-HDRCNT     PIC X(20) VALUE                         00001570
                'RECORDS IN HEADER  :'.                                 00001580
           02  FILLER           PIC A(3).                               00001590
           02  HDRCNT-RPT       PIC ZZ,ZZZ,ZZ9.                         00001600
           02  FILLER           PIC A(167).                             00001610
       01  RPT-ASOF-LINE.                                               00001620
           02  LABEL-ASOF       PIC X(20) VALUE                         00001630
                'REPLAY THROUGH     :'.                                 00001640
           02  FILLER           PIC A(3).                               00001650
           02  ASOF-RPT         PIC X(10).                              00001660
           02  FILLER           PIC A(167).                             00001670
       01  RPT-REFUSE-LINE.                                             00001680
           02  LABEL-REFUSE     PIC X(20) VALUE                         00001690
                'RECOVERY NOT RUN   :'.                                 00001700
           02  FILLER           PIC A(3).                               00001710
           02  REFUSE-RPT       PIC X(40).                              00001720
           02  FILLER           PIC A(137).                             00001730
       01  RPT-LOADREJ-LINE.                                            00001740
           02  LABEL-LOADREJ    PIC X(20) VALUE                         00001750
                'LOAD REJECTED      :'.                                 00001760
           02  FILLER           PIC A(3).                               00001770
           02  LOADREJ-VOL-RPT  PIC X(10).                              00001780
           02  FILLER           PIC A(2).                               00001790
           02  LOADREJ-RSN-RPT  PIC X(30).                              00001800
           02  FILLER           PIC A(135).                             00001810
       01  RPT-JRN-COLHDR.                                              00001820
           02  FILLER           PIC X(12) VALUE 'DATE'.                 00001830
           02  FILLER           PIC X(10) VALUE 'TIME'.                 00001840
           02  FILLER           PIC X(3)  VALUE 'A'.                    00001850
           02  FILLER           PIC X(12) VALUE 'VOLNAME'.              00001860
           02  FILLER           PIC X(32) VALUE 'RESULT'.               00001870
           02  FILLER           PIC A(131).                             00001880
       01  RPT-JRN-LINE.                                                00001890
           02  DATE-RCV         PIC 9999/99/99.                         00001900
           02  FILLER           PIC A(2).                               00001910
           02  TIME-RCV         PIC 99/99/99.                           00001920
           02  FILLER           PIC A(2).                               00001930
           02  ACTION-RCV       PIC X(1).                               00001940
           02  FILLER           PIC A(2).                               00001950
           02  VOLNAME-RCV      PIC X(10).                              00001960
           02  FILLER           PIC A(2).                               00001970
           02  RESULT-RCV       PIC X(32).                              00001980
           02  FILLER           PIC A(131).                             00001990
       01  RPT-MISMATCH-LINE.                                           00002000
           02  FILLER           PIC X(60) VALUE                         00002010
                'RECORDS LOADED DO NOT AGREE WITH THE BACKUP HEADER'.   00002020
           02  FILLER           PIC A(140).                             00002030
       01  RPT-LOAD-LINE.                                               00002040
           02  LABEL-LOAD       PIC X(20) VALUE                         00002050
                'RECORDS LOADED     :'.                                 00002060
           02  FILLER           PIC A(3).                               00002070
           02  LOAD-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002080
           02  FILLER           PIC A(167).                             00002090
       01  RPT-LREJ-LINE.                                               00002100
           02  LABEL-LREJ       PIC X(20) VALUE                         00002110
                'LOAD REJECTS       :'.                                 00002120
           02  FILLER           PIC A(3).                               00002130
           02  LREJ-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002140
           02  FILLER           PIC A(167).                             00002150
       01  RPT-JREAD-LINE.                                              00002160
           02  LABEL-JREAD      PIC X(20) VALUE                         00002170
                'JOURNAL RECS READ  :'.                                 00002180
           02  FILLER           PIC A(3).                               00002190
           02  JREAD-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00002200
           02  FILLER           PIC A(167).                             00002210
       01  RPT-APPLY-LINE.                                              00002220
           02  LABEL-APPLY      PIC X(20) VALUE                         00002230
                'ENTRIES APPLIED    :'.                                 00002240
           02  FILLER           PIC A(3).                               00002250
           02  APPLY-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00002260
           02  FILLER           PIC A(167).                             00002270
       01  RPT-PRESKIP-LINE.                                            00002280
           02  LABEL-PRESKIP    PIC X(20) VALUE                         00002290
                'SKIPPED PRE-BACKUP :'.                                 00002300
           02  FILLER           PIC A(3).                               00002310
           02  PRESKIP-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00002320
           02  FILLER           PIC A(167).                             00002330
       01  RPT-POSTSKIP-LINE.                                           00002340
           02  LABEL-POSTSKIP   PIC X(20) VALUE                         00002350
                'SKIPPED AFTER ASOF :'.                                 00002360
           02  FILLER           PIC A(3).                               00002370
           02  POSTSKIP-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                       00002380
           02  FILLER           PIC A(167).                             00002390
       01  RPT-CONFLICT-LINE.                                           00002400
           02  LABEL-CONFLICT   PIC X(20) VALUE                         00002410
                'CONFLICTS          :'.                                 00002420
           02  FILLER           PIC A(3).                               00002430
           02  CONFLICT-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                       00002440
           02  FILLER           PIC A(167).                             00002450
       01  RPT-BEFDIFF-LINE.                                            00002460
           02  LABEL-BEFDIFF    PIC X(20) VALUE                         00002470
                'BEFORE IMAGE DIFFS :'.                                 00002480
           02  FILLER           PIC A(3).                               00002490
           02  BEFDIFF-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00002500
           02  FILLER           PIC A(167).                             00002510
                                                                        00002520
      ** CONTROL CARD VALUES                                            00002530
       01  WS-BDATE-SET-SW      PIC X VALUE 'N'.                        00002540
       01  WS-BDATE-NUM         PIC 9(8) VALUE 0.                       00002550
       01  WS-ASOF-SET-SW       PIC X VALUE 'N'.                        00002560
       01  WS-ASOF-DATE         PIC X(10) VALUE SPACES.                 00002570
       01  WS-ASOF-NUM          PIC 9(8) VALUE 0.                       00002580
       01  WS-DATE-WORK.                                                00002590
           02  WS-DATE-YYYY     PIC X(4).                               00002600
           02  WS-DATE-MM       PIC X(2).                               00002610
           02  WS-DATE-DD       PIC X(2).                               00002620
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK                        00002630
                                PIC 9(8).                               00002640
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00002650
                                                                        00002660
      ** BACKUP AND JOURNAL TIMESTAMPS - YYYYMMDDHHMMSS SO A            00002670
      ** JOURNAL RECORD IS REPLAYED ONLY IF IT IS LATER THAN THE        00002680
      ** BACKUP HEADER                                                  00002690
       01  WS-BKUP-STAMP.                                               00002700
           02  WS-BKUP-DATE     PIC 9(8) VALUE 0.                       00002710
           02  WS-BKUP-TIME     PIC 9(6) VALUE 0.                       00002720
       01  WS-BKUP-STAMP-N REDEFINES WS-BKUP-STAMP                      00002730
                                PIC 9(14).                              00002740
       01  WS-JRN-STAMP.                                                00002750
           02  WS-JRN-DATE      PIC 9(8) VALUE 0.                       00002760
           02  WS-JRN-TIME      PIC 9(6) VALUE 0.                       00002770
       01  WS-JRN-STAMP-N REDEFINES WS-JRN-STAMP                        00002780
                                PIC 9(14).                              00002790
       01  WS-HDR-COUNT         PIC 9(8) VALUE 0.                       00002800
                                                                        00002810
       01  WS-HDR-OK-SW         PIC X VALUE 'N'.                        00002820
       01  WS-REFUSE-REASON     PIC X(40) VALUE SPACES.                 00002830
       01  WS-RESULT            PIC X(32) VALUE SPACES.                 00002840
       01  WS-CURRENT-IMAGE     PIC X(80) VALUE SPACES.                 00002850
       01  WS-ON-MASTER-SW      PIC X VALUE 'N'.                        00002860
                                                                        00002870
      ** RECORD COUNTERS                                                00002880
       01  WS-BKUP-READ-COUNT   PIC 9(8) VALUE 0.                       00002890
       01  WS-LOAD-COUNT        PIC 9(8) VALUE 0.                       00002900
       01  WS-LOAD-REJ-COUNT    PIC 9(8) VALUE 0.                       00002910
       01  WS-JRN-READ-COUNT    PIC 9(8) VALUE 0.                       00002920
       01  WS-APPLY-COUNT       PIC 9(8) VALUE 0.                       00002930
       01  WS-PRESKIP-COUNT     PIC 9(8) VALUE 0.                       00002940
       01  WS-POSTSKIP-COUNT    PIC 9(8) VALUE 0.                       00002950
       01  WS-CONFLICT-COUNT    PIC 9(8) VALUE 0.                       00002960
       01  WS-BEFDIFF-COUNT     PIC 9(8) VALUE 0.                       00002970
                                                                        00002980
       01  EOF                  PIC 9 VALUE 0.                          00002990
                                                                        00003000
       PROCEDURE DIVISION.                                              00003010
                                                                        00003020
       MAIN-ROUTINE.                                                    00003030
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00003040
           OPEN OUTPUT RPT-OUT.                                         00003050
           WRITE RPT-DATA FROM RPT-HEADER.                              00003060
           OPEN INPUT BKUP-FILE.                                        00003070
           PERFORM CHECK-HEADER-ROUTINE.                                00003080
           IF WS-HDR-OK-SW = 'N'                                        00003090
               MOVE WS-REFUSE-REASON TO REFUSE-RPT                      00003100
               WRITE RPT-DATA FROM RPT-REFUSE-LINE                      00003110
               DISPLAY 'VOLMRCVR - RECOVERY NOT RUN - '                 00003120
                       WS-REFUSE-REASON                                 00003130
               CLOSE BKUP-FILE                                          00003140
               CLOSE RPT-OUT                                            00003150
               MOVE 16 TO RETURN-CODE                                   00003160
               PERFORM WRITE-CHAINLOG-ROUTINE                           00003170
               STOP RUN                                                 00003180
           END-IF.                                                      00003190
           PERFORM LOAD-MASTER-ROUTINE.                                 00003200
           CLOSE BKUP-FILE.                                             00003210
           PERFORM REPLAY-JOURNAL-ROUTINE.                              00003220
           PERFORM FOOTER-ROUTINE.                                      00003230
           CLOSE RPT-OUT.                                               00003240
           PERFORM SET-RETURN-CODE-ROUTINE.                             00003250
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00003260
           DISPLAY 'DONE'.                                              00003270
           STOP RUN.                                                    00003280
                                                                        00003290
      **--------------------------------------------------------        00003300
      ** KEYED PARAMETER CARDS - BACKUPDATE / ASOF.                     00003310
      **--------------------------------------------------------        00003320
       READ-CONTROL-CARD-ROUTINE.                                       00003330
           MOVE 0 TO WS-CTL-EOF.                                        00003340
           OPEN INPUT CTL-FILE.                                         00003350
           READ CTL-FILE INTO CTL-RECORD                                00003360
               AT END MOVE 1 TO WS-CTL-EOF.                             00003370
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00003380
           CLOSE CTL-FILE.                                              00003390
                                                                        00003400
       APPLY-CONTROL-CARD-ROUTINE.                                      00003410
           MOVE CTL-DATE-VALUE (1:4) TO WS-DATE-YYYY.                   00003420
           MOVE CTL-DATE-VALUE (6:2) TO WS-DATE-MM.                     00003430
           MOVE CTL-DATE-VALUE (9:2) TO WS-DATE-DD.                     00003440
           EVALUATE TRUE                                                00003450
               WHEN CTL-KEYWORD = 'BACKUPDATE'                          00003460
                   IF WS-DATE-WORK-N NUMERIC                            00003470
                       MOVE WS-DATE-WORK-N TO WS-BDATE-NUM              00003480
                       MOVE 'Y' TO WS-BDATE-SET-SW                      00003490
                   ELSE                                                 00003500
                       DISPLAY 'INVALID BACKUPDATE CARD IGNORED: '      00003510
                               CTL-DATE-VALUE                           00003520
                   END-IF                                               00003530
               WHEN CTL-KEYWORD = 'ASOF'                                00003540
                   IF WS-DATE-WORK-N NUMERIC                            00003550
                       MOVE CTL-DATE-VALUE TO WS-ASOF-DATE              00003560
                       MOVE WS-DATE-WORK-N TO WS-ASOF-NUM               00003570
                       MOVE 'Y' TO WS-ASOF-SET-SW                       00003580
                   ELSE                                                 00003590
                       DISPLAY 'INVALID ASOF CARD IGNORED: '            00003600
                               CTL-DATE-VALUE                           00003610
                   END-IF                                               00003620
               WHEN OTHER                                               00003630
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00003640
                           CTL-KEYWORD                                  00003650
           END-EVALUATE.                                                00003660
           READ CTL-FILE INTO CTL-RECORD                                00003670
               AT END MOVE 1 TO WS-CTL-EOF.                             00003680
                                                                        00003690
      **--------------------------------------------------------        00003700
      ** THE FIRST BACKUP RECORD MUST BE A VALID VOLMBKUP HEADER,       00003710
      ** DATED AS THE BACKUPDATE CARD SAYS AND NO LATER THAN THE        00003720
      ** ASOF DATE, BEFORE THE MASTER IS REBUILT.                       00003730
      **--------------------------------------------------------        00003740
       CHECK-HEADER-ROUTINE.                                            00003750
           MOVE 'N' TO WS-HDR-OK-SW.                                    00003760
           MOVE 0 TO EOF.                                               00003770
           READ BKUP-FILE INTO BKUP-RECORD                              00003780
               AT END MOVE 1 TO EOF.                                    00003790
           EVALUATE TRUE                                                00003800
               WHEN EOF = 1                                             00003810
                   MOVE 'BACKUP GENERATION IS EMPTY'                    00003820
                        TO WS-REFUSE-REASON                             00003830
               WHEN BK-REC-TYPE NOT = 'H'                               00003840
                 OR BK-HDR-ID NOT = 'VOLMAST'                           00003850
                 OR BK-HDR-DATE NOT NUMERIC                             00003860
                 OR BK-HDR-TIME NOT NUMERIC                             00003870
                 OR BK-HDR-COUNT NOT NUMERIC                            00003880
                   MOVE 'BACKUP HEADER MISSING OR INVALID'              00003890
                        TO WS-REFUSE-REASON                             00003900
               WHEN WS-BDATE-SET-SW = 'Y'                               00003910
                AND BK-HDR-DATE NOT = WS-BDATE-NUM                      00003920
                   MOVE 'BACKUP IS NOT DATED AS BACKUPDATE CARD'        00003930
                        TO WS-REFUSE-REASON                             00003940
               WHEN WS-ASOF-SET-SW = 'Y'                                00003950
                AND BK-HDR-DATE > WS-ASOF-NUM                           00003960
                   MOVE 'BACKUP IS LATER THAN THE ASOF DATE'            00003970
                        TO WS-REFUSE-REASON                             00003980
               WHEN OTHER                                               00003990
                   MOVE 'Y' TO WS-HDR-OK-SW                             00004000
                   MOVE BK-HDR-DATE TO WS-BKUP-DATE                     00004010
                   MOVE BK-HDR-TIME TO WS-BKUP-TIME                     00004020
                   MOVE BK-HDR-COUNT TO WS-HDR-COUNT                    00004030
                   MOVE WS-BKUP-DATE TO STAMP-DATE-RPT                  00004040
                   MOVE WS-BKUP-TIME TO STAMP-TIME-RPT                  00004050
                   WRITE RPT-DATA FROM RPT-STAMP-LINE                   00004060
                   MOVE WS-HDR-COUNT TO HDRCNT-RPT                      00004070
                   WRITE RPT-DATA FROM RPT-HDRCNT-LINE                  00004080
                   IF WS-ASOF-SET-SW = 'Y'                              00004090
                       MOVE WS-ASOF-DATE TO ASOF-RPT                    00004100
                       WRITE RPT-DATA FROM RPT-ASOF-LINE                00004110
                   END-IF                                               00004120
           END-EVALUATE.                                                00004130
                                                                        00004140
      **--------------------------------------------------------        00004150
      ** RELOAD - THE MASTER IS OPENED OUTPUT (EMPTIED) AND EVERY       00004160
      ** TYPE D IMAGE ON THE GENERATION IS WRITTEN BACK BY KEY.         00004170
      **--------------------------------------------------------        00004180
       LOAD-MASTER-ROUTINE.                                             00004190
           OPEN OUTPUT VOLMAST-FILE.                                    00004200
           READ BKUP-FILE INTO BKUP-RECORD                              00004210
               AT END MOVE 1 TO EOF.                                    00004220
           PERFORM LOAD-RECORD-ROUTINE UNTIL EOF = 1.                   00004230
           CLOSE VOLMAST-FILE.                                          00004240
                                                                        00004250
       LOAD-RECORD-ROUTINE.                                             00004260
           ADD 1 TO WS-BKUP-READ-COUNT.                                 00004270
           IF BK-REC-TYPE NOT = 'D'                                     00004280
               MOVE BK-IMAGE (1:10) TO LOADREJ-VOL-RPT                  00004290
               MOVE 'UNKNOWN RECORD TYPE' TO LOADREJ-RSN-RPT            00004300
               PERFORM WRITE-LOAD-REJECT-ROUTINE                        00004310
           ELSE                                                         00004320
               MOVE BK-IMAGE TO VOLMAST-REC                             00004330
               WRITE VOLMAST-REC                                        00004340
                   INVALID KEY                                          00004350
                       MOVE VM-KEY-VOLNAME TO LOADREJ-VOL-RPT           00004360
                       MOVE 'DUPLICATE OR INVALID KEY'                  00004370
                            TO LOADREJ-RSN-RPT                          00004380
                       PERFORM WRITE-LOAD-REJECT-ROUTINE                00004390
                   NOT INVALID KEY                                      00004400
                       ADD 1 TO WS-LOAD-COUNT                           00004410
               END-WRITE                                                00004420
           END-IF.                                                      00004430
           READ BKUP-FILE INTO BKUP-RECORD                              00004440
               AT END MOVE 1 TO EOF.                                    00004450
                                                                        00004460
       WRITE-LOAD-REJECT-ROUTINE.                                       00004470
           ADD 1 TO WS-LOAD-REJ-COUNT.                                  00004480
           WRITE RPT-DATA FROM RPT-LOADREJ-LINE.                        00004490
                                                                        00004500
      **--------------------------------------------------------        00004510
      ** REPLAY - JOURNAL RECORDS AT OR BEFORE THE BACKUP STAMP         00004520
      ** (AND AFTER THE ASOF DATE) ARE SKIPPED; THE REST ARE            00004530
      ** APPLIED IN JOURNAL ORDER AND EACH ONE IS LISTED.               00004540
      **--------------------------------------------------------        00004550
       REPLAY-JOURNAL-ROUTINE.                                          00004560
           WRITE RPT-DATA FROM RPT-JRN-COLHDR.                          00004570
           OPEN I-O VOLMAST-FILE.                                       00004580
           OPEN INPUT JRNL-FILE.                                        00004590
           MOVE 0 TO EOF.                                               00004600
           READ JRNL-FILE INTO JRNL-RECORD                              00004610
                          AT END MOVE 1 TO EOF.                         00004620
           PERFORM PROCESS-JOURNAL-ROUTINE UNTIL EOF = 1.               00004630
           CLOSE JRNL-FILE.                                             00004640
           CLOSE VOLMAST-FILE.                                          00004650
                                                                        00004660
       PROCESS-JOURNAL-ROUTINE.                                         00004670
           ADD 1 TO WS-JRN-READ-COUNT.                                  00004680
           MOVE SPACES TO WS-RESULT.                                    00004690
           IF JRN-DATE NUMERIC AND JRN-TIME NUMERIC                     00004700
               MOVE JRN-DATE TO WS-JRN-DATE                             00004710
               MOVE JRN-TIME TO WS-JRN-TIME                             00004720
               EVALUATE TRUE                                            00004730
                   WHEN WS-JRN-STAMP-N NOT > WS-BKUP-STAMP-N            00004740
                       ADD 1 TO WS-PRESKIP-COUNT                        00004750
                   WHEN WS-ASOF-SET-SW = 'Y'                            00004760
                    AND WS-JRN-DATE > WS-ASOF-NUM                       00004770
                       ADD 1 TO WS-POSTSKIP-COUNT                       00004780
                   WHEN OTHER                                           00004790
                       PERFORM APPLY-JOURNAL-ROUTINE                    00004800
               END-EVALUATE                                             00004810
           ELSE                                                         00004820
               MOVE 'CONFLICT - BAD JOURNAL STAMP' TO WS-RESULT         00004830
               ADD 1 TO WS-CONFLICT-COUNT                               00004840
           END-IF.                                                      00004850
           IF WS-RESULT NOT = SPACES                                    00004860
               PERFORM WRITE-JOURNAL-LINE-ROUTINE                       00004870
           END-IF.                                                      00004880
           READ JRNL-FILE INTO JRNL-RECORD                              00004890
                          AT END MOVE 1 TO EOF.                         00004900
                                                                        00004910
       APPLY-JOURNAL-ROUTINE.                                           00004920
           PERFORM READ-CURRENT-ROUTINE.                                00004930
           EVALUATE TRUE                                                00004940
               WHEN JRN-ACTION = 'A'                                    00004950
                   PERFORM REPLAY-ADD-ROUTINE                           00004960
               WHEN JRN-ACTION = 'C'                                    00004970
                   PERFORM REPLAY-CHANGE-ROUTINE                        00004980
               WHEN JRN-ACTION = 'D'                                    00004990
                   PERFORM REPLAY-DELETE-ROUTINE                        00005000
               WHEN OTHER                                               00005010
                   MOVE 'CONFLICT - INVALID ACTION' TO WS-RESULT        00005020
                   ADD 1 TO WS-CONFLICT-COUNT                           00005030
           END-EVALUATE.                                                00005040
                                                                        00005050
       READ-CURRENT-ROUTINE.                                            00005060
           MOVE JRN-VOLNAME TO VM-KEY-VOLNAME.                          00005070
           READ VOLMAST-FILE INTO WS-CURRENT-IMAGE                      00005080
               INVALID KEY                                              00005090
                   MOVE 'N' TO WS-ON-MASTER-SW                          00005100
                   MOVE SPACES TO WS-CURRENT-IMAGE                      00005110
               NOT INVALID KEY                                          00005120
                   MOVE 'Y' TO WS-ON-MASTER-SW                          00005130
           END-READ.                                                    00005140
                                                                        00005150
       REPLAY-ADD-ROUTINE.                                              00005160
           IF WS-ON-MASTER-SW = 'Y'                                     00005170
               MOVE 'CONFLICT - ALREADY ON MASTER' TO WS-RESULT         00005180
               ADD 1 TO WS-CONFLICT-COUNT                               00005190
           ELSE                                                         00005200
               MOVE JRN-AFTER-IMAGE TO VOLMAST-REC                      00005210
               WRITE VOLMAST-REC                                        00005220
                   INVALID KEY                                          00005230
                       MOVE 'CONFLICT - ADD FAILED' TO WS-RESULT        00005240
                       ADD 1 TO WS-CONFLICT-COUNT                       00005250
                   NOT INVALID KEY                                      00005260
                       MOVE 'ADDED' TO WS-RESULT                        00005270
                       ADD 1 TO WS-APPLY-COUNT                          00005280
               END-WRITE                                                00005290
           END-IF.                                                      00005300
                                                                        00005310
       REPLAY-CHANGE-ROUTINE.                                           00005320
           IF WS-ON-MASTER-SW = 'N'                                     00005330
               MOVE 'CONFLICT - NOT ON MASTER' TO WS-RESULT             00005340
               ADD 1 TO WS-CONFLICT-COUNT                               00005350
           ELSE                                                         00005360
               MOVE JRN-AFTER-IMAGE TO VOLMAST-REC                      00005370
               REWRITE VOLMAST-REC                                      00005380
                   INVALID KEY                                          00005390
                       MOVE 'CONFLICT - CHANGE FAILED' TO WS-RESULT     00005400
                       ADD 1 TO WS-CONFLICT-COUNT                       00005410
                   NOT INVALID KEY                                      00005420
                       ADD 1 TO WS-APPLY-COUNT                          00005430
                       IF WS-CURRENT-IMAGE = JRN-BEFORE-IMAGE           00005440
                           MOVE 'CHANGED' TO WS-RESULT                  00005450
                       ELSE                                             00005460
                           MOVE 'CHANGED - BEFORE IMAGE DIFFERED'       00005470
                                TO WS-RESULT                            00005480
                           ADD 1 TO WS-BEFDIFF-COUNT                    00005490
                       END-IF                                           00005500
               END-REWRITE                                              00005510
           END-IF.                                                      00005520
                                                                        00005530
       REPLAY-DELETE-ROUTINE.                                           00005540
           IF WS-ON-MASTER-SW = 'N'                                     00005550
               MOVE 'CONFLICT - NOT ON MASTER' TO WS-RESULT             00005560
               ADD 1 TO WS-CONFLICT-COUNT                               00005570
           ELSE                                                         00005580
               DELETE VOLMAST-FILE                                      00005590
                   INVALID KEY                                          00005600
                       MOVE 'CONFLICT - DELETE FAILED' TO WS-RESULT     00005610
                       ADD 1 TO WS-CONFLICT-COUNT                       00005620
                   NOT INVALID KEY                                      00005630
                       MOVE 'DELETED' TO WS-RESULT                      00005640
                       ADD 1 TO WS-APPLY-COUNT                          00005650
               END-DELETE                                               00005660
           END-IF.                                                      00005670
                                                                        00005680
       WRITE-JOURNAL-LINE-ROUTINE.                                      00005690
           MOVE SPACES TO RPT-JRN-LINE.                                 00005700
           IF JRN-DATE NUMERIC                                          00005710
               MOVE JRN-DATE TO DATE-RCV                                00005720
           END-IF.                                                      00005730
           IF JRN-TIME NUMERIC                                          00005740
               MOVE JRN-TIME TO TIME-RCV                                00005750
           END-IF.                                                      00005760
           MOVE JRN-ACTION  TO ACTION-RCV.                              00005770
           MOVE JRN-VOLNAME TO VOLNAME-RCV.                             00005780
           MOVE WS-RESULT   TO RESULT-RCV.                              00005790
           WRITE RPT-DATA FROM RPT-JRN-LINE.                            00005800
                                                                        00005810
       FOOTER-ROUTINE.                                                  00005820
           IF WS-LOAD-COUNT NOT = WS-HDR-COUNT                          00005830
               WRITE RPT-DATA FROM RPT-MISMATCH-LINE                    00005840
           END-IF.                                                      00005850
           MOVE WS-LOAD-COUNT TO LOAD-COUNT-RPT.                        00005860
           WRITE RPT-DATA FROM RPT-LOAD-LINE.                           00005870
           MOVE WS-LOAD-REJ-COUNT TO LREJ-COUNT-RPT.                    00005880
           WRITE RPT-DATA FROM RPT-LREJ-LINE.                           00005890
           MOVE WS-JRN-READ-COUNT TO JREAD-COUNT-RPT.                   00005900
           WRITE RPT-DATA FROM RPT-JREAD-LINE.                          00005910
           MOVE WS-APPLY-COUNT TO APPLY-COUNT-RPT.                      00005920
           WRITE RPT-DATA FROM RPT-APPLY-LINE.                          00005930
           MOVE WS-PRESKIP-COUNT TO PRESKIP-COUNT-RPT.                  00005940
           WRITE RPT-DATA FROM RPT-PRESKIP-LINE.                        00005950
           MOVE WS-POSTSKIP-COUNT TO POSTSKIP-COUNT-RPT.                00005960
           WRITE RPT-DATA FROM RPT-POSTSKIP-LINE.                       00005970
           MOVE WS-CONFLICT-COUNT TO CONFLICT-COUNT-RPT.                00005980
           WRITE RPT-DATA FROM RPT-CONFLICT-LINE.                       00005990
           MOVE WS-BEFDIFF-COUNT TO BEFDIFF-COUNT-RPT.                  00006000
           WRITE RPT-DATA FROM RPT-BEFDIFF-LINE.                        00006010
                                                                        00006020
      **--------------------------------------------------------        00006030
      ** RC 8 - THE RELOADED MASTER DOES NOT AGREE WITH ITS BACKUP      00006040
      ** HEADER; RC 4 - JOURNAL CONFLICTS OR BEFORE-IMAGE DIFFS.        00006050
      **--------------------------------------------------------        00006060
       SET-RETURN-CODE-ROUTINE.                                         00006070
           EVALUATE TRUE                                                00006080
               WHEN WS-LOAD-COUNT NOT = WS-HDR-COUNT                    00006090
                 OR WS-LOAD-REJ-COUNT > 0                               00006100
                   MOVE 8 TO RETURN-CODE                                00006110
               WHEN WS-CONFLICT-COUNT > 0 OR WS-BEFDIFF-COUNT > 0       00006120
                   MOVE 4 TO RETURN-CODE                                00006130
               WHEN OTHER                                               00006140
                   CONTINUE                                             00006150
           END-EVALUATE.                                                00006160
      **--------------------------------------------------------        00006170
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006180
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00006190
      **--------------------------------------------------------        00006200
       WRITE-CHAINLOG-ROUTINE.                                          00006210
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00006220
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00006230
           MOVE SPACES TO CHAINLOG-RECORD.                              00006240
           MOVE 'VOLMRCVR' TO CLG-PROGRAM.                              00006250
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00006260
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00006270
           MOVE WS-JRN-READ-COUNT TO CLG-INPUT-COUNT.                   00006280
           MOVE WS-LOAD-COUNT TO CLG-OUTPUT-COUNT.                      00006290
           MOVE WS-CONFLICT-COUNT TO CLG-REJECT-COUNT.                  00006300
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00006310
           OPEN EXTEND CHAINLOG-FILE.                                   00006320
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00006330
           CLOSE CHAINLOG-FILE.                                         00006340
