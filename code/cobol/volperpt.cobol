       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLPERPT'.                                         00000110
      ****************************                                      00000120
      * PERIOD CLOSE STATUS REPORT                                      00000130
      * READS THE KEYED PERIOD CONTROL DATASET (PERIODCTL) AND          00000140
      * PRINTS ONE LINE PER MONTH SHOWING WHERE EACH PROGRAM UNDER      00000150
      * PERIOD CONTROL STANDS - THE VOLCHBK BILLING MONTH, THE          00000160
      * NEWEST MONTH VOLARCH ROLLED UP, AND THE VSIZEHST SNAPSHOT       00000170
      * DAYS OF THE MONTH PROCESSED, CLOSED AND REOPENED.  A MONTH      00000180
      * IS SHOWN AS CLOSED ONCE BOTH MONTHLY PROGRAMS AND EVERY         00000190
      * SNAPSHOT DAY RECORDED FOR IT ARE CLOSED.  A DETAIL LISTING      00000200
      * OF EVERY PERIOD RECORD, WITH ITS RUN DATE, TIME, RUN COUNT      00000210
      * AND OUTPUT COUNTS, FOLLOWS.                                     00000220
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
       SOURCE-COMPUTER.  IBM-370.                                       00000260
       OBJECT-COMPUTER.  IBM-370.                                       00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000300
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000310
            SELECT OPTIONAL PERIODCTL-FILE ASSIGN TO PERIODCTL          00000320
                ORGANIZATION IS INDEXED                                 00000330
                ACCESS MODE IS SEQUENTIAL                               00000340
                RECORD KEY IS PC-KEY.                                   00000350
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000360
                                                                        00000370
       DATA DIVISION.                                                   00000380
       FILE SECTION.                                                    00000390
       FD  PERIODCTL-FILE                                               00000400
           RECORD CONTAINS 80 CHARACTERS                                00000410
           DATA RECORDS IS PERIODCTL-REC.                               00000420
       01  PERIODCTL-REC.                                               00000430
           02  PC-KEY.                                                  00000440
               03  PC-KEY-PROGRAM   PIC X(8).                           00000450
               03  PC-KEY-PERIOD    PIC X(8).                           00000460
           02  FILLER           PIC X(64).                              00000470
                                                                        00000480
       FD  CHAINLOG-FILE                                                00000490
           RECORDING MODE IS F                                          00000500
           RECORD CONTAINS 80 CHARACTERS                                00000510
           LABEL RECORDS ARE STANDARD                                   00000520
           DATA RECORDS IS CHAINLOG-RECORD.                             00000530
       01  CHAINLOG-DATA        PIC X(80).                              00000540
                                                                        00000550
       FD  RPT-OUT                                                      00000560
           LABEL RECORDS ARE OMITTED                                    00000570
           DATA RECORDS IS RPT-RECORD.                                  00000580
       01  RPT-DATA             PIC X(200).                             00000590
                                                                        00000600
       SD  SORT-FILE.                                                   00000610
       01  SORT-RECORD.                                                 00000620
           02  SD-MONTH         PIC 9(6).                               00000630
           02  SD-PGM-IDX       PIC 9(1).                               00000640
           02  SD-PERIOD        PIC X(8).                               00000650
           02  SD-STATUS        PIC X(1).                               00000660
                                                                        00000670
       WORKING-STORAGE SECTION.                                         00000680
                                                                        00000690
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000700
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000710
       01  CHAINLOG-RECORD.                                             00000720
           02  CLG-PROGRAM      PIC X(8).                               00000730
           02  CLG-RUN-DATE     PIC 9(8).                               00000740
           02  CLG-RUN-TIME     PIC 9(6).                               00000750
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000760
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000770
           02  CLG-REJECT-COUNT PIC 9(8).                               00000780
           02  CLG-RETURN-CODE  PIC 9(2).                               00000790
           02  FILLER           PIC A(32).                              00000800
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000810
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000820
                                                                        00000830
      ** PERIOD CONTROL RECORD - ONE PER PROGRAM AND PERIOD (YYYYMM,    00000840
      ** OR YYYYMMDD FOR THE DAILY SNAPSHOT RUN).  STATUS O OPEN,       00000850
      ** P PROCESSED, C CLOSED.                                         00000860
       01  PC-RECORD.                                                   00000870
           02  PC-PROGRAM       PIC X(8).                               00000880
           02  PC-PERIOD        PIC X(8).                               00000890
           02  PC-STATUS        PIC X(1).                               00000900
           02  PC-RUN-DATE      PIC 9(8).                               00000910
           02  PC-RUN-TIME      PIC 9(6).                               00000920
           02  PC-INPUT-COUNT   PIC 9(8).                               00000930
           02  PC-OUTPUT-COUNT  PIC 9(8).                               00000940
           02  PC-REJECT-COUNT  PIC 9(8).                               00000950
           02  PC-RUN-COUNT     PIC 9(3).                               00000960
           02  PC-CHANGE-DATE   PIC 9(8).                               00000970
           02  FILLER           PIC X(14).                              00000980
                                                                        00000990
       01  RPT-HEADER.                                                  00001000
           02  FILLER           PIC X(40) VALUE                         00001010
                'PERIOD CLOSE STATUS BY MONTH'.                         00001020
           02  FILLER           PIC A(160).                             00001030
       01  RPT-MTX-COLHDR.                                              00001040
           02  FILLER           PIC X(10) VALUE 'MONTH'.                00001050
           02  FILLER           PIC X(12) VALUE 'VOLCHBK'.              00001060
           02  FILLER           PIC X(12) VALUE 'VOLARCH'.              00001070
           02  FILLER           PIC X(10) VALUE 'VSH-PROC'.             00001080
           02  FILLER           PIC X(10) VALUE 'VSH-CLSD'.             00001090
           02  FILLER           PIC X(10) VALUE 'VSH-OPEN'.             00001100
           02  FILLER           PIC X(12) VALUE 'MONTH CLOSED'.         00001110
           02  FILLER           PIC A(124).                             00001120
       01  RPT-MTX-LINE.                                                00001130
           02  MONTH-DIG        PIC 9999/99.                            00001140
           02  FILLER           PIC A(3).                               00001150
           02  CHBK-DIG         PIC X(10).                              00001160
           02  FILLER           PIC A(2).                               00001170
           02  ARCH-DIG         PIC X(10).                              00001180
           02  FILLER           PIC A(2).                               00001190
           02  VSH-PROC-DIG     PIC ZZZ9.                               00001200
           02  FILLER           PIC A(6).                               00001210
           02  VSH-CLSD-DIG     PIC ZZZ9.                               00001220
           02  FILLER           PIC A(6).                               00001230
           02  VSH-OPEN-DIG     PIC ZZZ9.                               00001240
           02  FILLER           PIC A(6).                               00001250
           02  MCLOSED-DIG      PIC X(3).                               00001260
           02  FILLER           PIC A(133).                             00001270
       01  RPT-NONE-LINE.                                               00001280
           02  FILLER           PIC X(40) VALUE                         00001290
                'NO PERIODS ON THE PERIOD CONTROL FILE'.                00001300
           02  FILLER           PIC A(160).                             00001310
       01  RPT-DET-HDR.                                                 00001320
           02  FILLER           PIC X(40) VALUE                         00001330
                'PERIOD CONTROL RECORDS'.                               00001340
           02  FILLER           PIC A(160).                             00001350
       01  RPT-DET-COLHDR.                                              00001360
           02  FILLER           PIC X(10) VALUE 'PROGRAM'.              00001370
           02  FILLER           PIC X(10) VALUE 'PERIOD'.               00001380
           02  FILLER           PIC X(11) VALUE 'STATUS'.               00001390
           02  FILLER           PIC X(12) VALUE 'RUN-DATE'.             00001400
           02  FILLER           PIC X(10) VALUE 'RUN-TIME'.             00001410
           02  FILLER           PIC X(6)  VALUE 'RUNS'.                 00001420
           02  FILLER           PIC X(12) VALUE '     INPUT'.           00001430
           02  FILLER           PIC X(12) VALUE '    OUTPUT'.           00001440
           02  FILLER           PIC X(12) VALUE '    REJECT'.           00001450
           02  FILLER           PIC X(10) VALUE 'CHANGED'.              00001460
           02  FILLER           PIC A(95).                              00001470
       01  RPT-DET-LINE.                                                00001480
           02  PROGRAM-DIG      PIC X(8).                               00001490
           02  FILLER           PIC A(2).                               00001500
           02  PERIOD-DIG       PIC X(8).                               00001510
           02  FILLER           PIC A(2).                               00001520
           02  STATUS-DIG       PIC X(9).                               00001530
           02  FILLER           PIC A(2).                               00001540
           02  RUN-DATE-DIG     PIC 9999/99/99 BLANK WHEN ZERO.         00001550
           02  FILLER           PIC A(2).                               00001560
           02  RUN-TIME-DIG     PIC 9(6) BLANK WHEN ZERO.               00001570
           02  FILLER           PIC A(4).                               00001580
           02  RUNS-DIG         PIC ZZ9.                                00001590
           02  FILLER           PIC A(3).                               00001600
           02  INPUT-DIG        PIC ZZ,ZZZ,ZZ9.                         00001610
           02  FILLER           PIC A(2).                               00001620
           02  OUTPUT-DIG       PIC ZZ,ZZZ,ZZ9.                         00001630
           02  FILLER           PIC A(2).                               00001640
           02  REJECT-DIG       PIC ZZ,ZZZ,ZZ9.                         00001650
           02  FILLER           PIC A(2).                               00001660
           02  CHANGE-DATE-DIG  PIC 9999/99/99 BLANK WHEN ZERO.         00001670
           02  FILLER           PIC A(95).                              00001680
       01  RPT-REC-LINE.                                                00001690
           02  LABEL-REC        PIC X(20) VALUE                         00001700
                'PERIOD RECORDS     :'.                                 00001710
           02  FILLER           PIC A(3).                               00001720
           02  REC-COUNT-RPT    PIC ZZ,ZZZ,ZZ9.                         00001730
           02  FILLER           PIC A(167).                             00001740
       01  RPT-MONTH-LINE.                                              00001750
           02  LABEL-MONTH      PIC X(20) VALUE                         00001760
                'MONTHS LISTED      :'.                                 00001770
           02  FILLER           PIC A(3).                               00001780
           02  MONTH-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00001790
           02  FILLER           PIC A(167).                             00001800
       01  RPT-MCLOSED-LINE.                                            00001810
           02  LABEL-MCLOSED    PIC X(20) VALUE                         00001820
                'MONTHS CLOSED      :'.                                 00001830
           02  FILLER           PIC A(3).                               00001840
           02  MCLOSED-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00001850
           02  FILLER           PIC A(167).                             00001860
       01  RPT-SKIP-LINE.                                               00001870
           02  LABEL-SKIP       PIC X(20) VALUE                         00001880
                'RECORDS SKIPPED    :'.                                 00001890
           02  FILLER           PIC A(3).                               00001900
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00001910
           02  FILLER           PIC A(167).                             00001920
                                                                        00001930
      ** PROGRAMS UNDER PERIOD CONTROL, IN REPORT COLUMN ORDER          00001940
       01  WS-PGM-NAMES         PIC X(24) VALUE                         00001950
            'VOLCHBK VOLARCH VSIZEHST'.                                 00001960
       01  WS-PGM-TBL REDEFINES WS-PGM-NAMES.                           00001970
           02  WS-PGM-NAME OCCURS 3 TIMES PIC X(8).                     00001980
       01  WS-PGM-IDX           PIC 9(2) VALUE 0.                       00001990
       01  WS-PGM-FND           PIC 9(2) VALUE 0.                       00002000
                                                                        00002010
      ** RECORD COUNTERS                                                00002020
       01  WS-REC-COUNT         PIC 9(8) VALUE 0.                       00002030
       01  WS-SKIP-COUNT        PIC 9(8) VALUE 0.                       00002040
       01  WS-MONTH-COUNT       PIC 9(8) VALUE 0.                       00002050
       01  WS-MCLOSED-COUNT     PIC 9(8) VALUE 0.                       00002060
                                                                        00002070
      ** CONTROL-BREAK ACCUMULATORS (SORTED BY MONTH / PROGRAM) -       00002080
      ** THE MONTHLY PROGRAMS KEEP THEIR STATUS, THE DAILY SNAPSHOT     00002090
      ** RUN COUNTS ITS DAYS BY STATUS                                  00002100
       01  WS-PRIOR-MONTH       PIC 9(6) VALUE 0.                       00002110
       01  WS-CHBK-STATUS       PIC X(1) VALUE SPACES.                  00002120
       01  WS-ARCH-STATUS       PIC X(1) VALUE SPACES.                  00002130
       01  WS-VSH-PROC          PIC 9(4) VALUE 0.                       00002140
       01  WS-VSH-CLSD          PIC 9(4) VALUE 0.                       00002150
       01  WS-VSH-OPEN          PIC 9(4) VALUE 0.                       00002160
       01  WS-STATUS-CODE       PIC X(1) VALUE SPACES.                  00002170
       01  WS-STATUS-NAME       PIC X(10) VALUE SPACES.                 00002180
                                                                        00002190
       01  EOF                  PIC 9 VALUE 0.                          00002200
                                                                        00002210
       PROCEDURE DIVISION.                                              00002220
                                                                        00002230
       MAIN-ROUTINE.                                                    00002240
           OPEN OUTPUT RPT-OUT.                                         00002250
           WRITE RPT-DATA FROM RPT-HEADER.                              00002260
           WRITE RPT-DATA FROM RPT-MTX-COLHDR.                          00002270
           SORT SORT-FILE                                               00002280
               ON ASCENDING KEY SD-MONTH SD-PGM-IDX SD-PERIOD           00002290
               INPUT PROCEDURE IS LOAD-PERIOD-ROUTINE                   00002300
               OUTPUT PROCEDURE IS MONTH-MATRIX-ROUTINE.                00002310
           PERFORM DETAIL-SECTION-ROUTINE.                              00002320
           PERFORM FOOTER-ROUTINE.                                      00002330
           CLOSE RPT-OUT.                                               00002340
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00002350
           DISPLAY 'DONE'.                                              00002360
           STOP RUN.                                                    00002370
                                                                        00002380
      **--------------------------------------------------------        00002390
      ** SORT INPUT PROCEDURE - EVERY PERIOD RECORD OF A PROGRAM        00002400
      ** UNDER PERIOD CONTROL IS RELEASED UNDER ITS MONTH.              00002410
      **--------------------------------------------------------        00002420
       LOAD-PERIOD-ROUTINE.                                             00002430
           OPEN INPUT PERIODCTL-FILE.                                   00002440
           DISPLAY 'PROCESSING PERIOD CONTROL FILE'.                    00002450
           MOVE 0 TO EOF.                                               00002460
           READ PERIODCTL-FILE INTO PC-RECORD                           00002470
               AT END MOVE 1 TO EOF.                                    00002480
           PERFORM RELEASE-PERIOD-ROUTINE UNTIL EOF = 1.                00002490
           CLOSE PERIODCTL-FILE.                                        00002500
                                                                        00002510
       RELEASE-PERIOD-ROUTINE.                                          00002520
           ADD 1 TO WS-REC-COUNT.                                       00002530
           MOVE 0 TO WS-PGM-FND.                                        00002540
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       00002550
                   UNTIL WS-PGM-IDX > 3                                 00002560
               IF PC-PROGRAM = WS-PGM-NAME (WS-PGM-IDX)                 00002570
                   MOVE WS-PGM-IDX TO WS-PGM-FND                        00002580
               END-IF                                                   00002590
           END-PERFORM.                                                 00002600
           IF WS-PGM-FND > 0 AND PC-PERIOD (1:6) NUMERIC                00002610
               MOVE PC-PERIOD (1:6) TO SD-MONTH                         00002620
               MOVE WS-PGM-FND TO SD-PGM-IDX                            00002630
               MOVE PC-PERIOD TO SD-PERIOD                              00002640
               MOVE PC-STATUS TO SD-STATUS                              00002650
               RELEASE SORT-RECORD                                      00002660
           ELSE                                                         00002670
               ADD 1 TO WS-SKIP-COUNT                                   00002680
           END-IF.                                                      00002690
           READ PERIODCTL-FILE INTO PC-RECORD                           00002700
               AT END MOVE 1 TO EOF.                                    00002710
                                                                        00002720
      **--------------------------------------------------------        00002730
      ** SORT OUTPUT PROCEDURE - ONE MATRIX LINE PER MONTH.             00002740
      **--------------------------------------------------------        00002750
       MONTH-MATRIX-ROUTINE.                                            00002760
           MOVE 0 TO EOF.                                               00002770
           RETURN SORT-FILE INTO SORT-RECORD                            00002780
                  AT END MOVE 1 TO EOF.                                 00002790
           IF EOF = 1                                                   00002800
               WRITE RPT-DATA FROM RPT-NONE-LINE                        00002810
           ELSE                                                         00002820
               MOVE SD-MONTH TO WS-PRIOR-MONTH                          00002830
               PERFORM RESET-MONTH-ROUTINE                              00002840
           END-IF.                                                      00002850
           PERFORM ACCUMULATE-MONTH-ROUTINE UNTIL EOF = 1.              00002860
           IF WS-PRIOR-MONTH > 0                                        00002870
               PERFORM WRITE-MONTH-LINE-ROUTINE                         00002880
           END-IF.                                                      00002890
                                                                        00002900
       ACCUMULATE-MONTH-ROUTINE.                                        00002910
           IF SD-MONTH NOT = WS-PRIOR-MONTH                             00002920
               PERFORM WRITE-MONTH-LINE-ROUTINE                         00002930
               MOVE SD-MONTH TO WS-PRIOR-MONTH                          00002940
               PERFORM RESET-MONTH-ROUTINE                              00002950
           END-IF.                                                      00002960
           EVALUATE TRUE                                                00002970
               WHEN SD-PGM-IDX = 1                                      00002980
                   MOVE SD-STATUS TO WS-CHBK-STATUS                     00002990
               WHEN SD-PGM-IDX = 2                                      00003000
                   MOVE SD-STATUS TO WS-ARCH-STATUS                     00003010
               WHEN SD-STATUS = 'C'                                     00003020
                   ADD 1 TO WS-VSH-CLSD                                 00003030
               WHEN SD-STATUS = 'O'                                     00003040
                   ADD 1 TO WS-VSH-OPEN                                 00003050
               WHEN OTHER                                               00003060
                   ADD 1 TO WS-VSH-PROC                                 00003070
           END-EVALUATE.                                                00003080
           RETURN SORT-FILE INTO SORT-RECORD                            00003090
                  AT END MOVE 1 TO EOF.                                 00003100
                                                                        00003110
       RESET-MONTH-ROUTINE.                                             00003120
           MOVE SPACES TO WS-CHBK-STATUS.                               00003130
           MOVE SPACES TO WS-ARCH-STATUS.                               00003140
           MOVE 0 TO WS-VSH-PROC.                                       00003150
           MOVE 0 TO WS-VSH-CLSD.                                       00003160
           MOVE 0 TO WS-VSH-OPEN.                                       00003170
                                                                        00003180
       WRITE-MONTH-LINE-ROUTINE.                                        00003190
           ADD 1 TO WS-MONTH-COUNT.                                     00003200
           MOVE SPACES TO RPT-MTX-LINE.                                 00003210
           MOVE WS-PRIOR-MONTH TO MONTH-DIG.                            00003220
           MOVE WS-CHBK-STATUS TO WS-STATUS-CODE.                       00003230
           PERFORM NAME-STATUS-ROUTINE.                                 00003240
           MOVE WS-STATUS-NAME TO CHBK-DIG.                             00003250
           MOVE WS-ARCH-STATUS TO WS-STATUS-CODE.                       00003260
           PERFORM NAME-STATUS-ROUTINE.                                 00003270
           MOVE WS-STATUS-NAME TO ARCH-DIG.                             00003280
           MOVE WS-VSH-PROC TO VSH-PROC-DIG.                            00003290
           MOVE WS-VSH-CLSD TO VSH-CLSD-DIG.                            00003300
           MOVE WS-VSH-OPEN TO VSH-OPEN-DIG.                            00003310
           IF WS-CHBK-STATUS = 'C' AND WS-ARCH-STATUS = 'C'             00003320
            AND WS-VSH-CLSD > 0                                         00003330
            AND WS-VSH-PROC = 0 AND WS-VSH-OPEN = 0                     00003340
               MOVE 'YES' TO MCLOSED-DIG                                00003350
               ADD 1 TO WS-MCLOSED-COUNT                                00003360
           ELSE                                                         00003370
               MOVE 'NO' TO MCLOSED-DIG                                 00003380
           END-IF.                                                      00003390
           WRITE RPT-DATA FROM RPT-MTX-LINE.                            00003400
                                                                        00003410
       NAME-STATUS-ROUTINE.                                             00003420
           EVALUATE TRUE                                                00003430
               WHEN WS-STATUS-CODE = 'O'                                00003440
                   MOVE 'OPEN' TO WS-STATUS-NAME                        00003450
               WHEN WS-STATUS-CODE = 'P'                                00003460
                   MOVE 'PROCESSED' TO WS-STATUS-NAME                   00003470
               WHEN WS-STATUS-CODE = 'C'                                00003480
                   MOVE 'CLOSED' TO WS-STATUS-NAME                      00003490
               WHEN WS-STATUS-CODE = SPACES                             00003500
                   MOVE 'NOT RUN' TO WS-STATUS-NAME                     00003510
               WHEN OTHER                                               00003520
                   MOVE 'UNKNOWN' TO WS-STATUS-NAME                     00003530
           END-EVALUATE.                                                00003540
                                                                        00003550
      **--------------------------------------------------------        00003560
      ** DETAIL - EVERY RECORD IN KEY ORDER (PROGRAM, PERIOD).          00003570
      **--------------------------------------------------------        00003580
       DETAIL-SECTION-ROUTINE.                                          00003590
           WRITE RPT-DATA FROM RPT-DET-HDR.                             00003600
           WRITE RPT-DATA FROM RPT-DET-COLHDR.                          00003610
           OPEN INPUT PERIODCTL-FILE.                                   00003620
           MOVE 0 TO EOF.                                               00003630
           READ PERIODCTL-FILE INTO PC-RECORD                           00003640
               AT END MOVE 1 TO EOF.                                    00003650
           PERFORM WRITE-DETAIL-ROUTINE UNTIL EOF = 1.                  00003660
           CLOSE PERIODCTL-FILE.                                        00003670
                                                                        00003680
       WRITE-DETAIL-ROUTINE.                                            00003690
           MOVE SPACES TO RPT-DET-LINE.                                 00003700
           MOVE PC-PROGRAM TO PROGRAM-DIG.                              00003710
           MOVE PC-PERIOD TO PERIOD-DIG.                                00003720
           MOVE PC-STATUS TO WS-STATUS-CODE.                            00003730
           PERFORM NAME-STATUS-ROUTINE.                                 00003740
           MOVE WS-STATUS-NAME TO STATUS-DIG.                           00003750
           MOVE PC-RUN-DATE TO RUN-DATE-DIG.                            00003760
           MOVE PC-RUN-TIME TO RUN-TIME-DIG.                            00003770
           MOVE PC-RUN-COUNT TO RUNS-DIG.                               00003780
           MOVE PC-INPUT-COUNT TO INPUT-DIG.                            00003790
           MOVE PC-OUTPUT-COUNT TO OUTPUT-DIG.                          00003800
           MOVE PC-REJECT-COUNT TO REJECT-DIG.                          00003810
           MOVE PC-CHANGE-DATE TO CHANGE-DATE-DIG.                      00003820
           WRITE RPT-DATA FROM RPT-DET-LINE.                            00003830
           READ PERIODCTL-FILE INTO PC-RECORD                           00003840
               AT END MOVE 1 TO EOF.                                    00003850
                                                                        00003860
       FOOTER-ROUTINE.                                                  00003870
           MOVE WS-REC-COUNT TO REC-COUNT-RPT.                          00003880
           WRITE RPT-DATA FROM RPT-REC-LINE.                            00003890
           MOVE WS-MONTH-COUNT TO MONTH-COUNT-RPT.                      00003900
           WRITE RPT-DATA FROM RPT-MONTH-LINE.                          00003910
           MOVE WS-MCLOSED-COUNT TO MCLOSED-COUNT-RPT.                  00003920
           WRITE RPT-DATA FROM RPT-MCLOSED-LINE.                        00003930
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00003940
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00003950
      **--------------------------------------------------------        00003960
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00003970
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00003980
      **--------------------------------------------------------        00003990
       WRITE-CHAINLOG-ROUTINE.                                          00004000
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00004010
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00004020
           MOVE SPACES TO CHAINLOG-RECORD.                              00004030
           MOVE 'VOLPERPT' TO CLG-PROGRAM.                              00004040
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00004050
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00004060
           MOVE WS-REC-COUNT TO CLG-INPUT-COUNT.                        00004070
           MOVE WS-MONTH-COUNT TO CLG-OUTPUT-COUNT.                     00004080
           MOVE WS-SKIP-COUNT TO CLG-REJECT-COUNT.                      00004090
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00004100
           OPEN EXTEND CHAINLOG-FILE.                                   00004110
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00004120
           CLOSE CHAINLOG-FILE.                                         00004130
