       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLDIGST'.                                         00000110
      ****************************                                      00000120
      * MORNING EXCEPTION DIGEST                                        00000130
      * READS THE COMMON EXCEPTION FILE THAT VOLCOMP, VSIZEHST,         00000140
      * VOLFCST, VOLFRAGT, VOLRECON, VOLRLOG, VOLCHAIN AND VOLDSRPT     00000150
      * APPEND TO (PROGRAM, PROCESSING DATE, SEVERITY, VOLUME/POOL/     00000160
      * DEPARTMENT AND MESSAGE) AND PRINTS A ONE-PAGE SUMMARY FOR       00000170
      * THE PROCESSING DATE (TODAY, OR THE ASOF CARD) ORDERED BY        00000180
      * SEVERITY - WHAT IS NEW SINCE THE PROGRAM'S PREVIOUS RUN,        00000190
      * WHAT IS REPEATING AND FOR HOW MANY CONSECUTIVE RUNS, AND        00000200
      * WHAT HAS CLEARED.  EACH PROGRAM CLOSES ITS RUN WITH A *RUN      00000210
      * RECORD, SO AN EXCEPTION IS ONLY CALLED CLEARED WHEN THE         00000220
      * PROGRAM RAN AND DID NOT REPEAT IT; PROGRAMS WITH NO RUN ON      00000230
      * THE DATE ARE LISTED.  THE DETAIL IS CAPPED AT THE MAXLINES      00000240
      * CARD (DEFAULT 40) TO KEEP THE DIGEST ON ONE PAGE.  RETURN       00000250
      * CODE 8 WHEN AN ACTION ITEM IS OPEN, 4 WHEN A WARNING IS         00000260
      * OPEN OR A PROGRAM DID NOT RUN, 0 OTHERWISE.                     00000270
      ****************************                                      00000280
       ENVIRONMENT DIVISION.                                            00000290
       CONFIGURATION SECTION.                                           00000300
       SOURCE-COMPUTER.  IBM-370.                                       00000310
       OBJECT-COMPUTER.  IBM-370.                                       00000320
       INPUT-OUTPUT SECTION.                                            00000330
       FILE-CONTROL.                                                    00000340
            SELECT OPTIONAL EXC-FILE ASSIGN TO UT-S-SYSIN.              00000350
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000360
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000370
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000380
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000390
                                                                        00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
       FD  EXC-FILE                                                     00000430
           RECORDING MODE IS F                                          00000440
           RECORD CONTAINS 80 CHARACTERS                                00000450
           BLOCK CONTAINS 238 RECORDS                                   00000460
           LABEL RECORDS ARE STANDARD                                   00000470
           DATA RECORDS IS EXCPLOG-RECORD.                              00000480
       01  EXC-DATA             PIC X(80).                              00000490
                                                                        00000500
       FD  CTL-FILE                                                     00000510
           RECORDING MODE IS F                                          00000520
           RECORD CONTAINS 80 CHARACTERS                                00000530
           LABEL RECORDS ARE STANDARD                                   00000540
           DATA RECORDS IS CTL-RECORD.                                  00000550
       01  CTL-DATA             PIC X(80).                              00000560
                                                                        00000570
       FD  CHAINLOG-FILE                                                00000580
           RECORDING MODE IS F                                          00000590
           RECORD CONTAINS 80 CHARACTERS                                00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           DATA RECORDS IS CHAINLOG-RECORD.                             00000620
       01  CHAINLOG-DATA        PIC X(80).                              00000630
                                                                        00000640
       FD  RPT-OUT                                                      00000650
           LABEL RECORDS ARE OMITTED                                    00000660
           DATA RECORDS IS RPT-RECORD.                                  00000670
       01  RPT-DATA             PIC X(200).                             00000680
                                                                        00000690
       SD  SORT-FILE.                                                   00000700
       01  SORT-RECORD.                                                 00000710
           02  SD-PROGRAM       PIC X(8).                               00000720
           02  SD-CODE          PIC X(8).                               00000730
           02  SD-KEY-TYPE      PIC X(1).                               00000740
           02  SD-KEY           PIC X(10).                              00000750
           02  SD-PROC-DATE     PIC 9(8).                               00000760
           02  SD-SEVERITY      PIC 9(1).                               00000770
           02  SD-MESSAGE       PIC X(44).                              00000780
                                                                        00000790
       WORKING-STORAGE SECTION.                                         00000800
                                                                        00000810
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00000820
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00000830
       01  CHAINLOG-RECORD.                                             00000840
           02  CLG-PROGRAM      PIC X(8).                               00000850
           02  CLG-RUN-DATE     PIC 9(8).                               00000860
           02  CLG-RUN-TIME     PIC 9(6).                               00000870
           02  CLG-INPUT-COUNT  PIC 9(8).                               00000880
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00000890
           02  CLG-REJECT-COUNT PIC 9(8).                               00000900
           02  CLG-RETURN-CODE  PIC 9(2).                               00000910
           02  FILLER           PIC A(32).                              00000920
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000930
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000940
                                                                        00000950
      ** RECORD LAYOUTS - EXCPLOG-RECORD MATCHES WHAT THE SUITE'S       00000960
      ** WRITE-EXCPLOG-ROUTINE PARAGRAPHS APPEND                        00000970
       01  EXCPLOG-RECORD.                                              00000980
           02  EXL-PROGRAM      PIC X(8).                               00000990
           02  EXL-PROC-DATE    PIC 9(8).                               00001000
           02  EXL-SEVERITY     PIC 9(1).                               00001010
           02  EXL-CODE         PIC X(8).                               00001020
           02  EXL-KEY-TYPE     PIC X(1).                               00001030
           02  EXL-KEY          PIC X(10).                              00001040
           02  EXL-MESSAGE      PIC X(44).                              00001050
                                                                        00001060
      ** KEYED PARAMETER CARDS - ASOF YYYY-MM-DD / MAXLINES NNN         00001070
       01  CTL-RECORD.                                                  00001080
           02  CTL-KEYWORD      PIC X(10).                              00001090
           02  CTL-VALUE-AREA   PIC X(70).                              00001100
           02  CTL-NUM-RED REDEFINES CTL-VALUE-AREA.                    00001110
               03  CTL-NUM-VALUE    PIC 9(3).                           00001120
               03  FILLER           PIC A(67).                          00001130
           02  CTL-DATE-RED REDEFINES CTL-VALUE-AREA.                   00001140
               03  CTL-DATE-VALUE   PIC X(10).                          00001150
               03  FILLER           PIC A(60).                          00001160
                                                                        00001170
       01  RPT-HEADER.                                                  00001180
           02  FILLER           PIC X(40) VALUE                         00001190
                'MORNING EXCEPTION DIGEST'.                             00001200
           02  FILLER           PIC A(160).                             00001210
       01  RPT-DATE-LINE.                                               00001220
           02  LABEL-DATE       PIC X(17) VALUE 'PROCESSING DATE: '.    00001230
           02  CUR-DATE-DIG     PIC 9999/99/99.                         00001240
           02  FILLER           PIC A(173).                             00001250
       01  RPT-SUM-COLHDR.                                              00001260
           02  FILLER           PIC X(16) VALUE 'SEVERITY'.             00001270
           02  FILLER           PIC X(12) VALUE '         NEW'.         00001280
           02  FILLER           PIC X(12) VALUE '   REPEATING'.         00001290
           02  FILLER           PIC X(12) VALUE '     CLEARED'.         00001300
           02  FILLER           PIC A(148).                             00001310
       01  RPT-SUM-LINE.                                                00001320
           02  SUM-NAME-DIG     PIC X(16).                              00001330
           02  FILLER           PIC A(2).                               00001340
           02  SUM-NEW-DIG      PIC ZZ,ZZZ,ZZ9.                         00001350
           02  FILLER           PIC A(2).                               00001360
           02  SUM-REP-DIG      PIC ZZ,ZZZ,ZZ9.                         00001370
           02  FILLER           PIC A(2).                               00001380
           02  SUM-CLR-DIG      PIC ZZ,ZZZ,ZZ9.                         00001390
           02  FILLER           PIC A(148).                             00001400
       01  RPT-NORUN-LINE.                                              00001410
           02  FILLER           PIC X(17) VALUE 'NO RUN RECORDED: '.    00001420
           02  NORUN-NAME-DIG   PIC X(8).                               00001430
           02  FILLER           PIC A(175).                             00001440
       01  RPT-DET-HDR.                                                 00001450
           02  FILLER           PIC X(40) VALUE                         00001460
                'EXCEPTIONS BY SEVERITY AND STATUS'.                    00001470
           02  FILLER           PIC A(160).                             00001480
       01  RPT-DET-COLHDR.                                              00001490
           02  FILLER           PIC X(4)  VALUE 'SEV'.                  00001500
           02  FILLER           PIC X(11) VALUE 'STATUS'.               00001510
           02  FILLER           PIC X(6)  VALUE 'DAYS'.                 00001520
           02  FILLER           PIC X(10) VALUE 'PROGRAM'.              00001530
           02  FILLER           PIC X(10) VALUE 'CODE'.                 00001540
           02  FILLER           PIC X(8)  VALUE 'TYPE'.                 00001550
           02  FILLER           PIC X(12) VALUE 'KEY'.                  00001560
           02  FILLER           PIC X(7)  VALUE 'MESSAGE'.              00001570
           02  FILLER           PIC A(132).                             00001580
       01  RPT-DET-LINE.                                                00001590
           02  DET-SEV-DIG      PIC 9.                                  00001600
           02  FILLER           PIC A(3).                               00001610
           02  DET-STATUS-DIG   PIC X(9).                               00001620
           02  FILLER           PIC A(2).                               00001630
           02  DET-DAYS-DIG     PIC ZZZ9 BLANK WHEN ZERO.               00001640
           02  FILLER           PIC A(2).                               00001650
           02  DET-PROGRAM-DIG  PIC X(8).                               00001660
           02  FILLER           PIC A(2).                               00001670
           02  DET-CODE-DIG     PIC X(8).                               00001680
           02  FILLER           PIC A(2).                               00001690
           02  DET-TYPE-DIG     PIC X(6).                               00001700
           02  FILLER           PIC A(2).                               00001710
           02  DET-KEY-DIG      PIC X(10).                              00001720
           02  FILLER           PIC A(2).                               00001730
           02  DET-MSG-DIG      PIC X(44).                              00001740
           02  FILLER           PIC A(95).                              00001750
       01  RPT-MORE-LINE.                                               00001760
           02  MORE-COUNT-DIG   PIC ZZ,ZZZ,ZZ9.                         00001770
           02  FILLER           PIC X(40) VALUE                         00001780
                ' FURTHER EXCEPTIONS NOT LISTED'.                       00001790
           02  FILLER           PIC A(150).                             00001800
       01  RPT-NONE-LINE.                                               00001810
           02  FILLER           PIC X(40) VALUE                         00001820
                'NO EXCEPTIONS OPEN OR CLEARED'.                        00001830
           02  FILLER           PIC A(160).                             00001840
       01  RPT-READ-LINE.                                               00001850
           02  LABEL-READ       PIC X(20) VALUE                         00001860
                'RECORDS READ       :'.                                 00001870
           02  FILLER           PIC A(3).                               00001880
           02  READ-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00001890
           02  FILLER           PIC A(167).                             00001900
       01  RPT-SKIP-LINE.                                               00001910
           02  LABEL-SKIP       PIC X(20) VALUE                         00001920
                'RECORDS SKIPPED    :'.                                 00001930
           02  FILLER           PIC A(3).                               00001940
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00001950
           02  FILLER           PIC A(167).                             00001960
       01  RPT-OPEN-LINE.                                               00001970
           02  LABEL-OPEN       PIC X(20) VALUE                         00001980
                'EXCEPTIONS OPEN    :'.                                 00001990
           02  FILLER           PIC A(3).                               00002000
           02  OPEN-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00002010
           02  FILLER           PIC A(167).                             00002020
       01  RPT-CLEARED-LINE.                                            00002030
           02  LABEL-CLEARED    PIC X(20) VALUE                         00002040
                'EXCEPTIONS CLEARED :'.                                 00002050
           02  FILLER           PIC A(3).                               00002060
           02  CLEARED-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00002070
           02  FILLER           PIC A(167).                             00002080
       01  RPT-RC-LINE.                                                 00002090
           02  LABEL-RC         PIC X(20) VALUE                         00002100
                'OVERALL RETURN CODE:'.                                 00002110
           02  FILLER           PIC A(3).                               00002120
           02  RC-RPT           PIC ZZ,ZZZ,ZZ9.                         00002130
           02  FILLER           PIC A(167).                             00002140
                                                                        00002150
      ** CONTROL CARD VALUES - DEFAULT TODAY, 40 DETAIL LINES           00002160
       01  WS-MAXLINES          PIC 9(3) VALUE 40.                      00002170
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00002180
       01  WS-TODAY-X           PIC X(8) VALUE SPACES.                  00002190
       01  WS-ASOF-DATE.                                                00002200
           02  WS-ASOF-YYYY     PIC X(4).                               00002210
           02  FILLER           PIC X(1).                               00002220
           02  WS-ASOF-MM       PIC X(2).                               00002230
           02  FILLER           PIC X(1).                               00002240
           02  WS-ASOF-DD       PIC X(2).                               00002250
       01  WS-CUR-DATE-X.                                               00002260
           02  WS-CUR-YYYY      PIC X(4).                               00002270
           02  WS-CUR-MM        PIC X(2).                               00002280
           02  WS-CUR-DD        PIC X(2).                               00002290
       01  WS-CUR-DATE REDEFINES WS-CUR-DATE-X PIC 9(8).                00002300
       01  WS-WORK-DATE-X       PIC X(8) VALUE SPACES.                  00002310
                                                                        00002320
      ** RECORD COUNTERS                                                00002330
       01  WS-READ-COUNT        PIC 9(8) VALUE 0.                       00002340
       01  WS-SKIP-COUNT        PIC 9(8) VALUE 0.                       00002350
       01  WS-OPEN-COUNT        PIC 9(8) VALUE 0.                       00002360
       01  WS-CLEARED-COUNT     PIC 9(8) VALUE 0.                       00002370
       01  WS-LISTED-COUNT      PIC 9(8) VALUE 0.                       00002380
       01  WS-MORE-COUNT        PIC 9(8) VALUE 0.                       00002390
                                                                        00002400
      ** PROGRAMS THAT WRITE TO THE EXCEPTION FILE - ANY WITH NO        00002410
      ** *RUN RECORD ON THE PROCESSING DATE IS LISTED                   00002420
       01  WS-EXP-NAMES.                                                00002430
           02  FILLER           PIC X(32) VALUE                         00002440
                'VOLCOMP VSIZEHSTVOLFCST VOLFRAGT'.                     00002450
           02  FILLER           PIC X(32) VALUE                         00002460
                'VOLRECONVOLRLOG VOLCHAINVOLDSRPT'.                     00002470
       01  WS-EXP-TBL REDEFINES WS-EXP-NAMES.                           00002480
           02  WS-EXP-NAME OCCURS 8 TIMES PIC X(8).                     00002490
       01  WS-EXP-STATE.                                                00002500
           02  WS-EXP-RAN-SW OCCURS 8 TIMES PIC X.                      00002510
       01  WS-EXP-IDX           PIC 9(2) VALUE 0.                       00002520
       01  WS-NORUN-COUNT       PIC 9(2) VALUE 0.                       00002530
                                                                        00002540
      ** RUN DATES OF THE CURRENT PROGRAM, NEWEST FIRST, FROM ITS       00002550
      ** *RUN RECORDS - THESE SORT AHEAD OF ITS EXCEPTION CODES         00002560
       01  WS-MAX-RUND          PIC 9(4) VALUE 1000.                    00002570
       01  WS-RUND-COUNT        PIC 9(4) VALUE 0.                       00002580
       01  WS-RUND-WARNED-SW    PIC X VALUE 'N'.                        00002590
       01  WS-RUND-TABLE.                                               00002600
           02  WS-RUND-DATE OCCURS 1000 TIMES PIC 9(8).                 00002610
                                                                        00002620
      ** CONTROL-BREAK FIELDS (SORTED BY PROGRAM / CODE / KEY,          00002630
      ** NEWEST DATE FIRST)                                             00002640
       01  WS-ID-ACTIVE-SW      PIC X VALUE 'N'.                        00002650
       01  WS-ID-PROGRAM        PIC X(8) VALUE SPACES.                  00002660
       01  WS-ID-CODE           PIC X(8) VALUE SPACES.                  00002670
       01  WS-ID-KEY-TYPE       PIC X(1) VALUE SPACES.                  00002680
       01  WS-ID-KEY            PIC X(10) VALUE SPACES.                 00002690
       01  WS-ID-LATEST-DATE    PIC 9(8) VALUE 0.                       00002700
       01  WS-ID-PRIOR-DATE     PIC 9(8) VALUE 0.                       00002710
       01  WS-ID-SEVERITY       PIC 9(1) VALUE 0.                       00002720
       01  WS-ID-MESSAGE        PIC X(44) VALUE SPACES.                 00002730
       01  WS-ID-STREAK         PIC 9(4) VALUE 0.                       00002740
       01  WS-ID-STREAK-SW      PIC X VALUE 'N'.                        00002750
       01  WS-ID-RUND-IDX       PIC 9(4) VALUE 0.                       00002760
                                                                        00002770
      ** DIGEST RESULT TABLE - STATUS 1 NEW, 2 REPEATING, 3 CLEARED     00002780
       01  WS-MAX-RES           PIC 9(5) VALUE 5000.                    00002790
       01  WS-RES-COUNT         PIC 9(5) VALUE 0.                       00002800
       01  WS-RES-IDX           PIC 9(5) VALUE 0.                       00002810
       01  WS-RES-WARNED-SW     PIC X VALUE 'N'.                        00002820
       01  WS-RES-TABLE.                                                00002830
           02  WS-RES-ENTRY OCCURS 5000 TIMES.                          00002840
               03  RS-SEVERITY      PIC 9(1).                           00002850
               03  RS-STATUS        PIC 9(1).                           00002860
               03  RS-DAYS          PIC 9(4).                           00002870
               03  RS-PROGRAM       PIC X(8).                           00002880
               03  RS-CODE          PIC X(8).                           00002890
               03  RS-KEY-TYPE      PIC X(1).                           00002900
               03  RS-KEY           PIC X(10).                          00002910
               03  RS-MESSAGE       PIC X(44).                          00002920
       01  WS-NEW-STATUS        PIC 9(1) VALUE 0.                       00002930
       01  WS-NEW-DAYS          PIC 9(4) VALUE 0.                       00002940
                                                                        00002950
      ** SEVERITY BY STATUS COUNTS FOR THE SUMMARY BLOCK                00002960
       01  WS-SUM-TABLE.                                                00002970
           02  WS-SUM-SEV OCCURS 3 TIMES.                               00002980
               03  WS-SUM-COUNT OCCURS 3 TIMES PIC 9(6).                00002990
       01  WS-SEV-NAMES         PIC X(48) VALUE                         00003000
            '1 - ACTION      2 - WARNING     3 - INFORMATION '.         00003010
       01  WS-SEV-TBL REDEFINES WS-SEV-NAMES.                           00003020
           02  WS-SEV-NAME OCCURS 3 TIMES PIC X(16).                    00003030
       01  WS-STATUS-NAMES      PIC X(27) VALUE                         00003040
            'NEW      REPEATINGCLEARED  '.                              00003050
       01  WS-STATUS-TBL REDEFINES WS-STATUS-NAMES.                     00003060
           02  WS-STATUS-NAME OCCURS 3 TIMES PIC X(9).                  00003070
       01  WS-SEL-SEV           PIC 9(1) VALUE 0.                       00003080
       01  WS-SEL-STATUS        PIC 9(1) VALUE 0.                       00003090
                                                                        00003100
       01  EOF                  PIC 9 VALUE 0.                          00003110
                                                                        00003120
       PROCEDURE DIVISION.                                              00003130
                                                                        00003140
       MAIN-ROUTINE.                                                    00003150
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00003160
           MOVE SPACES TO WS-EXP-STATE.                                 00003170
           PERFORM VARYING WS-SEL-SEV FROM 1 BY 1                       00003180
                   UNTIL WS-SEL-SEV > 3                                 00003190
               PERFORM VARYING WS-SEL-STATUS FROM 1 BY 1                00003200
                       UNTIL WS-SEL-STATUS > 3                          00003210
                   MOVE 0 TO WS-SUM-COUNT (WS-SEL-SEV, WS-SEL-STATUS)   00003220
               END-PERFORM                                              00003230
           END-PERFORM.                                                 00003240
           SORT SORT-FILE                                               00003250
               ON ASCENDING KEY SD-PROGRAM SD-CODE SD-KEY-TYPE SD-KEY   00003260
                  DESCENDING KEY SD-PROC-DATE                           00003270
               INPUT PROCEDURE IS LOAD-EXCEPTION-ROUTINE                00003280
               OUTPUT PROCEDURE IS DIGEST-ROUTINE.                      00003290
           PERFORM SET-RETURN-CODE-ROUTINE.                             00003300
           PERFORM PRINT-DIGEST-ROUTINE.                                00003310
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00003320
           DISPLAY 'DONE'.                                              00003330
           STOP RUN.                                                    00003340
                                                                        00003350
      **--------------------------------------------------------        00003360
      ** KEYED PARAMETER CARDS - ASOF / MAXLINES.  WITH NO ASOF         00003370
      ** CARD THE DIGEST IS FOR TODAY.                                  00003380
      **--------------------------------------------------------        00003390
       READ-CONTROL-CARD-ROUTINE.                                       00003400
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.                        00003410
           MOVE WS-TODAY-X TO WS-CUR-DATE-X.                            00003420
           MOVE 0 TO WS-CTL-EOF.                                        00003430
           OPEN INPUT CTL-FILE.                                         00003440
           READ CTL-FILE INTO CTL-RECORD                                00003450
               AT END MOVE 1 TO WS-CTL-EOF.                             00003460
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00003470
           CLOSE CTL-FILE.                                              00003480
                                                                        00003490
       APPLY-CONTROL-CARD-ROUTINE.                                      00003500
           EVALUATE TRUE                                                00003510
               WHEN CTL-KEYWORD = 'ASOF'                                00003520
                   MOVE CTL-DATE-VALUE TO WS-ASOF-DATE                  00003530
                   MOVE WS-ASOF-YYYY TO WS-WORK-DATE-X (1:4)            00003540
                   MOVE WS-ASOF-MM   TO WS-WORK-DATE-X (5:2)            00003550
                   MOVE WS-ASOF-DD   TO WS-WORK-DATE-X (7:2)            00003560
                   IF WS-WORK-DATE-X NUMERIC                            00003570
                       MOVE WS-WORK-DATE-X TO WS-CUR-DATE-X             00003580
                   ELSE                                                 00003590
                       DISPLAY 'INVALID ASOF CARD IGNORED: '            00003600
                               CTL-DATE-VALUE                           00003610
                   END-IF                                               00003620
               WHEN CTL-KEYWORD = 'MAXLINES'                            00003630
                   IF CTL-NUM-VALUE NUMERIC AND CTL-NUM-VALUE > 0       00003640
                       MOVE CTL-NUM-VALUE TO WS-MAXLINES                00003650
                   END-IF                                               00003660
               WHEN OTHER                                               00003670
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00003680
                           CTL-KEYWORD                                  00003690
           END-EVALUATE.                                                00003700
           READ CTL-FILE INTO CTL-RECORD                                00003710
               AT END MOVE 1 TO WS-CTL-EOF.                             00003720
                                                                        00003730
      **--------------------------------------------------------        00003740
      ** RECORDS DATED AFTER THE PROCESSING DATE, OR WITH A BAD         00003750
      ** DATE OR SEVERITY, ARE SKIPPED WITH A COUNT.                    00003760
      **--------------------------------------------------------        00003770
       LOAD-EXCEPTION-ROUTINE.                                          00003780
           OPEN INPUT EXC-FILE.                                         00003790
           DISPLAY 'PROCESSING EXCEPTION FILE'.                         00003800
           READ EXC-FILE INTO EXCPLOG-RECORD                            00003810
                         AT END MOVE 1 TO EOF.                          00003820
           PERFORM RELEASE-EXCEPTION-ROUTINE UNTIL EOF = 1.             00003830
           CLOSE EXC-FILE.                                              00003840
                                                                        00003850
       RELEASE-EXCEPTION-ROUTINE.                                       00003860
           ADD 1 TO WS-READ-COUNT.                                      00003870
           IF EXL-PROC-DATE NUMERIC AND EXL-SEVERITY NUMERIC            00003880
            AND EXL-PROC-DATE NOT > WS-CUR-DATE                         00003890
            AND (EXL-CODE = '*RUN'                                      00003900
             OR (EXL-SEVERITY > 0 AND EXL-SEVERITY < 4))                00003910
               MOVE EXL-PROGRAM   TO SD-PROGRAM                         00003920
               MOVE EXL-CODE      TO SD-CODE                            00003930
               MOVE EXL-KEY-TYPE  TO SD-KEY-TYPE                        00003940
               MOVE EXL-KEY       TO SD-KEY                             00003950
               MOVE EXL-PROC-DATE TO SD-PROC-DATE                       00003960
               MOVE EXL-SEVERITY  TO SD-SEVERITY                        00003970
               MOVE EXL-MESSAGE   TO SD-MESSAGE                         00003980
               RELEASE SORT-RECORD                                      00003990
           ELSE                                                         00004000
               ADD 1 TO WS-SKIP-COUNT                                   00004010
           END-IF.                                                      00004020
           READ EXC-FILE INTO EXCPLOG-RECORD                            00004030
                         AT END MOVE 1 TO EOF.                          00004040
                                                                        00004050
      **--------------------------------------------------------        00004060
      ** SORT OUTPUT PROCEDURE - EACH PROGRAM'S *RUN RECORDS SORT       00004070
      ** AHEAD OF ITS EXCEPTION CODES AND LOAD ITS RUN DATES; EACH      00004080
      ** EXCEPTION (PROGRAM, CODE, KEY) THEN RETURNS NEWEST DATE        00004090
      ** FIRST, AND THE RUN OF CONSECUTIVE PROGRAM RUNS IT WAS          00004100
      ** PRESENT ON IS COUNTED BEFORE THE BREAK CLASSIFIES IT.          00004110
      **--------------------------------------------------------        00004120
       DIGEST-ROUTINE.                                                  00004130
           MOVE 0 TO EOF.                                               00004140
           RETURN SORT-FILE INTO SORT-RECORD                            00004150
                  AT END MOVE 1 TO EOF.                                 00004160
           PERFORM EXAMINE-EXCEPTION-ROUTINE UNTIL EOF = 1.             00004170
           IF WS-ID-ACTIVE-SW = 'Y'                                     00004180
               PERFORM IDENTITY-BREAK-ROUTINE                           00004190
           END-IF.                                                      00004200
                                                                        00004210
       EXAMINE-EXCEPTION-ROUTINE.                                       00004220
           IF WS-ID-ACTIVE-SW = 'N'                                     00004230
            OR SD-PROGRAM  NOT = WS-ID-PROGRAM                          00004240
            OR SD-CODE     NOT = WS-ID-CODE                             00004250
            OR SD-KEY-TYPE NOT = WS-ID-KEY-TYPE                         00004260
            OR SD-KEY      NOT = WS-ID-KEY                              00004270
               IF WS-ID-ACTIVE-SW = 'Y'                                 00004280
                   PERFORM IDENTITY-BREAK-ROUTINE                       00004290
               END-IF                                                   00004300
               IF WS-ID-ACTIVE-SW = 'N'                                 00004310
                OR SD-PROGRAM NOT = WS-ID-PROGRAM                       00004320
                   MOVE 0 TO WS-RUND-COUNT                              00004330
               END-IF                                                   00004340
               PERFORM START-IDENTITY-ROUTINE                           00004350
           END-IF.                                                      00004360
           IF SD-PROC-DATE NOT = WS-ID-PRIOR-DATE                       00004370
               IF SD-CODE = '*RUN'                                      00004380
                   PERFORM NOTE-RUN-DATE-ROUTINE                        00004390
               ELSE                                                     00004400
                   PERFORM COUNT-STREAK-ROUTINE                         00004410
               END-IF                                                   00004420
               MOVE SD-PROC-DATE TO WS-ID-PRIOR-DATE                    00004430
           END-IF.                                                      00004440
           RETURN SORT-FILE INTO SORT-RECORD                            00004450
                  AT END MOVE 1 TO EOF.                                 00004460
                                                                        00004470
       START-IDENTITY-ROUTINE.                                          00004480
           MOVE 'Y' TO WS-ID-ACTIVE-SW.                                 00004490
           MOVE SD-PROGRAM   TO WS-ID-PROGRAM.                          00004500
           MOVE SD-CODE      TO WS-ID-CODE.                             00004510
           MOVE SD-KEY-TYPE  TO WS-ID-KEY-TYPE.                         00004520
           MOVE SD-KEY       TO WS-ID-KEY.                              00004530
           MOVE SD-PROC-DATE TO WS-ID-LATEST-DATE.                      00004540
           MOVE SD-SEVERITY  TO WS-ID-SEVERITY.                         00004550
           MOVE SD-MESSAGE   TO WS-ID-MESSAGE.                          00004560
           MOVE 0 TO WS-ID-PRIOR-DATE.                                  00004570
           MOVE 0 TO WS-ID-STREAK.                                      00004580
           MOVE 1 TO WS-ID-RUND-IDX.                                    00004590
           MOVE 'Y' TO WS-ID-STREAK-SW.                                 00004600
                                                                        00004610
       NOTE-RUN-DATE-ROUTINE.                                           00004620
           IF WS-RUND-COUNT < WS-MAX-RUND                               00004630
               ADD 1 TO WS-RUND-COUNT                                   00004640
               MOVE SD-PROC-DATE TO WS-RUND-DATE (WS-RUND-COUNT)        00004650
           ELSE                                                         00004660
               IF WS-RUND-WARNED-SW = 'N'                               00004670
                   DISPLAY 'WARNING - WS-RUND-TABLE FULL AT '           00004680
                           WS-MAX-RUND                                  00004690
                           ' - OLDER RUNS NOT COUNTED'                  00004700
                   MOVE 'Y' TO WS-RUND-WARNED-SW                        00004710
               END-IF                                                   00004720
           END-IF.                                                      00004730
           IF SD-PROC-DATE = WS-CUR-DATE                                00004740
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1                   00004750
                       UNTIL WS-EXP-IDX > 8                             00004760
                   IF SD-PROGRAM = WS-EXP-NAME (WS-EXP-IDX)             00004770
                       MOVE 'Y' TO WS-EXP-RAN-SW (WS-EXP-IDX)           00004780
                   END-IF                                               00004790
               END-PERFORM                                              00004800
           END-IF.                                                      00004810
                                                                        00004820
      **--------------------------------------------------------        00004830
      ** THE STREAK RUNS WHILE EACH OLDER DATE OF THE EXCEPTION         00004840
      ** IS THE PROGRAM'S NEXT OLDER RUN DATE.                          00004850
      **--------------------------------------------------------        00004860
       COUNT-STREAK-ROUTINE.                                            00004870
           IF WS-ID-STREAK-SW = 'Y'                                     00004880
               IF WS-ID-RUND-IDX > WS-RUND-COUNT                        00004890
                   MOVE 'N' TO WS-ID-STREAK-SW                          00004900
               ELSE                                                     00004910
                   IF SD-PROC-DATE = WS-RUND-DATE (WS-ID-RUND-IDX)      00004920
                       ADD 1 TO WS-ID-STREAK                            00004930
                       ADD 1 TO WS-ID-RUND-IDX                          00004940
                   ELSE                                                 00004950
                       MOVE 'N' TO WS-ID-STREAK-SW                      00004960
                   END-IF                                               00004970
               END-IF                                                   00004980
           END-IF.                                                      00004990
                                                                        00005000
      **--------------------------------------------------------        00005010
      ** IDENTITY BREAK - PRESENT ON THE PROCESSING DATE IS NEW OR      00005020
      ** REPEATING; PRESENT ON THE PROGRAM'S PREVIOUS RUN BUT NOT       00005030
      ** ON TODAY'S RUN IS CLEARED; ANYTHING OLDER IS HISTORY.          00005040
      **--------------------------------------------------------        00005050
       IDENTITY-BREAK-ROUTINE.                                          00005060
           MOVE 0 TO WS-NEW-STATUS.                                     00005070
           IF WS-ID-CODE NOT = '*RUN'                                   00005080
               EVALUATE TRUE                                            00005090
                   WHEN WS-ID-LATEST-DATE = WS-CUR-DATE                 00005100
                       IF WS-ID-STREAK > 1                              00005110
                           MOVE 2 TO WS-NEW-STATUS                      00005120
                           MOVE WS-ID-STREAK TO WS-NEW-DAYS             00005130
                       ELSE                                             00005140
                           MOVE 1 TO WS-NEW-STATUS                      00005150
                           MOVE 1 TO WS-NEW-DAYS                        00005160
                       END-IF                                           00005170
                   WHEN WS-RUND-COUNT > 1                               00005180
                    AND WS-RUND-DATE (1) = WS-CUR-DATE                  00005190
                    AND WS-ID-LATEST-DATE = WS-RUND-DATE (2)            00005200
                       MOVE 3 TO WS-NEW-STATUS                          00005210
                       MOVE 0 TO WS-NEW-DAYS                            00005220
                   WHEN OTHER                                           00005230
                       CONTINUE                                         00005240
               END-EVALUATE                                             00005250
           END-IF.                                                      00005260
           IF WS-NEW-STATUS > 0                                         00005270
               PERFORM ADD-RESULT-ROUTINE                               00005280
           END-IF.                                                      00005290
                                                                        00005300
       ADD-RESULT-ROUTINE.                                              00005310
           ADD 1 TO WS-SUM-COUNT (WS-ID-SEVERITY, WS-NEW-STATUS).       00005320
           IF WS-NEW-STATUS = 3                                         00005330
               ADD 1 TO WS-CLEARED-COUNT                                00005340
           ELSE                                                         00005350
               ADD 1 TO WS-OPEN-COUNT                                   00005360
           END-IF.                                                      00005370
           IF WS-RES-COUNT < WS-MAX-RES                                 00005380
               ADD 1 TO WS-RES-COUNT                                    00005390
               MOVE WS-ID-SEVERITY TO RS-SEVERITY (WS-RES-COUNT)        00005400
               MOVE WS-NEW-STATUS  TO RS-STATUS (WS-RES-COUNT)          00005410
               MOVE WS-NEW-DAYS    TO RS-DAYS (WS-RES-COUNT)            00005420
               MOVE WS-ID-PROGRAM  TO RS-PROGRAM (WS-RES-COUNT)         00005430
               MOVE WS-ID-CODE     TO RS-CODE (WS-RES-COUNT)            00005440
               MOVE WS-ID-KEY-TYPE TO RS-KEY-TYPE (WS-RES-COUNT)        00005450
               MOVE WS-ID-KEY      TO RS-KEY (WS-RES-COUNT)             00005460
               MOVE WS-ID-MESSAGE  TO RS-MESSAGE (WS-RES-COUNT)         00005470
           ELSE                                                         00005480
               ADD 1 TO WS-MORE-COUNT                                   00005490
               IF WS-RES-WARNED-SW = 'N'                                00005500
                   DISPLAY 'WARNING - WS-RES-TABLE FULL AT '            00005510
                           WS-MAX-RES                                   00005520
                           ' - FURTHER EXCEPTIONS COUNTED ONLY'         00005530
                   MOVE 'Y' TO WS-RES-WARNED-SW                         00005540
               END-IF                                                   00005550
           END-IF.                                                      00005560
                                                                        00005570
       SET-RETURN-CODE-ROUTINE.                                         00005580
           MOVE 0 TO WS-NORUN-COUNT.                                    00005590
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1                       00005600
                   UNTIL WS-EXP-IDX > 8                                 00005610
               IF WS-EXP-RAN-SW (WS-EXP-IDX) NOT = 'Y'                  00005620
                   ADD 1 TO WS-NORUN-COUNT                              00005630
               END-IF                                                   00005640
           END-PERFORM.                                                 00005650
           EVALUATE TRUE                                                00005660
               WHEN WS-SUM-COUNT (1, 1) > 0                             00005670
                 OR WS-SUM-COUNT (1, 2) > 0                             00005680
                   MOVE 8 TO RETURN-CODE                                00005690
               WHEN WS-SUM-COUNT (2, 1) > 0                             00005700
                 OR WS-SUM-COUNT (2, 2) > 0                             00005710
                 OR WS-NORUN-COUNT > 0                                  00005720
                   MOVE 4 TO RETURN-CODE                                00005730
               WHEN OTHER                                               00005740
                   MOVE 0 TO RETURN-CODE                                00005750
           END-EVALUATE.                                                00005760
                                                                        00005770
      **--------------------------------------------------------        00005780
      ** ONE PAGE - SUMMARY COUNTS, PROGRAMS THAT DID NOT RUN, THEN     00005790
      ** THE DETAIL BY SEVERITY AND STATUS UP TO MAXLINES LINES.        00005800
      **--------------------------------------------------------        00005810
       PRINT-DIGEST-ROUTINE.                                            00005820
           OPEN OUTPUT RPT-OUT.                                         00005830
           WRITE RPT-DATA FROM RPT-HEADER.                              00005840
           MOVE WS-CUR-DATE TO CUR-DATE-DIG.                            00005850
           WRITE RPT-DATA FROM RPT-DATE-LINE.                           00005860
           WRITE RPT-DATA FROM RPT-SUM-COLHDR.                          00005870
           PERFORM VARYING WS-SEL-SEV FROM 1 BY 1                       00005880
                   UNTIL WS-SEL-SEV > 3                                 00005890
               MOVE SPACES TO RPT-SUM-LINE                              00005900
               MOVE WS-SEV-NAME (WS-SEL-SEV) TO SUM-NAME-DIG            00005910
               MOVE WS-SUM-COUNT (WS-SEL-SEV, 1) TO SUM-NEW-DIG         00005920
               MOVE WS-SUM-COUNT (WS-SEL-SEV, 2) TO SUM-REP-DIG         00005930
               MOVE WS-SUM-COUNT (WS-SEL-SEV, 3) TO SUM-CLR-DIG         00005940
               WRITE RPT-DATA FROM RPT-SUM-LINE                         00005950
           END-PERFORM.                                                 00005960
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1                       00005970
                   UNTIL WS-EXP-IDX > 8                                 00005980
               IF WS-EXP-RAN-SW (WS-EXP-IDX) NOT = 'Y'                  00005990
                   MOVE WS-EXP-NAME (WS-EXP-IDX) TO NORUN-NAME-DIG      00006000
                   WRITE RPT-DATA FROM RPT-NORUN-LINE                   00006010
               END-IF                                                   00006020
           END-PERFORM.                                                 00006030
           IF WS-OPEN-COUNT + WS-CLEARED-COUNT = 0                      00006040
               WRITE RPT-DATA FROM RPT-NONE-LINE                        00006050
           ELSE                                                         00006060
               WRITE RPT-DATA FROM RPT-DET-HDR                          00006070
               WRITE RPT-DATA FROM RPT-DET-COLHDR                       00006080
               MOVE 0 TO WS-LISTED-COUNT                                00006090
               PERFORM VARYING WS-SEL-SEV FROM 1 BY 1                   00006100
                       UNTIL WS-SEL-SEV > 3                             00006110
                   PERFORM VARYING WS-SEL-STATUS FROM 1 BY 1            00006120
                           UNTIL WS-SEL-STATUS > 3                      00006130
                       PERFORM PRINT-STATUS-ROUTINE                     00006140
                   END-PERFORM                                          00006150
               END-PERFORM                                              00006160
               IF WS-MORE-COUNT > 0                                     00006170
                   MOVE WS-MORE-COUNT TO MORE-COUNT-DIG                 00006180
                   WRITE RPT-DATA FROM RPT-MORE-LINE                    00006190
               END-IF                                                   00006200
           END-IF.                                                      00006210
           PERFORM FOOTER-ROUTINE.                                      00006220
           CLOSE RPT-OUT.                                               00006230
                                                                        00006240
       PRINT-STATUS-ROUTINE.                                            00006250
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1                       00006260
                   UNTIL WS-RES-IDX > WS-RES-COUNT                      00006270
               IF RS-SEVERITY (WS-RES-IDX) = WS-SEL-SEV                 00006280
                AND RS-STATUS (WS-RES-IDX) = WS-SEL-STATUS              00006290
                   IF WS-LISTED-COUNT < WS-MAXLINES                     00006300
                       PERFORM PRINT-DETAIL-ROUTINE                     00006310
                   ELSE                                                 00006320
                       ADD 1 TO WS-MORE-COUNT                           00006330
                   END-IF                                               00006340
               END-IF                                                   00006350
           END-PERFORM.                                                 00006360
                                                                        00006370
       PRINT-DETAIL-ROUTINE.                                            00006380
           ADD 1 TO WS-LISTED-COUNT.                                    00006390
           MOVE SPACES TO RPT-DET-LINE.                                 00006400
           MOVE RS-SEVERITY (WS-RES-IDX) TO DET-SEV-DIG.                00006410
           MOVE WS-STATUS-NAME (WS-SEL-STATUS) TO DET-STATUS-DIG.       00006420
           MOVE RS-DAYS (WS-RES-IDX)    TO DET-DAYS-DIG.                00006430
           MOVE RS-PROGRAM (WS-RES-IDX) TO DET-PROGRAM-DIG.             00006440
           MOVE RS-CODE (WS-RES-IDX)    TO DET-CODE-DIG.                00006450
           EVALUATE TRUE                                                00006460
               WHEN RS-KEY-TYPE (WS-RES-IDX) = 'V'                      00006470
                   MOVE 'VOLUME' TO DET-TYPE-DIG                        00006480
               WHEN RS-KEY-TYPE (WS-RES-IDX) = 'P'                      00006490
                   MOVE 'POOL' TO DET-TYPE-DIG                          00006500
               WHEN RS-KEY-TYPE (WS-RES-IDX) = 'D'                      00006510
                   MOVE 'DEPT' TO DET-TYPE-DIG                          00006520
               WHEN RS-KEY-TYPE (WS-RES-IDX) = 'J'                      00006530
                   MOVE 'STEP' TO DET-TYPE-DIG                          00006540
               WHEN OTHER                                               00006550
                   MOVE SPACES TO DET-TYPE-DIG                          00006560
           END-EVALUATE.                                                00006570
           MOVE RS-KEY (WS-RES-IDX)     TO DET-KEY-DIG.                 00006580
           MOVE RS-MESSAGE (WS-RES-IDX) TO DET-MSG-DIG.                 00006590
           WRITE RPT-DATA FROM RPT-DET-LINE.                            00006600
                                                                        00006610
       FOOTER-ROUTINE.                                                  00006620
           MOVE WS-READ-COUNT TO READ-COUNT-RPT.                        00006630
           WRITE RPT-DATA FROM RPT-READ-LINE.                           00006640
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00006650
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00006660
           MOVE WS-OPEN-COUNT TO OPEN-COUNT-RPT.                        00006670
           WRITE RPT-DATA FROM RPT-OPEN-LINE.                           00006680
           MOVE WS-CLEARED-COUNT TO CLEARED-COUNT-RPT.                  00006690
           WRITE RPT-DATA FROM RPT-CLEARED-LINE.                        00006700
           MOVE RETURN-CODE TO RC-RPT.                                  00006710
           WRITE RPT-DATA FROM RPT-RC-LINE.                             00006720
                                                                        00006730
      **--------------------------------------------------------        00006740
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006750
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00006760
      **--------------------------------------------------------        00006770
       WRITE-CHAINLOG-ROUTINE.                                          00006780
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00006790
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00006800
           MOVE SPACES TO CHAINLOG-RECORD.                              00006810
           MOVE 'VOLDIGST' TO CLG-PROGRAM.                              00006820
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00006830
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00006840
           MOVE WS-READ-COUNT TO CLG-INPUT-COUNT.                       00006850
           MOVE WS-RES-COUNT TO CLG-OUTPUT-COUNT.                       00006860
           MOVE WS-SKIP-COUNT TO CLG-REJECT-COUNT.                      00006870
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00006880
           OPEN EXTEND CHAINLOG-FILE.                                   00006890
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00006900
           CLOSE CHAINLOG-FILE.                                         00006910
