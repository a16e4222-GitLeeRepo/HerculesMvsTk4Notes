       IDENTIFICATION DIVISION.                                         00000100
       PROGRAM-ID.  'VOLHSMIG'.                                         00000110
      ****************************                                      00000120
      * HSM MIGRATION COMMAND DECK AND FOLLOW-UP                        00000130
      * COMPANION TO VOLDSRPT.  READS THE COLLECTOR FEED'S TYPE-D       00000140
      * DATASET RECORDS AND PUNCHES AN HMIGRATE COMMAND FOR EVERY       00000150
      * DATASET UNREFERENCED LONGER THAN THE AGE LIMIT (THE SAME        00000160
      * AGEDAYS RULE AS THE VOLDSRPT MIGRATION SECTION), OPTIONALLY     00000170
      * LIMITED TO NAMED DEPARTMENTS OR VOLUMES, LESS ANY DATASET       00000180
      * MATCHING THE EXCLUSION-PATTERN FILE (CATALOGS, SYS1.** AND      00000190
      * THE LIKE).  EVERY COMMAND PUNCHED IS RECORDED ON THE            00000200
      * PENDING-MIGRATION TRACKING FILE.  EACH RUN FIRST CHECKS THE     00000210
      * PREVIOUS TRACKING FILE AGAINST TODAY'S DATASET RECORDS -        00000220
      * DATASETS GONE FROM DISK MIGRATED AS PLANNED AND THEIR TRACKS    00000230
      * ARE CREDITED TO THE OWNING DEPARTMENT; DATASETS STILL ON DISK   00000240
      * ARE CARRIED FORWARD AND LISTED ONCE THEY HAVE BEEN PENDING      00000250
      * FOR THE PENDDAYS LIMIT.  THE TRACKING FILE IS KEPT IN           00000260
      * DATASET-NAME ORDER SO THE CHECK IS A SEQUENTIAL MATCH.          00000270
      * A FEED WITH NO USABLE DATASET RECORDS WOULD MAKE EVERY          00000280
      * PENDING DATASET LOOK MIGRATED, SO THE TRACKING FILE IS THEN     00000290
      * COPIED FORWARD UNCHANGED, NOTHING IS PUNCHED OR CREDITED,       00000300
      * AND THE STEP ENDS WITH RC 8.                                    00000310
      ****************************                                      00000320
       ENVIRONMENT DIVISION.                                            00000330
       CONFIGURATION SECTION.                                           00000340
       SOURCE-COMPUTER.  IBM-370.                                       00000350
       OBJECT-COMPUTER.  IBM-370.                                       00000360
       INPUT-OUTPUT SECTION.                                            00000370
       FILE-CONTROL.                                                    00000380
            SELECT DSN-FILE  ASSIGN TO UT-S-SYSIN.                      00000390
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000400
            SELECT OPTIONAL EXCL-FILE ASSIGN TO DA-S-MIGEXCL.           00000410
            SELECT OPTIONAL TRKIN-FILE ASSIGN TO DA-S-MIGTRKI.          00000420
            SELECT TRKOUT-FILE ASSIGN TO DA-S-MIGTRKO.                  00000430
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000440
            SELECT PUNCH-FILE ASSIGN TO UT-S-SYSPCH.                    00000450
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000460
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000470
                ORGANIZATION IS INDEXED                                 00000480
                ACCESS MODE IS RANDOM                                   00000490
                RECORD KEY IS VM-KEY-VOLNAME.                           00000500
            SELECT SORT-FILE ASSIGN TO SORTWK01.                        00000510
                                                                        00000520
       DATA DIVISION.                                                   00000530
       FILE SECTION.                                                    00000540
       FD  DSN-FILE                                                     00000550
           RECORDING MODE IS F                                          00000560
           RECORD CONTAINS 80 CHARACTERS                                00000570
           BLOCK CONTAINS 238 RECORDS                                   00000580
           LABEL RECORDS ARE STANDARD                                   00000590
           DATA RECORDS IS DSN-RECORD.                                  00000600
       01  DSN-DATA             PIC X(80).                              00000610
                                                                        00000620
       FD  CTL-FILE                                                     00000630
           RECORDING MODE IS F                                          00000640
           RECORD CONTAINS 80 CHARACTERS                                00000650
           LABEL RECORDS ARE STANDARD                                   00000660
           DATA RECORDS IS CTL-DATA.                                    00000670
       01  CTL-DATA             PIC X(80).                              00000680
                                                                        00000690
       FD  EXCL-FILE                                                    00000700
           RECORDING MODE IS F                                          00000710
           RECORD CONTAINS 80 CHARACTERS                                00000720
           LABEL RECORDS ARE STANDARD                                   00000730
           DATA RECORDS IS EXCL-RECORD.                                 00000740
       01  EXCL-DATA            PIC X(80).                              00000750
                                                                        00000760
       FD  TRKIN-FILE                                                   00000770
           RECORDING MODE IS F                                          00000780
           RECORD CONTAINS 80 CHARACTERS                                00000790
           BLOCK CONTAINS 238 RECORDS                                   00000800
           LABEL RECORDS ARE STANDARD                                   00000810
           DATA RECORDS IS TRK-RECORD.                                  00000820
       01  TRKIN-DATA           PIC X(80).                              00000830
                                                                        00000840
       FD  TRKOUT-FILE                                                  00000850
           RECORDING MODE IS F                                          00000860
           RECORD CONTAINS 80 CHARACTERS                                00000870
           BLOCK CONTAINS 238 RECORDS                                   00000880
           LABEL RECORDS ARE STANDARD                                   00000890
           DATA RECORDS IS TRK-RECORD.                                  00000900
       01  TRKOUT-DATA          PIC X(80).                              00000910
                                                                        00000920
       FD  PUNCH-FILE                                                   00000930
           RECORDING MODE IS F                                          00000940
           RECORD CONTAINS 80 CHARACTERS                                00000950
           LABEL RECORDS ARE STANDARD                                   00000960
           DATA RECORDS IS PUNCH-DATA.                                  00000970
       01  PUNCH-DATA           PIC X(80).                              00000980
                                                                        00000990
       FD  VOLMAST-FILE                                                 00001000
           RECORD CONTAINS 80 CHARACTERS                                00001010
           DATA RECORDS IS VOLMAST-REC.                                 00001020
       01  VOLMAST-REC.                                                 00001030
           02  VM-KEY-VOLNAME   PIC X(10).                              00001040
           02  FILLER           PIC X(70).                              00001050
                                                                        00001060
       FD  CHAINLOG-FILE                                                00001070
           RECORDING MODE IS F                                          00001080
           RECORD CONTAINS 80 CHARACTERS                                00001090
           LABEL RECORDS ARE STANDARD                                   00001100
           DATA RECORDS IS CHAINLOG-RECORD.                             00001110
       01  CHAINLOG-DATA        PIC X(80).                              00001120
                                                                        00001130
       FD  RPT-OUT                                                      00001140
           LABEL RECORDS ARE OMITTED                                    00001150
           DATA RECORDS IS RPT-RECORD.                                  00001160
       01  RPT-DATA             PIC X(200).                             00001170
                                                                        00001180
       SD  SORT-FILE.                                                   00001190
       01  SORT-RECORD.                                                 00001200
           02  SD-DSNAME        PIC X(44).                              00001210
           02  SD-VOLNAME       PIC X(10).                              00001220
           02  SD-DEPT          PIC X(8).                               00001230
           02  SD-TRACKS        PIC 9(8).                               00001240
           02  SD-LASTREF       PIC X(10).                              00001250
           02  SD-REF-SERIAL    PIC 9(7).                               00001260
                                                                        00001270
       WORKING-STORAGE SECTION.                                         00001280
                                                                        00001290
      ** ONE STEP RECORD PER RUN, APPENDED TO THE COMMON BATCH          00001300
      ** CHAIN LOG AND REPORTED ON BY THE VOLCHAIN PROGRAM              00001310
       01  CHAINLOG-RECORD.                                             00001320
           02  CLG-PROGRAM      PIC X(8).                               00001330
           02  CLG-RUN-DATE     PIC 9(8).                               00001340
           02  CLG-RUN-TIME     PIC 9(6).                               00001350
           02  CLG-INPUT-COUNT  PIC 9(8).                               00001360
           02  CLG-OUTPUT-COUNT PIC 9(8).                               00001370
           02  CLG-REJECT-COUNT PIC 9(8).                               00001380
           02  CLG-RETURN-CODE  PIC 9(2).                               00001390
           02  FILLER           PIC A(32).                              00001400
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001410
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001420
                                                                        00001430
      ** RECORD LAYOUTS - TYPE-D DATASET DETAIL RECORD                  00001440
       01  DSN-RECORD.                                                  00001450
           02  DSN-REC-TYPE     PIC X(1).                               00001460
           02  DSN-VOLNAME      PIC X(10).                              00001470
           02  FILLER           PIC A(1).                               00001480
           02  DSN-DSNAME       PIC X(44).                              00001490
           02  FILLER           PIC A(1).                               00001500
           02  DSN-TRACKS       PIC 9(8).                               00001510
           02  FILLER           PIC A(1).                               00001520
           02  DSN-LASTREF      PIC X(10).                              00001530
           02  FILLER           PIC A(4).                               00001540
                                                                        00001550
      ** PENDING-MIGRATION TRACKING RECORD - ONE PER DATASET FOR        00001560
      ** WHICH AN HMIGRATE WAS PUNCHED AND THAT HAS NOT YET LEFT        00001570
      ** DISK, IN DATASET-NAME ORDER                                    00001580
       01  TRK-RECORD.                                                  00001590
           02  TRK-DSNAME       PIC X(44).                              00001600
           02  TRK-VOLNAME      PIC X(10).                              00001610
           02  TRK-DEPT         PIC X(8).                               00001620
           02  TRK-PLAN-DATE    PIC 9(8).                               00001630
           02  TRK-TRACKS       PIC 9(8).                               00001640
           02  FILLER           PIC A(2).                               00001650
                                                                        00001660
      ** NEW TRACKING RECORD FOR A DATASET PUNCHED THIS RUN             00001670
       01  TKO-RECORD.                                                  00001680
           02  TKO-DSNAME       PIC X(44).                              00001690
           02  TKO-VOLNAME      PIC X(10).                              00001700
           02  TKO-DEPT         PIC X(8).                               00001710
           02  TKO-PLAN-DATE    PIC 9(8).                               00001720
           02  TKO-TRACKS       PIC 9(8).                               00001730
           02  FILLER           PIC A(2).                               00001740
                                                                        00001750
      ** EXCLUSION PATTERN CARD - PATTERN IN COLUMNS 1-44, AN           00001760
      ** ASTERISK AND A BLANK IN COLUMNS 1-2 MAKE IT A COMMENT          00001770
       01  EXCL-RECORD.                                                 00001780
           02  EXCL-PATTERN-IN  PIC X(44).                              00001790
           02  FILLER           PIC X(36).                              00001800
                                                                        00001810
      ** KEYED PARAMETER CARDS - AGEDAYS THE UNREFERENCED-AGE           00001820
      ** LIMIT, PENDDAYS HOW LONG A PUNCHED DATASET MAY STAY ON         00001830
      ** DISK BEFORE IT IS LISTED, DEPT AND VOLUME (ANY NUMBER OF       00001840
      ** EACH) TO LIMIT THE DECK                                        00001850
       01  CTL-RECORD.                                                  00001860
           02  CTL-KEYWORD      PIC X(10).                              00001870
           02  CTL-VALUE-AREA   PIC X(70).                              00001880
           02  CTL-NUM-RED REDEFINES CTL-VALUE-AREA.                    00001890
               03  CTL-NUM-VALUE    PIC 9(5).                           00001900
               03  FILLER           PIC A(65).                          00001910
           02  CTL-NAME-RED REDEFINES CTL-VALUE-AREA.                   00001920
               03  CTL-NAME-VALUE   PIC X(10).                          00001930
               03  FILLER           PIC A(60).                          00001940
                                                                        00001950
       01  VM-RECORD.                                                   00001960
           02  VM-VOLNAME       PIC X(10).                              00001970
           02  VM-OWNER-DEPT    PIC X(8).                               00001980
           02  VM-STOR-POOL     PIC X(8).                               00001990
           02  VM-DEV-TYPE      PIC X(8).                               00002000
           02  VM-RATED-CAP     PIC 9(11).                              00002010
           02  FILLER           PIC X(35).                              00002020
                                                                        00002030
      ** PUNCHED TSO COMMAND FOR THE HSM BATCH STEP                     00002040
       01  PUNCH-CARD           PIC X(80) VALUE SPACES.                 00002050
                                                                        00002060
       01  RPT-HEADER.                                                  00002070
           02  FILLER           PIC X(44) VALUE                         00002080
                'HSM MIGRATION DECK AND FOLLOW-UP'.                     00002090
           02  FILLER           PIC A(156).                             00002100
       01  RPT-PARM-LINE.                                               00002110
           02  LABEL-ASOF       PIC X(7) VALUE 'AS OF '.                00002120
           02  ASOF-RPT         PIC X(10).                              00002130
           02  FILLER           PIC X(12) VALUE '   AGE LIMIT'.         00002140
           02  AGEDAYS-RPT      PIC ZZZZ9.                              00002150
           02  FILLER           PIC X(22) VALUE                         00002160
                ' DAYS   PENDING LIMIT'.                                00002170
           02  PENDDAYS-RPT     PIC ZZZZ9.                              00002180
           02  FILLER           PIC X(5) VALUE ' DAYS'.                 00002190
           02  FILLER           PIC A(134).                             00002200
       01  RPT-LIMIT-LINE.                                              00002210
           02  LABEL-LIMIT      PIC X(20).                              00002220
           02  LIMIT-NAME-RPT   PIC X(10).                              00002230
           02  FILLER           PIC A(170).                             00002240
       01  RPT-MIGR-HDR.                                                00002250
           02  FILLER           PIC X(44) VALUE                         00002260
                'MIGRATED AS PLANNED'.                                  00002270
           02  FILLER           PIC A(156).                             00002280
       01  RPT-PEND-HDR.                                                00002290
           02  FILLER           PIC X(30) VALUE                         00002300
                'STILL ON DISK AFTER '.                                 00002310
           02  PEND-DAYS-HDR    PIC ZZZZ9.                              00002320
           02  FILLER           PIC X(10) VALUE ' DAYS'.                00002330
           02  FILLER           PIC A(155).                             00002340
       01  RPT-TRK-COLHDR.                                              00002350
           02  FILLER           PIC X(46) VALUE 'DSNAME'.               00002360
           02  FILLER           PIC X(12) VALUE 'VOLNAME'.              00002370
           02  FILLER           PIC X(10) VALUE 'DEPT'.                 00002380
           02  FILLER           PIC X(12) VALUE 'PUNCHED'.              00002390
           02  FILLER           PIC X(10) VALUE '    TRACKS'.           00002400
           02  FILLER           PIC X(6)  VALUE '  DAYS'.               00002410
           02  FILLER           PIC A(104).                             00002420
       01  RPT-TRK-LINE.                                                00002430
           02  DSNAME-TRK       PIC X(44).                              00002440
           02  FILLER           PIC A(2).                               00002450
           02  VOLNAME-TRK      PIC X(10).                              00002460
           02  FILLER           PIC A(2).                               00002470
           02  DEPT-TRK         PIC X(8).                               00002480
           02  FILLER           PIC A(2).                               00002490
           02  PLAN-DATE-TRK    PIC 9(8).                               00002500
           02  FILLER           PIC A(4).                               00002510
           02  TRACKS-TRK       PIC ZZ,ZZZ,ZZ9.                         00002520
           02  FILLER           PIC A(2).                               00002530
           02  DAYS-TRK         PIC ZZZZ9.                              00002540
           02  FILLER           PIC A(103).                             00002550
       01  RPT-NO-MIGR-LINE.                                            00002560
           02  FILLER           PIC X(40) VALUE                         00002570
                'NO PENDING MIGRATIONS COMPLETED'.                      00002580
           02  FILLER           PIC A(160).                             00002590
       01  RPT-NO-PEND-LINE.                                            00002600
           02  FILLER           PIC X(40) VALUE                         00002610
                'NO PENDING MIGRATIONS OVERDUE'.                        00002620
           02  FILLER           PIC A(160).                             00002630
       01  RPT-NO-FEED-LINE.                                            00002640
           02  FILLER           PIC X(40) VALUE                         00002650
                'NO DATASET RECORDS ON FEED'.                           00002660
           02  FILLER           PIC A(160).                             00002670
       01  RPT-RECLAIM-HDR.                                             00002680
           02  FILLER           PIC X(44) VALUE                         00002690
                'TRACKS RECLAIMED PER DEPARTMENT'.                      00002700
           02  FILLER           PIC A(156).                             00002710
       01  RPT-RECLAIM-COLHDR.                                          00002720
           02  FILLER           PIC X(10) VALUE 'DEPT'.                 00002730
           02  FILLER           PIC X(12) VALUE '    DATASETS'.         00002740
           02  FILLER           PIC X(16) VALUE '          TRACKS'.     00002750
           02  FILLER           PIC A(162).                             00002760
       01  RPT-RECLAIM-LINE.                                            00002770
           02  DEPT-RCL         PIC X(8).                               00002780
           02  FILLER           PIC A(4).                               00002790
           02  COUNT-RCL        PIC ZZ,ZZZ,ZZ9.                         00002800
           02  FILLER           PIC A(2).                               00002810
           02  TRACKS-RCL       PIC ZZ,ZZZ,ZZZ,ZZ9.                     00002820
           02  FILLER           PIC A(162).                             00002830
       01  RPT-PUNCH-HDR.                                               00002840
           02  FILLER           PIC X(44) VALUE                         00002850
                'MIGRATION COMMANDS PUNCHED'.                           00002860
           02  FILLER           PIC A(156).                             00002870
       01  RPT-PUNCH-COLHDR.                                            00002880
           02  FILLER           PIC X(46) VALUE 'DSNAME'.               00002890
           02  FILLER           PIC X(12) VALUE 'VOLNAME'.              00002900
           02  FILLER           PIC X(10) VALUE 'DEPT'.                 00002910
           02  FILLER           PIC X(12) VALUE 'LAST-REF'.             00002920
           02  FILLER           PIC X(10) VALUE '    TRACKS'.           00002930
           02  FILLER           PIC A(110).                             00002940
       01  RPT-PUNCH-LINE.                                              00002950
           02  DSNAME-PCH       PIC X(44).                              00002960
           02  FILLER           PIC A(2).                               00002970
           02  VOLNAME-PCH      PIC X(10).                              00002980
           02  FILLER           PIC A(2).                               00002990
           02  DEPT-PCH         PIC X(8).                               00003000
           02  FILLER           PIC A(2).                               00003010
           02  LASTREF-PCH      PIC X(10).                              00003020
           02  FILLER           PIC A(2).                               00003030
           02  TRACKS-PCH       PIC ZZ,ZZZ,ZZ9.                         00003040
           02  FILLER           PIC A(110).                             00003050
       01  RPT-NO-PUNCH-LINE.                                           00003060
           02  FILLER           PIC X(40) VALUE                         00003070
                'NO MIGRATION COMMANDS PUNCHED'.                        00003080
           02  FILLER           PIC A(160).                             00003090
       01  RPT-IN-LINE.                                                 00003100
           02  LABEL-IN         PIC X(20) VALUE                         00003110
                'RECORDS READ       :'.                                 00003120
           02  FILLER           PIC A(3).                               00003130
           02  IN-COUNT-RPT     PIC ZZ,ZZZ,ZZ9.                         00003140
           02  FILLER           PIC A(167).                             00003150
       01  RPT-AGED-LINE.                                               00003160
           02  LABEL-AGED       PIC X(20) VALUE                         00003170
                'AGED CANDIDATES    :'.                                 00003180
           02  FILLER           PIC A(3).                               00003190
           02  AGED-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00003200
           02  FILLER           PIC A(167).                             00003210
       01  RPT-OUTLIM-LINE.                                             00003220
           02  LABEL-OUTLIM     PIC X(20) VALUE                         00003230
                'OUTSIDE LIMITS     :'.                                 00003240
           02  FILLER           PIC A(3).                               00003250
           02  OUTLIM-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                         00003260
           02  FILLER           PIC A(167).                             00003270
       01  RPT-EXCL-LINE.                                               00003280
           02  LABEL-EXCL       PIC X(20) VALUE                         00003290
                'EXCLUDED BY PATTERN:'.                                 00003300
           02  FILLER           PIC A(3).                               00003310
           02  EXCL-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00003320
           02  FILLER           PIC A(167).                             00003330
       01  RPT-PUNCHED-LINE.                                            00003340
           02  LABEL-PUNCHED    PIC X(20) VALUE                         00003350
                'COMMANDS PUNCHED   :'.                                 00003360
           02  FILLER           PIC A(3).                               00003370
           02  PUNCH-COUNT-RPT  PIC ZZ,ZZZ,ZZ9.                         00003380
           02  FILLER           PIC A(167).                             00003390
       01  RPT-MIGRATED-LINE.                                           00003400
           02  LABEL-MIGRATED   PIC X(20) VALUE                         00003410
                'MIGRATED AS PLANNED:'.                                 00003420
           02  FILLER           PIC A(3).                               00003430
           02  MIGR-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00003440
           02  FILLER           PIC A(167).                             00003450
       01  RPT-PENDING-LINE.                                            00003460
           02  LABEL-PENDING    PIC X(20) VALUE                         00003470
                'STILL PENDING      :'.                                 00003480
           02  FILLER           PIC A(3).                               00003490
           02  PEND-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00003500
           02  FILLER           PIC A(167).                             00003510
       01  RPT-OVERDUE-LINE.                                            00003520
           02  LABEL-OVERDUE    PIC X(20) VALUE                         00003530
                'PENDING OVERDUE    :'.                                 00003540
           02  FILLER           PIC A(3).                               00003550
           02  OVERDUE-COUNT-RPT PIC ZZ,ZZZ,ZZ9.                        00003560
           02  FILLER           PIC A(167).                             00003570
       01  RPT-SKIP-LINE.                                               00003580
           02  LABEL-SKIP       PIC X(20) VALUE                         00003590
                'RECORDS SKIPPED    :'.                                 00003600
           02  FILLER           PIC A(3).                               00003610
           02  SKIP-COUNT-RPT   PIC ZZ,ZZZ,ZZ9.                         00003620
           02  FILLER           PIC A(167).                             00003630
                                                                        00003640
      ** CONTROL CARD VALUES - DEFAULT 365-DAY AGE LIMIT (AS IN         00003650
      ** VOLDSRPT) AND SEVEN DAYS TO COMPLETE A MIGRATION               00003660
       01  WS-AGEDAYS           PIC 9(5) VALUE 365.                     00003670
       01  WS-PENDDAYS          PIC 9(5) VALUE 7.                       00003680
       01  WS-CTL-EOF           PIC 9 VALUE 0.                          00003690
                                                                        00003700
      ** DEPARTMENT AND VOLUME LIMITS - EMPTY MEANS NO LIMIT            00003710
       01  WS-MAX-LIM           PIC 9(3) VALUE 200.                     00003720
       01  WS-LDEPT-COUNT       PIC 9(3) VALUE 0.                       00003730
       01  WS-LVOL-COUNT        PIC 9(3) VALUE 0.                       00003740
       01  WS-LIM-IDX           PIC 9(3) VALUE 0.                       00003750
       01  WS-LIM-OK-SW         PIC X VALUE 'Y'.                        00003760
       01  WS-LIM-FOUND-SW      PIC X VALUE 'N'.                        00003770
       01  WS-LIM-WARNED-SW     PIC X VALUE 'N'.                        00003780
       01  WS-LDEPT-TABLE.                                              00003790
           02  WS-LDEPT-ENTRY OCCURS 200 TIMES PIC X(8).                00003800
       01  WS-LVOL-TABLE.                                               00003810
           02  WS-LVOL-ENTRY OCCURS 200 TIMES PIC X(10).                00003820
                                                                        00003830
      ** EXCLUSION PATTERNS - QUALIFIER BY QUALIFIER, '*' MATCHES       00003840
      ** ANY ONE QUALIFIER, A TRAILING '*' ON A QUALIFIER MATCHES       00003850
      ** ITS PREFIX, AND A FINAL '**' MATCHES ALL THAT REMAINS          00003860
       01  WS-MAX-EXCL          PIC 9(3) VALUE 500.                     00003870
       01  WS-EXCL-COUNT        PIC 9(3) VALUE 0.                       00003880
       01  WS-EXCL-IDX          PIC 9(3) VALUE 0.                       00003890
       01  WS-EXCL-WARNED-SW    PIC X VALUE 'N'.                        00003900
       01  WS-EXCL-EOF          PIC 9 VALUE 0.                          00003910
       01  WS-EXCL-TABLE.                                               00003920
           02  WS-EXCL-ENTRY OCCURS 500 TIMES PIC X(44).                00003930
       01  WS-EXCLUDED-SW       PIC X VALUE 'N'.                        00003940
                                                                        00003950
      ** PATTERN MATCH WORK FIELDS                                      00003960
       01  WS-PAT               PIC X(44) VALUE SPACES.                 00003970
       01  WS-NAME              PIC X(44) VALUE SPACES.                 00003980
       01  WS-PAT-POS           PIC 9(3) VALUE 0.                       00003990
       01  WS-NAME-POS          PIC 9(3) VALUE 0.                       00004000
       01  WS-PQ                PIC X(44) VALUE SPACES.                 00004010
       01  WS-PQ-LEN            PIC 9(3) VALUE 0.                       00004020
       01  WS-NQ                PIC X(44) VALUE SPACES.                 00004030
       01  WS-NQ-LEN            PIC 9(3) VALUE 0.                       00004040
       01  WS-QUAL-SRC          PIC X(44) VALUE SPACES.                 00004050
       01  WS-QUAL-POS          PIC 9(3) VALUE 0.                       00004060
       01  WS-QUAL              PIC X(44) VALUE SPACES.                 00004070
       01  WS-QUAL-LEN          PIC 9(3) VALUE 0.                       00004080
       01  WS-MATCH-SW          PIC X VALUE 'N'.                        00004090
       01  WS-MATCH-DONE-SW     PIC X VALUE 'N'.                        00004100
                                                                        00004110
      ** RECORD COUNTERS                                                00004120
       01  WS-INPUT-COUNT       PIC 9(8) VALUE 0.                       00004130
       01  WS-USED-COUNT        PIC 9(8) VALUE 0.                       00004140
       01  WS-SKIP-COUNT        PIC 9(8) VALUE 0.                       00004150
       01  WS-AGED-COUNT        PIC 9(8) VALUE 0.                       00004160
       01  WS-OUTLIM-COUNT      PIC 9(8) VALUE 0.                       00004170
       01  WS-EXCLD-COUNT       PIC 9(8) VALUE 0.                       00004180
       01  WS-PUNCH-COUNT       PIC 9(8) VALUE 0.                       00004190
       01  WS-MIGR-COUNT        PIC 9(8) VALUE 0.                       00004200
       01  WS-PEND-COUNT        PIC 9(8) VALUE 0.                       00004210
       01  WS-OVERDUE-COUNT     PIC 9(8) VALUE 0.                       00004220
       01  WS-TRKIN-COUNT       PIC 9(8) VALUE 0.                       00004230
                                                                        00004240
      ** VOLUME MASTER LOOKUP FIELDS - DATASETS ON VOLUMES OFF THE      00004250
      ** MASTER COLLECT UNDER DEPARTMENT '(NONE)'                       00004260
       01  WS-MAST-OWNER        PIC X(8) VALUE SPACES.                  00004270
                                                                        00004280
      ** MATCH FIELDS - ONE DATASET GROUP (ALL ITS VOLUMES) FROM        00004290
      ** TODAY'S FEED AGAINST ONE TRACKING RECORD                       00004300
       01  WS-SORT-EOF          PIC 9 VALUE 0.                          00004310
       01  WS-TRK-EOF           PIC 9 VALUE 0.                          00004320
       01  WS-TRK-KEY           PIC X(44) VALUE SPACES.                 00004330
       01  WS-GRP-DSNAME        PIC X(44) VALUE SPACES.                 00004340
       01  WS-GRP-VOLNAME       PIC X(10) VALUE SPACES.                 00004350
       01  WS-GRP-DEPT          PIC X(8) VALUE SPACES.                  00004360
       01  WS-GRP-LASTREF       PIC X(10) VALUE SPACES.                 00004370
       01  WS-GRP-TRACKS        PIC 9(9) VALUE 0.                       00004380
       01  WS-GRP-AGED-SW       PIC X VALUE 'N'.                        00004390
       01  WS-DAYS-PENDING      PIC 9(7) VALUE 0.                       00004400
                                                                        00004410
      ** REPORT TABLES - FILLED DURING THE MATCH, PRINTED AFTER         00004420
       01  WS-MAX-LIST          PIC 9(6) VALUE 20000.                   00004430
       01  WS-MIGR-LISTED       PIC 9(6) VALUE 0.                       00004440
       01  WS-OVER-LISTED       PIC 9(6) VALUE 0.                       00004450
       01  WS-PCH-LISTED        PIC 9(6) VALUE 0.                       00004460
       01  WS-LIST-IDX          PIC 9(6) VALUE 0.                       00004470
       01  WS-LIST-WARNED-SW    PIC X VALUE 'N'.                        00004480
       01  WS-MIGR-TABLE.                                               00004490
           02  WS-MIGR-ENTRY OCCURS 20000 TIMES.                        00004500
               03  MG-DSNAME        PIC X(44).                          00004510
               03  MG-VOLNAME       PIC X(10).                          00004520
               03  MG-DEPT          PIC X(8).                           00004530
               03  MG-PLAN-DATE     PIC 9(8).                           00004540
               03  MG-TRACKS        PIC 9(8).                           00004550
       01  WS-OVER-TABLE.                                               00004560
           02  WS-OVER-ENTRY OCCURS 20000 TIMES.                        00004570
               03  OV-DSNAME        PIC X(44).                          00004580
               03  OV-VOLNAME       PIC X(10).                          00004590
               03  OV-DEPT          PIC X(8).                           00004600
               03  OV-PLAN-DATE     PIC 9(8).                           00004610
               03  OV-TRACKS        PIC 9(8).                           00004620
               03  OV-DAYS          PIC 9(5).                           00004630
       01  WS-PCH-TABLE.                                                00004640
           02  WS-PCH-ENTRY OCCURS 20000 TIMES.                         00004650
               03  PC-DSNAME        PIC X(44).                          00004660
               03  PC-VOLNAME       PIC X(10).                          00004670
               03  PC-DEPT          PIC X(8).                           00004680
               03  PC-LASTREF       PIC X(10).                          00004690
               03  PC-TRACKS        PIC 9(8).                           00004700
                                                                        00004710
      ** TRACKS RECLAIMED PER DEPARTMENT                                00004720
       01  WS-MAX-DEPT          PIC 9(3) VALUE 500.                     00004730
       01  WS-DEPT-COUNT        PIC 9(3) VALUE 0.                       00004740
       01  WS-DEPT-IDX          PIC 9(3) VALUE 0.                       00004750
       01  WS-DEPT-FND          PIC 9(3) VALUE 0.                       00004760
       01  WS-DEPT-WARNED-SW    PIC X VALUE 'N'.                        00004770
       01  WS-DEPT-TABLE.                                               00004780
           02  WS-DEPT-ENTRY OCCURS 500 TIMES.                          00004790
               03  RD-DEPT          PIC X(8).                           00004800
               03  RD-COUNT         PIC 9(8).                           00004810
               03  RD-TRACKS        PIC 9(11).                          00004820
                                                                        00004830
      ** DATE CONVERSION WORK FIELDS (PROLEPTIC GREGORIAN, SERIAL       00004840
      ** DAY 1 = 0001-01-01) - LAST-REF DATES ARE YYYY-MM-DD            00004850
       01  WS-CNV-DATE.                                                 00004860
           02  WS-CNV-YYYY      PIC 9(4).                               00004870
           02  FILLER           PIC X(1).                               00004880
           02  WS-CNV-MM        PIC 9(2).                               00004890
           02  FILLER           PIC X(1).                               00004900
           02  WS-CNV-DD        PIC 9(2).                               00004910
           02  FILLER           PIC X(2).                               00004920
       01  WS-CNV-SERIAL        PIC 9(7) VALUE 0.                       00004930
       01  WS-CNV-VALID-SW      PIC X VALUE 'Y'.                        00004940
       01  WS-CNV-YEAR-M1       PIC 9(4) VALUE 0.                       00004950
       01  WS-DBY-Q4            PIC 9(4) VALUE 0.                       00004960
       01  WS-DBY-Q100          PIC 9(4) VALUE 0.                       00004970
       01  WS-DBY-Q400          PIC 9(4) VALUE 0.                       00004980
       01  WS-CNV-DBY           PIC 9(7) VALUE 0.                       00004990
       01  WS-LEAP-SW           PIC X VALUE 'N'.                        00005000
       01  WS-LEAP-Q            PIC 9(4) VALUE 0.                       00005010
       01  WS-LEAP-R            PIC 9(4) VALUE 0.                       00005020
       01  WS-MONTH-LEN         PIC 9(2) VALUE 0.                       00005030
       01  WS-MONTH-OFFSET-DATA PIC X(36) VALUE                         00005040
            '000031059090120151181212243273304334'.                     00005050
       01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSET-DATA.          00005060
           02  WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(3).                00005070
       01  WS-MONTH-DAYS-DATA   PIC X(24) VALUE                         00005080
            '312831303130313130313031'.                                 00005090
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DATA.              00005100
           02  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).                  00005110
       01  WS-TODAY-X           PIC X(8) VALUE SPACES.                  00005120
       01  WS-TODAY-NUM         PIC 9(8) VALUE 0.                       00005130
       01  WS-TODAY-SERIAL      PIC 9(7) VALUE 0.                       00005140
       01  WS-MIG-CUTOFF        PIC 9(7) VALUE 0.                       00005150
       01  WS-PLAN-X            PIC X(8) VALUE SPACES.                  00005160
                                                                        00005170
       01  EOF                  PIC 9 VALUE 0.                          00005180
                                                                        00005190
       PROCEDURE DIVISION.                                              00005200
                                                                        00005210
       MAIN-ROUTINE.                                                    00005220
           PERFORM READ-CONTROL-CARD-ROUTINE.                           00005230
           PERFORM LOAD-EXCLUSIONS-ROUTINE.                             00005240
           SORT SORT-FILE                                               00005250
               ON ASCENDING KEY SD-DSNAME SD-VOLNAME                    00005260
               INPUT PROCEDURE IS LOAD-DATASET-ROUTINE                  00005270
               OUTPUT PROCEDURE IS MATCH-TRACKING-ROUTINE.              00005280
           PERFORM WRITE-REPORT-ROUTINE.                                00005290
           IF WS-OVERDUE-COUNT > 0                                      00005300
               MOVE 4 TO RETURN-CODE                                    00005310
           END-IF.                                                      00005320
           IF WS-USED-COUNT = 0                                         00005330
               MOVE 8 TO RETURN-CODE                                    00005340
           END-IF.                                                      00005350
           PERFORM WRITE-CHAINLOG-ROUTINE.                              00005360
           DISPLAY 'DONE'.                                              00005370
           STOP RUN.                                                    00005380
                                                                        00005390
      **--------------------------------------------------------        00005400
      ** KEYED PARAMETER CARDS - AGEDAYS / PENDDAYS / DEPT / VOLUME.    00005410
      **--------------------------------------------------------        00005420
       READ-CONTROL-CARD-ROUTINE.                                       00005430
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.                        00005440
           MOVE WS-TODAY-X TO WS-TODAY-NUM.                             00005450
           MOVE WS-TODAY-X (1:4) TO WS-CNV-YYYY.                        00005460
           MOVE WS-TODAY-X (5:2) TO WS-CNV-MM.                          00005470
           MOVE WS-TODAY-X (7:2) TO WS-CNV-DD.                          00005480
           PERFORM DATE-TO-SERIAL-ROUTINE.                              00005490
           MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL.                       00005500
           MOVE 0 TO WS-CTL-EOF.                                        00005510
           OPEN INPUT CTL-FILE.                                         00005520
           READ CTL-FILE INTO CTL-RECORD                                00005530
               AT END MOVE 1 TO WS-CTL-EOF.                             00005540
           PERFORM APPLY-CONTROL-CARD-ROUTINE UNTIL WS-CTL-EOF = 1.     00005550
           CLOSE CTL-FILE.                                              00005560
           COMPUTE WS-MIG-CUTOFF = WS-TODAY-SERIAL - WS-AGEDAYS.        00005570
                                                                        00005580
       APPLY-CONTROL-CARD-ROUTINE.                                      00005590
           EVALUATE TRUE                                                00005600
               WHEN CTL-KEYWORD = 'AGEDAYS'                             00005610
                   IF CTL-NUM-VALUE NUMERIC AND CTL-NUM-VALUE > 0       00005620
                       MOVE CTL-NUM-VALUE TO WS-AGEDAYS                 00005630
                   END-IF                                               00005640
               WHEN CTL-KEYWORD = 'PENDDAYS'                            00005650
                   IF CTL-NUM-VALUE NUMERIC                             00005660
                       MOVE CTL-NUM-VALUE TO WS-PENDDAYS                00005670
                   END-IF                                               00005680
               WHEN CTL-KEYWORD = 'DEPT'                                00005690
                   IF WS-LDEPT-COUNT < WS-MAX-LIM                       00005700
                       ADD 1 TO WS-LDEPT-COUNT                          00005710
                       MOVE CTL-NAME-VALUE TO                           00005720
                            WS-LDEPT-ENTRY (WS-LDEPT-COUNT)             00005730
                   ELSE                                                 00005740
                       PERFORM LIMIT-FULL-ROUTINE                       00005750
                   END-IF                                               00005760
               WHEN CTL-KEYWORD = 'VOLUME'                              00005770
                   IF WS-LVOL-COUNT < WS-MAX-LIM                        00005780
                       ADD 1 TO WS-LVOL-COUNT                           00005790
                       MOVE CTL-NAME-VALUE TO                           00005800
                            WS-LVOL-ENTRY (WS-LVOL-COUNT)               00005810
                   ELSE                                                 00005820
                       PERFORM LIMIT-FULL-ROUTINE                       00005830
                   END-IF                                               00005840
               WHEN OTHER                                               00005850
                   DISPLAY 'UNRECOGNIZED CONTROL CARD: '                00005860
                           CTL-KEYWORD                                  00005870
           END-EVALUATE.                                                00005880
           READ CTL-FILE INTO CTL-RECORD                                00005890
               AT END MOVE 1 TO WS-CTL-EOF.                             00005900
                                                                        00005910
       LIMIT-FULL-ROUTINE.                                              00005920
           IF WS-LIM-WARNED-SW = 'N'                                    00005930
               DISPLAY 'WARNING - LIMIT TABLE FULL AT '                 00005940
                       WS-MAX-LIM                                       00005950
                       ' - FURTHER DEPT/VOLUME CARDS IGNORED'           00005960
               MOVE 'Y' TO WS-LIM-WARNED-SW                             00005970
           END-IF.                                                      00005980
                                                                        00005990
       LOAD-EXCLUSIONS-ROUTINE.                                         00006000
           OPEN INPUT EXCL-FILE.                                        00006010
           READ EXCL-FILE INTO EXCL-RECORD                              00006020
               AT END MOVE 1 TO WS-EXCL-EOF.                            00006030
           PERFORM STORE-EXCLUSION-ROUTINE UNTIL WS-EXCL-EOF = 1.       00006040
           CLOSE EXCL-FILE.                                             00006050
                                                                        00006060
       STORE-EXCLUSION-ROUTINE.                                         00006070
           IF EXCL-PATTERN-IN NOT = SPACES                              00006080
            AND EXCL-PATTERN-IN (1:2) NOT = '* '                        00006090
               IF WS-EXCL-COUNT < WS-MAX-EXCL                           00006100
                   ADD 1 TO WS-EXCL-COUNT                               00006110
                   MOVE EXCL-PATTERN-IN TO                              00006120
                        WS-EXCL-ENTRY (WS-EXCL-COUNT)                   00006130
               ELSE                                                     00006140
                   IF WS-EXCL-WARNED-SW = 'N'                           00006150
                       DISPLAY 'WARNING - WS-EXCL-TABLE FULL AT '       00006160
                               WS-MAX-EXCL                              00006170
                               ' - FURTHER PATTERNS IGNORED'            00006180
                       MOVE 'Y' TO WS-EXCL-WARNED-SW                    00006190
                   END-IF                                               00006200
               END-IF                                                   00006210
           END-IF.                                                      00006220
           READ EXCL-FILE INTO EXCL-RECORD                              00006230
               AT END MOVE 1 TO WS-EXCL-EOF.                            00006240
                                                                        00006250
      **--------------------------------------------------------        00006260
      ** SORT INPUT PROCEDURE - CLEAN TYPE-D RECORDS RELEASE WITH       00006270
      ** THEIR OWNER DEPARTMENT AND LAST-REFERENCE SERIAL DAY.          00006280
      **--------------------------------------------------------        00006290
       LOAD-DATASET-ROUTINE.                                            00006300
           OPEN INPUT DSN-FILE.                                         00006310
           OPEN INPUT VOLMAST-FILE.                                     00006320
           DISPLAY 'PROCESSING DATASET DETAIL'.                         00006330
           READ DSN-FILE INTO DSN-RECORD                                00006340
                         AT END MOVE 1 TO EOF.                          00006350
           PERFORM RELEASE-DATASET-ROUTINE UNTIL EOF = 1.               00006360
           CLOSE DSN-FILE.                                              00006370
           CLOSE VOLMAST-FILE.                                          00006380
                                                                        00006390
       RELEASE-DATASET-ROUTINE.                                         00006400
           ADD 1 TO WS-INPUT-COUNT.                                     00006410
           IF DSN-REC-TYPE = 'D'                                        00006420
            AND DSN-TRACKS NUMERIC                                      00006430
            AND DSN-DSNAME NOT = SPACES                                 00006440
               ADD 1 TO WS-USED-COUNT                                   00006450
               PERFORM LOOKUP-MASTER-ROUTINE                            00006460
               MOVE DSN-DSNAME  TO SD-DSNAME                            00006470
               MOVE DSN-VOLNAME TO SD-VOLNAME                           00006480
               MOVE WS-MAST-OWNER TO SD-DEPT                            00006490
               MOVE DSN-TRACKS  TO SD-TRACKS                            00006500
               MOVE DSN-LASTREF TO SD-LASTREF                           00006510
               MOVE DSN-LASTREF TO WS-CNV-DATE                          00006520
               PERFORM DATE-TO-SERIAL-ROUTINE                           00006530
               IF WS-CNV-VALID-SW = 'Y'                                 00006540
                   MOVE WS-CNV-SERIAL TO SD-REF-SERIAL                  00006550
               ELSE                                                     00006560
                   MOVE 9999999 TO SD-REF-SERIAL                        00006570
               END-IF                                                   00006580
               RELEASE SORT-RECORD                                      00006590
           ELSE                                                         00006600
               ADD 1 TO WS-SKIP-COUNT                                   00006610
           END-IF.                                                      00006620
           READ DSN-FILE INTO DSN-RECORD                                00006630
                         AT END MOVE 1 TO EOF.                          00006640
                                                                        00006650
       LOOKUP-MASTER-ROUTINE.                                           00006660
           MOVE '(NONE)' TO WS-MAST-OWNER.                              00006670
           MOVE DSN-VOLNAME TO VM-KEY-VOLNAME.                          00006680
           READ VOLMAST-FILE INTO VM-RECORD                             00006690
               INVALID KEY                                              00006700
                   CONTINUE                                             00006710
               NOT INVALID KEY                                          00006720
                   IF VM-OWNER-DEPT NOT = SPACES                        00006730
                       MOVE VM-OWNER-DEPT TO WS-MAST-OWNER              00006740
                   END-IF                                               00006750
           END-READ.                                                    00006760
                                                                        00006770
      **--------------------------------------------------------        00006780
      ** SORT OUTPUT PROCEDURE - TODAY'S DATASETS (GROUPED BY NAME      00006790
      ** ACROSS THEIR VOLUMES) ARE MATCHED AGAINST THE PREVIOUS         00006800
      ** TRACKING FILE, BOTH IN DATASET-NAME ORDER:                     00006810
      **   TRACKING ONLY  - GONE FROM DISK, MIGRATED AS PLANNED         00006820
      **   BOTH           - STILL ON DISK, CARRIED FORWARD              00006830
      **   FEED ONLY      - A NEW CANDIDATE IF AGED AND ALLOWED         00006840
      **--------------------------------------------------------        00006850
       MATCH-TRACKING-ROUTINE.                                          00006860
           OPEN INPUT TRKIN-FILE.                                       00006870
           OPEN OUTPUT TRKOUT-FILE.                                     00006880
           OPEN OUTPUT PUNCH-FILE.                                      00006890
           MOVE 0 TO WS-SORT-EOF.                                       00006900
           RETURN SORT-FILE INTO SORT-RECORD                            00006910
                  AT END MOVE 1 TO WS-SORT-EOF.                         00006920
           PERFORM GET-DISK-GROUP-ROUTINE.                              00006930
           PERFORM READ-TRACKING-ROUTINE.                               00006940
           IF WS-USED-COUNT = 0                                         00006950
               DISPLAY 'VOLHSMIG - FEED HAS NO DATASET RECORDS'         00006960
               PERFORM COPY-TRACKING-ROUTINE                            00006970
                   UNTIL WS-TRK-KEY = HIGH-VALUES                       00006980
           ELSE                                                         00006990
               PERFORM MATCH-ONE-ROUTINE                                00007000
                   UNTIL WS-GRP-DSNAME = HIGH-VALUES                    00007010
                     AND WS-TRK-KEY = HIGH-VALUES                       00007020
           END-IF.                                                      00007030
           CLOSE TRKIN-FILE.                                            00007040
           CLOSE TRKOUT-FILE.                                           00007050
           CLOSE PUNCH-FILE.                                            00007060
                                                                        00007070
      **--------------------------------------------------------        00007080
      ** NO DATASET RECORDS ON THE FEED - THE PREVIOUS TRACKING         00007090
      ** FILE IS CARRIED FORWARD AS IT STANDS.                          00007100
      **--------------------------------------------------------        00007110
       COPY-TRACKING-ROUTINE.                                           00007120
           WRITE TRKOUT-DATA FROM TRK-RECORD.                           00007130
           ADD 1 TO WS-PEND-COUNT.                                      00007140
           PERFORM READ-TRACKING-ROUTINE.                               00007150
                                                                        00007160
       MATCH-ONE-ROUTINE.                                               00007170
           EVALUATE TRUE                                                00007180
               WHEN WS-TRK-KEY < WS-GRP-DSNAME                          00007190
                   PERFORM MIGRATED-ROUTINE                             00007200
                   PERFORM READ-TRACKING-ROUTINE                        00007210
               WHEN WS-TRK-KEY = WS-GRP-DSNAME                          00007220
                   PERFORM STILL-ON-DISK-ROUTINE                        00007230
                   PERFORM READ-TRACKING-ROUTINE                        00007240
                   PERFORM GET-DISK-GROUP-ROUTINE                       00007250
               WHEN OTHER                                               00007260
                   PERFORM CANDIDATE-ROUTINE                            00007270
                   PERFORM GET-DISK-GROUP-ROUTINE                       00007280
           END-EVALUATE.                                                00007290
                                                                        00007300
       READ-TRACKING-ROUTINE.                                           00007310
           IF WS-TRK-EOF = 0                                            00007320
               READ TRKIN-FILE INTO TRK-RECORD                          00007330
                   AT END MOVE 1 TO WS-TRK-EOF                          00007340
               END-READ                                                 00007350
           END-IF.                                                      00007360
           IF WS-TRK-EOF = 1                                            00007370
               MOVE HIGH-VALUES TO WS-TRK-KEY                           00007380
           ELSE                                                         00007390
               ADD 1 TO WS-TRKIN-COUNT                                  00007400
               MOVE TRK-DSNAME TO WS-TRK-KEY                            00007410
           END-IF.                                                      00007420
                                                                        00007430
      **--------------------------------------------------------        00007440
      ** A DATASET SPANNING VOLUMES RETURNS ONCE PER VOLUME - THE       00007450
      ** GROUP TAKES THE FIRST VOLUME, THE TOTAL TRACKS, THE MOST       00007460
      ** RECENT REFERENCE, AND IS AGED ONLY IF EVERY PIECE IS.          00007470
      **--------------------------------------------------------        00007480
       GET-DISK-GROUP-ROUTINE.                                          00007490
           IF WS-SORT-EOF = 1                                           00007500
               MOVE HIGH-VALUES TO WS-GRP-DSNAME                        00007510
           ELSE                                                         00007520
               MOVE SD-DSNAME  TO WS-GRP-DSNAME                         00007530
               MOVE SD-VOLNAME TO WS-GRP-VOLNAME                        00007540
               MOVE SD-DEPT    TO WS-GRP-DEPT                           00007550
               MOVE SD-LASTREF TO WS-GRP-LASTREF                        00007560
               MOVE 0 TO WS-GRP-TRACKS                                  00007570
               MOVE 'Y' TO WS-GRP-AGED-SW                               00007580
               PERFORM ADD-TO-GROUP-ROUTINE                             00007590
                   UNTIL WS-SORT-EOF = 1                                00007600
                      OR SD-DSNAME NOT = WS-GRP-DSNAME                  00007610
           END-IF.                                                      00007620
                                                                        00007630
       ADD-TO-GROUP-ROUTINE.                                            00007640
           ADD SD-TRACKS TO WS-GRP-TRACKS.                              00007650
           IF SD-REF-SERIAL NOT < WS-MIG-CUTOFF                         00007660
               MOVE 'N' TO WS-GRP-AGED-SW                               00007670
           END-IF.                                                      00007680
           IF SD-LASTREF > WS-GRP-LASTREF                               00007690
               MOVE SD-LASTREF TO WS-GRP-LASTREF                        00007700
           END-IF.                                                      00007710
           RETURN SORT-FILE INTO SORT-RECORD                            00007720
                  AT END MOVE 1 TO WS-SORT-EOF.                         00007730
                                                                        00007740
       MIGRATED-ROUTINE.                                                00007750
           ADD 1 TO WS-MIGR-COUNT.                                      00007760
           IF WS-MIGR-LISTED < WS-MAX-LIST                              00007770
               ADD 1 TO WS-MIGR-LISTED                                  00007780
               MOVE TRK-DSNAME    TO MG-DSNAME (WS-MIGR-LISTED)         00007790
               MOVE TRK-VOLNAME   TO MG-VOLNAME (WS-MIGR-LISTED)        00007800
               MOVE TRK-DEPT      TO MG-DEPT (WS-MIGR-LISTED)           00007810
               MOVE TRK-PLAN-DATE TO MG-PLAN-DATE (WS-MIGR-LISTED)      00007820
               MOVE TRK-TRACKS    TO MG-TRACKS (WS-MIGR-LISTED)         00007830
           ELSE                                                         00007840
               PERFORM LIST-FULL-ROUTINE                                00007850
           END-IF.                                                      00007860
           PERFORM CREDIT-DEPT-ROUTINE.                                 00007870
                                                                        00007880
      **--------------------------------------------------------        00007890
      ** STILL ON DISK - THE TRACKING RECORD IS CARRIED FORWARD         00007900
      ** WITH ITS ORIGINAL PUNCH DATE AND NOT PUNCHED AGAIN; ONCE       00007910
      ** IT HAS BEEN PENDING PENDDAYS OR MORE IT IS LISTED.             00007920
      **--------------------------------------------------------        00007930
       STILL-ON-DISK-ROUTINE.                                           00007940
           WRITE TRKOUT-DATA FROM TRK-RECORD.                           00007950
           MOVE TRK-PLAN-DATE TO WS-PLAN-X.                             00007960
           MOVE WS-PLAN-X (1:4) TO WS-CNV-YYYY.                         00007970
           MOVE WS-PLAN-X (5:2) TO WS-CNV-MM.                           00007980
           MOVE WS-PLAN-X (7:2) TO WS-CNV-DD.                           00007990
           PERFORM DATE-TO-SERIAL-ROUTINE.                              00008000
           IF WS-CNV-VALID-SW = 'Y'                                     00008010
            AND WS-CNV-SERIAL < WS-TODAY-SERIAL                         00008020
               COMPUTE WS-DAYS-PENDING =                                00008030
                   WS-TODAY-SERIAL - WS-CNV-SERIAL                      00008040
           ELSE                                                         00008050
               MOVE 0 TO WS-DAYS-PENDING                                00008060
           END-IF.                                                      00008070
           IF WS-DAYS-PENDING < WS-PENDDAYS                             00008080
               ADD 1 TO WS-PEND-COUNT                                   00008090
           ELSE                                                         00008100
               ADD 1 TO WS-OVERDUE-COUNT                                00008110
               IF WS-OVER-LISTED < WS-MAX-LIST                          00008120
                   ADD 1 TO WS-OVER-LISTED                              00008130
                   MOVE TRK-DSNAME    TO OV-DSNAME (WS-OVER-LISTED)     00008140
                   MOVE TRK-VOLNAME   TO OV-VOLNAME (WS-OVER-LISTED)    00008150
                   MOVE TRK-DEPT      TO OV-DEPT (WS-OVER-LISTED)       00008160
                   MOVE TRK-PLAN-DATE TO                                00008170
                        OV-PLAN-DATE (WS-OVER-LISTED)                   00008180
                   MOVE TRK-TRACKS    TO OV-TRACKS (WS-OVER-LISTED)     00008190
                   MOVE WS-DAYS-PENDING TO OV-DAYS (WS-OVER-LISTED)     00008200
               ELSE                                                     00008210
                   PERFORM LIST-FULL-ROUTINE                            00008220
               END-IF                                                   00008230
           END-IF.                                                      00008240
                                                                        00008250
       CANDIDATE-ROUTINE.                                               00008260
           IF WS-GRP-AGED-SW = 'Y'                                      00008270
               ADD 1 TO WS-AGED-COUNT                                   00008280
               PERFORM CHECK-LIMITS-ROUTINE                             00008290
               IF WS-LIM-OK-SW = 'N'                                    00008300
                   ADD 1 TO WS-OUTLIM-COUNT                             00008310
               ELSE                                                     00008320
                   PERFORM CHECK-EXCLUSION-ROUTINE                      00008330
                   IF WS-EXCLUDED-SW = 'Y'                              00008340
                       ADD 1 TO WS-EXCLD-COUNT                          00008350
                   ELSE                                                 00008360
                       PERFORM PUNCH-MIGRATE-ROUTINE                    00008370
                   END-IF                                               00008380
               END-IF                                                   00008390
           END-IF.                                                      00008400
                                                                        00008410
       CHECK-LIMITS-ROUTINE.                                            00008420
           MOVE 'Y' TO WS-LIM-OK-SW.                                    00008430
           IF WS-LDEPT-COUNT > 0                                        00008440
               MOVE 'N' TO WS-LIM-FOUND-SW                              00008450
               PERFORM VARYING WS-LIM-IDX FROM 1 BY 1                   00008460
                       UNTIL WS-LIM-IDX > WS-LDEPT-COUNT                00008470
                          OR WS-LIM-FOUND-SW = 'Y'                      00008480
                   IF WS-LDEPT-ENTRY (WS-LIM-IDX) = WS-GRP-DEPT         00008490
                       MOVE 'Y' TO WS-LIM-FOUND-SW                      00008500
                   END-IF                                               00008510
               END-PERFORM                                              00008520
               IF WS-LIM-FOUND-SW = 'N'                                 00008530
                   MOVE 'N' TO WS-LIM-OK-SW                             00008540
               END-IF                                                   00008550
           END-IF.                                                      00008560
           IF WS-LVOL-COUNT > 0                                         00008570
               MOVE 'N' TO WS-LIM-FOUND-SW                              00008580
               PERFORM VARYING WS-LIM-IDX FROM 1 BY 1                   00008590
                       UNTIL WS-LIM-IDX > WS-LVOL-COUNT                 00008600
                          OR WS-LIM-FOUND-SW = 'Y'                      00008610
                   IF WS-LVOL-ENTRY (WS-LIM-IDX) = WS-GRP-VOLNAME       00008620
                       MOVE 'Y' TO WS-LIM-FOUND-SW                      00008630
                   END-IF                                               00008640
               END-PERFORM                                              00008650
               IF WS-LIM-FOUND-SW = 'N'                                 00008660
                   MOVE 'N' TO WS-LIM-OK-SW                             00008670
               END-IF                                                   00008680
           END-IF.                                                      00008690
                                                                        00008700
       CHECK-EXCLUSION-ROUTINE.                                         00008710
           MOVE 'N' TO WS-EXCLUDED-SW.                                  00008720
           MOVE WS-GRP-DSNAME TO WS-NAME.                               00008730
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1                      00008740
                   UNTIL WS-EXCL-IDX > WS-EXCL-COUNT                    00008750
                      OR WS-EXCLUDED-SW = 'Y'                           00008760
               MOVE WS-EXCL-ENTRY (WS-EXCL-IDX) TO WS-PAT               00008770
               PERFORM MATCH-PATTERN-ROUTINE                            00008780
               IF WS-MATCH-SW = 'Y'                                     00008790
                   MOVE 'Y' TO WS-EXCLUDED-SW                           00008800
               END-IF                                                   00008810
           END-PERFORM.                                                 00008820
                                                                        00008830
      **--------------------------------------------------------        00008840
      ** COMPARE WS-NAME WITH WS-PAT ONE QUALIFIER AT A TIME.           00008850
      **--------------------------------------------------------        00008860
       MATCH-PATTERN-ROUTINE.                                           00008870
           MOVE 'N' TO WS-MATCH-SW.                                     00008880
           MOVE 'N' TO WS-MATCH-DONE-SW.                                00008890
           MOVE 1 TO WS-PAT-POS.                                        00008900
           MOVE 1 TO WS-NAME-POS.                                       00008910
           PERFORM MATCH-QUALIFIER-ROUTINE                              00008920
               UNTIL WS-MATCH-DONE-SW = 'Y'.                            00008930
                                                                        00008940
       MATCH-QUALIFIER-ROUTINE.                                         00008950
           MOVE WS-PAT TO WS-QUAL-SRC.                                  00008960
           MOVE WS-PAT-POS TO WS-QUAL-POS.                              00008970
           PERFORM NEXT-QUALIFIER-ROUTINE.                              00008980
           MOVE WS-QUAL TO WS-PQ.                                       00008990
           MOVE WS-QUAL-LEN TO WS-PQ-LEN.                               00009000
           MOVE WS-QUAL-POS TO WS-PAT-POS.                              00009010
           MOVE WS-NAME TO WS-QUAL-SRC.                                 00009020
           MOVE WS-NAME-POS TO WS-QUAL-POS.                             00009030
           PERFORM NEXT-QUALIFIER-ROUTINE.                              00009040
           MOVE WS-QUAL TO WS-NQ.                                       00009050
           MOVE WS-QUAL-LEN TO WS-NQ-LEN.                               00009060
           MOVE WS-QUAL-POS TO WS-NAME-POS.                             00009070
           EVALUATE TRUE                                                00009080
               WHEN WS-PQ-LEN = 0                                       00009090
                   MOVE 'Y' TO WS-MATCH-DONE-SW                         00009100
                   IF WS-NQ-LEN = 0                                     00009110
                       MOVE 'Y' TO WS-MATCH-SW                          00009120
                   END-IF                                               00009130
               WHEN WS-PQ = '**'                                        00009140
                   MOVE 'Y' TO WS-MATCH-DONE-SW                         00009150
                   MOVE 'Y' TO WS-MATCH-SW                              00009160
               WHEN WS-NQ-LEN = 0                                       00009170
                   MOVE 'Y' TO WS-MATCH-DONE-SW                         00009180
               WHEN WS-PQ = '*'                                         00009190
                   CONTINUE                                             00009200
               WHEN WS-PQ (WS-PQ-LEN:1) = '*'                           00009210
                   IF WS-NQ-LEN < WS-PQ-LEN - 1                         00009220
                       MOVE 'Y' TO WS-MATCH-DONE-SW                     00009230
                   ELSE                                                 00009240
                       IF WS-PQ-LEN > 1                                 00009250
                        AND WS-PQ (1:WS-PQ-LEN - 1)                     00009260
                            NOT = WS-NQ (1:WS-PQ-LEN - 1)               00009270
                           MOVE 'Y' TO WS-MATCH-DONE-SW                 00009280
                       END-IF                                           00009290
                   END-IF                                               00009300
               WHEN WS-PQ NOT = WS-NQ                                   00009310
                   MOVE 'Y' TO WS-MATCH-DONE-SW                         00009320
               WHEN OTHER                                               00009330
                   CONTINUE                                             00009340
           END-EVALUATE.                                                00009350
                                                                        00009360
      **--------------------------------------------------------        00009370
      ** NEXT QUALIFIER OF WS-QUAL-SRC FROM WS-QUAL-POS - LENGTH 0      00009380
      ** AT THE END OF THE NAME.  WS-QUAL-POS IS LEFT PAST THE DOT.     00009390
      **--------------------------------------------------------        00009400
       NEXT-QUALIFIER-ROUTINE.                                          00009410
           MOVE SPACES TO WS-QUAL.                                      00009420
           MOVE 0 TO WS-QUAL-LEN.                                       00009430
           PERFORM UNTIL WS-QUAL-POS > 44                               00009440
                      OR WS-QUAL-SRC (WS-QUAL-POS:1) = '.'              00009450
                      OR WS-QUAL-SRC (WS-QUAL-POS:1) = SPACE            00009460
               ADD 1 TO WS-QUAL-LEN                                     00009470
               MOVE WS-QUAL-SRC (WS-QUAL-POS:1)                         00009480
                    TO WS-QUAL (WS-QUAL-LEN:1)                          00009490
               ADD 1 TO WS-QUAL-POS                                     00009500
           END-PERFORM.                                                 00009510
           IF WS-QUAL-POS NOT > 44                                      00009520
               IF WS-QUAL-SRC (WS-QUAL-POS:1) = '.'                     00009530
                   ADD 1 TO WS-QUAL-POS                                 00009540
               END-IF                                                   00009550
           END-IF.                                                      00009560
                                                                        00009570
       PUNCH-MIGRATE-ROUTINE.                                           00009580
           MOVE SPACES TO PUNCH-CARD.                                   00009590
           STRING 'HMIGRATE ''' DELIMITED BY SIZE                       00009600
                  WS-GRP-DSNAME DELIMITED BY SPACE                      00009610
                  '''' DELIMITED BY SIZE                                00009620
                  INTO PUNCH-CARD.                                      00009630
           WRITE PUNCH-DATA FROM PUNCH-CARD.                            00009640
           ADD 1 TO WS-PUNCH-COUNT.                                     00009650
           MOVE SPACES TO TKO-RECORD.                                   00009660
           MOVE WS-GRP-DSNAME  TO TKO-DSNAME.                           00009670
           MOVE WS-GRP-VOLNAME TO TKO-VOLNAME.                          00009680
           MOVE WS-GRP-DEPT    TO TKO-DEPT.                             00009690
           MOVE WS-TODAY-NUM   TO TKO-PLAN-DATE.                        00009700
           MOVE WS-GRP-TRACKS  TO TKO-TRACKS.                           00009710
           WRITE TRKOUT-DATA FROM TKO-RECORD.                           00009720
           IF WS-PCH-LISTED < WS-MAX-LIST                               00009730
               ADD 1 TO WS-PCH-LISTED                                   00009740
               MOVE WS-GRP-DSNAME  TO PC-DSNAME (WS-PCH-LISTED)         00009750
               MOVE WS-GRP-VOLNAME TO PC-VOLNAME (WS-PCH-LISTED)        00009760
               MOVE WS-GRP-DEPT    TO PC-DEPT (WS-PCH-LISTED)           00009770
               MOVE WS-GRP-LASTREF TO PC-LASTREF (WS-PCH-LISTED)        00009780
               MOVE WS-GRP-TRACKS  TO PC-TRACKS (WS-PCH-LISTED)         00009790
           ELSE                                                         00009800
               PERFORM LIST-FULL-ROUTINE                                00009810
           END-IF.                                                      00009820
                                                                        00009830
       LIST-FULL-ROUTINE.                                               00009840
           IF WS-LIST-WARNED-SW = 'N'                                   00009850
               DISPLAY 'WARNING - REPORT LIST FULL AT '                 00009860
                       WS-MAX-LIST                                      00009870
                       ' - FURTHER DATASETS COUNTED, NOT LISTED'        00009880
               MOVE 'Y' TO WS-LIST-WARNED-SW                            00009890
           END-IF.                                                      00009900
                                                                        00009910
       CREDIT-DEPT-ROUTINE.                                             00009920
           MOVE 0 TO WS-DEPT-FND.                                       00009930
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      00009940
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                    00009950
                      OR WS-DEPT-FND > 0                                00009960
               IF RD-DEPT (WS-DEPT-IDX) = TRK-DEPT                      00009970
                   MOVE WS-DEPT-IDX TO WS-DEPT-FND                      00009980
               END-IF                                                   00009990
           END-PERFORM.                                                 00010000
           IF WS-DEPT-FND = 0                                           00010010
               IF WS-DEPT-COUNT < WS-MAX-DEPT                           00010020
                   ADD 1 TO WS-DEPT-COUNT                               00010030
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FND                    00010040
                   MOVE TRK-DEPT TO RD-DEPT (WS-DEPT-FND)               00010050
                   MOVE 0 TO RD-COUNT (WS-DEPT-FND)                     00010060
                   MOVE 0 TO RD-TRACKS (WS-DEPT-FND)                    00010070
               ELSE                                                     00010080
                   IF WS-DEPT-WARNED-SW = 'N'                           00010090
                       DISPLAY 'WARNING - WS-DEPT-TABLE FULL AT '       00010100
                               WS-MAX-DEPT                              00010110
                               ' - RECLAIM NOT CREDITED'                00010120
                       MOVE 'Y' TO WS-DEPT-WARNED-SW                    00010130
                   END-IF                                               00010140
               END-IF                                                   00010150
           END-IF.                                                      00010160
           IF WS-DEPT-FND > 0                                           00010170
               ADD 1 TO RD-COUNT (WS-DEPT-FND)                          00010180
               ADD TRK-TRACKS TO RD-TRACKS (WS-DEPT-FND)                00010190
           END-IF.                                                      00010200
                                                                        00010210
       WRITE-REPORT-ROUTINE.                                            00010220
           OPEN OUTPUT RPT-OUT.                                         00010230
           WRITE RPT-DATA FROM RPT-HEADER.                              00010240
           MOVE SPACES TO ASOF-RPT.                                     00010250
           STRING WS-TODAY-X (1:4) '-' WS-TODAY-X (5:2) '-'             00010260
                  WS-TODAY-X (7:2) DELIMITED BY SIZE                    00010270
                  INTO ASOF-RPT.                                        00010280
           MOVE WS-AGEDAYS  TO AGEDAYS-RPT.                             00010290
           MOVE WS-PENDDAYS TO PENDDAYS-RPT.                            00010300
           WRITE RPT-DATA FROM RPT-PARM-LINE.                           00010310
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1                       00010320
                   UNTIL WS-LIM-IDX > WS-LDEPT-COUNT                    00010330
               MOVE 'LIMITED TO DEPT   : ' TO LABEL-LIMIT               00010340
               MOVE WS-LDEPT-ENTRY (WS-LIM-IDX) TO LIMIT-NAME-RPT       00010350
               WRITE RPT-DATA FROM RPT-LIMIT-LINE                       00010360
           END-PERFORM.                                                 00010370
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1                       00010380
                   UNTIL WS-LIM-IDX > WS-LVOL-COUNT                     00010390
               MOVE 'LIMITED TO VOLUME : ' TO LABEL-LIMIT               00010400
               MOVE WS-LVOL-ENTRY (WS-LIM-IDX) TO LIMIT-NAME-RPT        00010410
               WRITE RPT-DATA FROM RPT-LIMIT-LINE                       00010420
           END-PERFORM.                                                 00010430
           IF WS-USED-COUNT = 0                                         00010440
               WRITE RPT-DATA FROM RPT-NO-FEED-LINE                     00010450
           END-IF.                                                      00010460
           PERFORM MIGRATED-SECTION-ROUTINE.                            00010470
           PERFORM OVERDUE-SECTION-ROUTINE.                             00010480
           PERFORM RECLAIM-SECTION-ROUTINE.                             00010490
           PERFORM PUNCH-SECTION-ROUTINE.                               00010500
           PERFORM FOOTER-ROUTINE.                                      00010510
           CLOSE RPT-OUT.                                               00010520
                                                                        00010530
       MIGRATED-SECTION-ROUTINE.                                        00010540
           IF WS-MIGR-LISTED = 0                                        00010550
               WRITE RPT-DATA FROM RPT-NO-MIGR-LINE                     00010560
           ELSE                                                         00010570
               WRITE RPT-DATA FROM RPT-MIGR-HDR                         00010580
               WRITE RPT-DATA FROM RPT-TRK-COLHDR                       00010590
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1                  00010600
                       UNTIL WS-LIST-IDX > WS-MIGR-LISTED               00010610
                   MOVE SPACES TO RPT-TRK-LINE                          00010620
                   MOVE MG-DSNAME (WS-LIST-IDX)    TO DSNAME-TRK        00010630
                   MOVE MG-VOLNAME (WS-LIST-IDX)   TO VOLNAME-TRK       00010640
                   MOVE MG-DEPT (WS-LIST-IDX)      TO DEPT-TRK          00010650
                   MOVE MG-PLAN-DATE (WS-LIST-IDX) TO PLAN-DATE-TRK     00010660
                   MOVE MG-TRACKS (WS-LIST-IDX)    TO TRACKS-TRK        00010670
                   WRITE RPT-DATA FROM RPT-TRK-LINE                     00010680
               END-PERFORM                                              00010690
           END-IF.                                                      00010700
                                                                        00010710
       OVERDUE-SECTION-ROUTINE.                                         00010720
           IF WS-OVER-LISTED = 0                                        00010730
               WRITE RPT-DATA FROM RPT-NO-PEND-LINE                     00010740
           ELSE                                                         00010750
               MOVE WS-PENDDAYS TO PEND-DAYS-HDR                        00010760
               WRITE RPT-DATA FROM RPT-PEND-HDR                         00010770
               WRITE RPT-DATA FROM RPT-TRK-COLHDR                       00010780
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1                  00010790
                       UNTIL WS-LIST-IDX > WS-OVER-LISTED               00010800
                   MOVE SPACES TO RPT-TRK-LINE                          00010810
                   MOVE OV-DSNAME (WS-LIST-IDX)    TO DSNAME-TRK        00010820
                   MOVE OV-VOLNAME (WS-LIST-IDX)   TO VOLNAME-TRK       00010830
                   MOVE OV-DEPT (WS-LIST-IDX)      TO DEPT-TRK          00010840
                   MOVE OV-PLAN-DATE (WS-LIST-IDX) TO PLAN-DATE-TRK     00010850
                   MOVE OV-TRACKS (WS-LIST-IDX)    TO TRACKS-TRK        00010860
                   MOVE OV-DAYS (WS-LIST-IDX)      TO DAYS-TRK          00010870
                   WRITE RPT-DATA FROM RPT-TRK-LINE                     00010880
               END-PERFORM                                              00010890
           END-IF.                                                      00010900
                                                                        00010910
       RECLAIM-SECTION-ROUTINE.                                         00010920
           IF WS-DEPT-COUNT > 0                                         00010930
               WRITE RPT-DATA FROM RPT-RECLAIM-HDR                      00010940
               WRITE RPT-DATA FROM RPT-RECLAIM-COLHDR                   00010950
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                  00010960
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT                00010970
                   MOVE SPACES TO RPT-RECLAIM-LINE                      00010980
                   MOVE RD-DEPT (WS-DEPT-IDX)   TO DEPT-RCL             00010990
                   MOVE RD-COUNT (WS-DEPT-IDX)  TO COUNT-RCL            00011000
                   MOVE RD-TRACKS (WS-DEPT-IDX) TO TRACKS-RCL           00011010
                   WRITE RPT-DATA FROM RPT-RECLAIM-LINE                 00011020
               END-PERFORM                                              00011030
           END-IF.                                                      00011040
                                                                        00011050
       PUNCH-SECTION-ROUTINE.                                           00011060
           IF WS-PCH-LISTED = 0                                         00011070
               WRITE RPT-DATA FROM RPT-NO-PUNCH-LINE                    00011080
           ELSE                                                         00011090
               WRITE RPT-DATA FROM RPT-PUNCH-HDR                        00011100
               WRITE RPT-DATA FROM RPT-PUNCH-COLHDR                     00011110
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1                  00011120
                       UNTIL WS-LIST-IDX > WS-PCH-LISTED                00011130
                   MOVE SPACES TO RPT-PUNCH-LINE                        00011140
                   MOVE PC-DSNAME (WS-LIST-IDX)  TO DSNAME-PCH          00011150
                   MOVE PC-VOLNAME (WS-LIST-IDX) TO VOLNAME-PCH         00011160
                   MOVE PC-DEPT (WS-LIST-IDX)    TO DEPT-PCH            00011170
                   MOVE PC-LASTREF (WS-LIST-IDX) TO LASTREF-PCH         00011180
                   MOVE PC-TRACKS (WS-LIST-IDX)  TO TRACKS-PCH          00011190
                   WRITE RPT-DATA FROM RPT-PUNCH-LINE                   00011200
               END-PERFORM                                              00011210
           END-IF.                                                      00011220
                                                                        00011230
       FOOTER-ROUTINE.                                                  00011240
           MOVE WS-INPUT-COUNT TO IN-COUNT-RPT.                         00011250
           WRITE RPT-DATA FROM RPT-IN-LINE.                             00011260
           MOVE WS-AGED-COUNT TO AGED-COUNT-RPT.                        00011270
           WRITE RPT-DATA FROM RPT-AGED-LINE.                           00011280
           MOVE WS-OUTLIM-COUNT TO OUTLIM-COUNT-RPT.                    00011290
           WRITE RPT-DATA FROM RPT-OUTLIM-LINE.                         00011300
           MOVE WS-EXCLD-COUNT TO EXCL-COUNT-RPT.                       00011310
           WRITE RPT-DATA FROM RPT-EXCL-LINE.                           00011320
           MOVE WS-PUNCH-COUNT TO PUNCH-COUNT-RPT.                      00011330
           WRITE RPT-DATA FROM RPT-PUNCHED-LINE.                        00011340
           MOVE WS-MIGR-COUNT TO MIGR-COUNT-RPT.                        00011350
           WRITE RPT-DATA FROM RPT-MIGRATED-LINE.                       00011360
           MOVE WS-PEND-COUNT TO PEND-COUNT-RPT.                        00011370
           WRITE RPT-DATA FROM RPT-PENDING-LINE.                        00011380
           MOVE WS-OVERDUE-COUNT TO OVERDUE-COUNT-RPT.                  00011390
           WRITE RPT-DATA FROM RPT-OVERDUE-LINE.                        00011400
           MOVE WS-SKIP-COUNT TO SKIP-COUNT-RPT.                        00011410
           WRITE RPT-DATA FROM RPT-SKIP-LINE.                           00011420
                                                                        00011430
      **--------------------------------------------------------        00011440
      ** DATE ARITHMETIC - SERIAL DAY 1 IS 0001-01-01 PROLEPTIC         00011450
      ** GREGORIAN, AS IN THE VOLFCST FORECAST PROGRAM.                 00011460
      **--------------------------------------------------------        00011470
       DATE-TO-SERIAL-ROUTINE.                                          00011480
           MOVE 'Y' TO WS-CNV-VALID-SW.                                 00011490
           MOVE 0 TO WS-CNV-SERIAL.                                     00011500
           IF WS-CNV-YYYY NOT NUMERIC                                   00011510
            OR WS-CNV-MM NOT NUMERIC                                    00011520
            OR WS-CNV-DD NOT NUMERIC                                    00011530
               MOVE 'N' TO WS-CNV-VALID-SW                              00011540
           ELSE                                                         00011550
               IF WS-CNV-YYYY < 1900 OR WS-CNV-MM < 1                   00011560
                OR WS-CNV-MM > 12 OR WS-CNV-DD < 1                      00011570
                   MOVE 'N' TO WS-CNV-VALID-SW                          00011580
               ELSE                                                     00011590
                   PERFORM MONTH-LENGTH-ROUTINE                         00011600
                   IF WS-CNV-DD > WS-MONTH-LEN                          00011610
                       MOVE 'N' TO WS-CNV-VALID-SW                      00011620
                   ELSE                                                 00011630
                       PERFORM DAYS-BEFORE-YEAR-ROUTINE                 00011640
                       COMPUTE WS-CNV-SERIAL = WS-CNV-DBY               00011650
                           + WS-MONTH-OFFSET (WS-CNV-MM)                00011660
                           + WS-CNV-DD                                  00011670
                       IF WS-CNV-MM > 2 AND WS-LEAP-SW = 'Y'            00011680
                           ADD 1 TO WS-CNV-SERIAL                       00011690
                       END-IF                                           00011700
                   END-IF                                               00011710
               END-IF                                                   00011720
           END-IF.                                                      00011730
                                                                        00011740
       MONTH-LENGTH-ROUTINE.                                            00011750
           PERFORM LEAP-CHECK-ROUTINE.                                  00011760
           MOVE WS-MONTH-DAYS (WS-CNV-MM) TO WS-MONTH-LEN.              00011770
           IF WS-CNV-MM = 2 AND WS-LEAP-SW = 'Y'                        00011780
               ADD 1 TO WS-MONTH-LEN                                    00011790
           END-IF.                                                      00011800
                                                                        00011810
       LEAP-CHECK-ROUTINE.                                              00011820
           MOVE 'N' TO WS-LEAP-SW.                                      00011830
           DIVIDE WS-CNV-YYYY BY 4 GIVING WS-LEAP-Q                     00011840
               REMAINDER WS-LEAP-R.                                     00011850
           IF WS-LEAP-R = 0                                             00011860
               MOVE 'Y' TO WS-LEAP-SW                                   00011870
               DIVIDE WS-CNV-YYYY BY 100 GIVING WS-LEAP-Q               00011880
                   REMAINDER WS-LEAP-R                                  00011890
               IF WS-LEAP-R = 0                                         00011900
                   MOVE 'N' TO WS-LEAP-SW                               00011910
                   DIVIDE WS-CNV-YYYY BY 400 GIVING WS-LEAP-Q           00011920
                       REMAINDER WS-LEAP-R                              00011930
                   IF WS-LEAP-R = 0                                     00011940
                       MOVE 'Y' TO WS-LEAP-SW                           00011950
                   END-IF                                               00011960
               END-IF                                                   00011970
           END-IF.                                                      00011980
                                                                        00011990
       DAYS-BEFORE-YEAR-ROUTINE.                                        00012000
           COMPUTE WS-CNV-YEAR-M1 = WS-CNV-YYYY - 1.                    00012010
           DIVIDE WS-CNV-YEAR-M1 BY 4 GIVING WS-DBY-Q4.                 00012020
           DIVIDE WS-CNV-YEAR-M1 BY 100 GIVING WS-DBY-Q100.             00012030
           DIVIDE WS-CNV-YEAR-M1 BY 400 GIVING WS-DBY-Q400.             00012040
           COMPUTE WS-CNV-DBY = WS-CNV-YEAR-M1 * 365                    00012050
               + WS-DBY-Q4 - WS-DBY-Q100 + WS-DBY-Q400.                 00012060
      **--------------------------------------------------------        00012070
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00012080
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00012090
      **--------------------------------------------------------        00012100
       WRITE-CHAINLOG-ROUTINE.                                          00012110
           ACCEPT WS-CLG-DATE FROM DATE YYYYMMDD.                       00012120
           ACCEPT WS-CLG-TIME-X FROM TIME.                              00012130
           MOVE SPACES TO CHAINLOG-RECORD.                              00012140
           MOVE 'VOLHSMIG' TO CLG-PROGRAM.                              00012150
           MOVE WS-CLG-DATE TO CLG-RUN-DATE.                            00012160
           MOVE WS-CLG-TIME-X (1:6) TO CLG-RUN-TIME.                    00012170
           MOVE WS-INPUT-COUNT TO CLG-INPUT-COUNT.                      00012180
           MOVE WS-PUNCH-COUNT TO CLG-OUTPUT-COUNT.                     00012190
           MOVE WS-SKIP-COUNT TO CLG-REJECT-COUNT.                      00012200
           MOVE RETURN-CODE TO CLG-RETURN-CODE.                         00012210
           OPEN EXTEND CHAINLOG-FILE.                                   00012220
           WRITE CHAINLOG-DATA FROM CHAINLOG-RECORD.                    00012230
           CLOSE CHAINLOG-FILE.                                         00012240
