      * (VOLUME CARD), AND THE MASTER AS IT STOOD AT THE END OF A       00000180
      * GIVEN DATE (ASOF CARD), REBUILT BY REPLAYING THE JOURNAL        00000190
      * FROM THE BEGINNING.  WITH NO CARDS THE FULL JOURNAL IS          00000200
      * LISTED.  CHANGES PUNCHED FROM AN APPROVED VOLPLANR SCENARIO     00000210
      * SHOW ITS SCENARIO ID, AND A SCENARIO CARD LISTS ONLY THE        00000213
      * CHANGES THAT CAME FROM THAT PLAN.                               00000216
      ****************************                                      00000220
       ENVIRONMENT DIVISION.                                            00000230
       CONFIGURATION SECTION.                                           00000240
           02  JRN-VOLNAME      PIC X(10).                              00000900
           02  JRN-BEFORE-IMAGE PIC X(80).                              00000910
           02  JRN-AFTER-IMAGE  PIC X(80).                              00000920
           02  JRN-SCENARIO-ID  PIC X(8).                               00000930
           02  FILLER           PIC A(7).                               00000935
                                                                        00000940
      ** KEYED PARAMETER CARDS - VOLUME LIMITS THE CHANGE LISTING       00000950
      ** TO ONE VOLUME, SCENARIO TO ONE VOLPLANR SCENARIO ID,           00000960
      ** ASOF (YYYY-MM-DD) ASKS FOR THE MASTER AS                       00000965
      ** IT STOOD AT THE END OF THAT DATE.                              00000970
       01  CTL-RECORD.                                                  00000980
           02  CTL-KEYWORD      PIC X(10).                              00000990
           02  CTL-DATE-RED REDEFINES CTL-VALUE-AREA.                   00001040
               03  CTL-DATE-VALUE   PIC X(10).                          00001050
               03  FILLER           PIC A(60).                          00001060
           02  CTL-SCEN-RED REDEFINES CTL-VALUE-AREA.                   00001062
               03  CTL-SCEN-VALUE   PIC X(8).                           00001064
               03  FILLER           PIC A(62).                          00001066
                                                                        00001070
      ** DECODED 80-BYTE MASTER IMAGE (VOLMAINT VM-RECORD LAYOUT)       00001080
       01  WS-IMAGE-REC.                                                00001090
           02  FILLER           PIC A(3).                               00001240
           02  FILTER-RPT       PIC X(10).                              00001250
           02  FILLER           PIC A(167).                             00001260
       01  RPT-SCEN-FILTER-LINE.                                        00001261
           02  LABEL-SCEN-FILTER PIC X(20) VALUE                        00001262
                'SCENARIO FILTER    :'.                                 00001263
           02  FILLER           PIC A(3).                               00001264
           02  SCEN-FILTER-RPT  PIC X(8).                               00001265
           02  FILLER           PIC A(169).                             00001266
       01  RPT-JRN-COLHDR.                                              00001270
           02  FILLER           PIC X(12) VALUE 'DATE'.                 00001280
           02  FILLER           PIC X(10) VALUE 'TIME'.                 00001290
           02  FILLER           PIC X(3)  VALUE SPACES.                 00001340
           02  FILLER           PIC X(40) VALUE                         00001350
                'AFTER:  OWNER    POOL     DEVTYPE  CAP'.               00001360
           02  FILLER           PIC X(4)  VALUE SPACES.                 00001370
           02  FILLER           PIC X(8)  VALUE 'SCENARIO'.             00001373
           02  FILLER           PIC A(67).                              00001376
       01  RPT-JRN-LINE.                                                00001380
           02  DATE-JRP         PIC 9999/99/99.                         00001390
           02  FILLER           PIC A(2).                               00001400
           02  AFT-CAP-JRP      PIC ZZ,ZZZ,ZZZ,ZZ9.                     00001630
           02  AFT-CAP-X REDEFINES AFT-CAP-JRP                          00001640
                                PIC X(14).                              00001650
           02  FILLER           PIC A(3).                               00001660
           02  SCENARIO-JRP     PIC X(8).                               00001663
           02  FILLER           PIC A(67).                              00001666
       01  RPT-NO-JRN-LINE.                                             00001670
           02  FILLER           PIC X(40) VALUE                         00001680
                'NO JOURNAL RECORDS MATCHED'.                           00001690
                                                                        00002140
      ** CONTROL CARD VALUES                                            00002150
       01  WS-VOL-FILTER        PIC X(10) VALUE SPACES.                 00002160
       01  WS-SCEN-FILTER       PIC X(8) VALUE SPACES.                  00002165
       01  WS-ASOF-SET-SW       PIC X VALUE 'N'.                        00002170
       01  WS-ASOF-DATE         PIC X(10) VALUE SPACES.                 00002180
       01  WS-ASOF-NUM          PIC 9(8) VALUE 0.                       00002190
               MOVE WS-VOL-FILTER TO FILTER-RPT                         00002560
               WRITE RPT-DATA FROM RPT-FILTER-LINE                      00002570
           END-IF.                                                      00002580
           IF WS-SCEN-FILTER NOT = SPACES                               00002582
               MOVE WS-SCEN-FILTER TO SCEN-FILTER-RPT                   00002584
               WRITE RPT-DATA FROM RPT-SCEN-FILTER-LINE                 00002586
           END-IF.                                                      00002588
           WRITE RPT-DATA FROM RPT-JRN-COLHDR.                          00002590
           PERFORM LOAD-JOURNAL-ROUTINE.                                00002600
           IF WS-LISTED-COUNT = 0                                       00002610
           STOP RUN.                                                    00002770
                                                                        00002780
      **--------------------------------------------------------        00002790
      ** KEYED PARAMETER CARDS - VOLUME / SCENARIO / ASOF.              00002800
      **--------------------------------------------------------        00002810
       READ-CONTROL-CARD-ROUTINE.                                       00002820
           MOVE 0 TO WS-CTL-EOF.                                        00002830
           EVALUATE TRUE                                                00002910
               WHEN CTL-KEYWORD = 'VOLUME'                              00002920
                   MOVE CTL-VOL-VALUE TO WS-VOL-FILTER                  00002930
               WHEN CTL-KEYWORD = 'SCENARIO'                            00002933
                   MOVE CTL-SCEN-VALUE TO WS-SCEN-FILTER                00002936
               WHEN CTL-KEYWORD = 'ASOF'                                00002940
                   MOVE CTL-DATE-VALUE (1:4) TO WS-ASOF-YYYY            00002950
                   MOVE CTL-DATE-VALUE (6:2) TO WS-ASOF-MM              00002960
                                                                        00003190
       PROCESS-JOURNAL-ROUTINE.                                         00003200
           ADD 1 TO WS-READ-COUNT.                                      00003210
           IF (WS-VOL-FILTER = SPACES                                   00003220
            OR JRN-VOLNAME = WS-VOL-FILTER)                             00003230
            AND (WS-SCEN-FILTER = SPACES                                00003233
            OR JRN-SCENARIO-ID = WS-SCEN-FILTER)                        00003236
               PERFORM PRINT-JOURNAL-LINE-ROUTINE                       00003240
           END-IF.                                                      00003250
           IF WS-ASOF-SET-SW = 'Y'                                      00003260
           MOVE JRN-TIME    TO TIME-JRP.                                00003370
           MOVE JRN-ACTION  TO ACTION-JRP.                              00003380
           MOVE JRN-VOLNAME TO VOLNAME-JRP.                             00003390
           MOVE JRN-SCENARIO-ID TO SCENARIO-JRP.                        00003395
           MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-REC.                       00003400
           MOVE JV-OWNER-DEPT TO BEF-OWNER-JRP.                         00003410
           MOVE JV-STOR-POOL  TO BEF-POOL-JRP.                          00003420
