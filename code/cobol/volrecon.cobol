      * A PRE-FILLED DECK OF ADD CARDS IN THE VOLMAINT TXN-RECORD       00000200
      * LAYOUT IS PUNCHED, OWNER AND POOL LEFT BLANK TO FILL IN,        00000210
      * SO ONBOARDING NEW VOLUMES STOPS BEING A TYPING EXERCISE.        00000220
      * BOTH LISTS ALSO GO TO THE COMMON EXCEPTION FILE.                00000225
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000310
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000320
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000330
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000335
            SELECT PUNCH-FILE ASSIGN TO UT-S-SYSPCH.                    00000340
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000350
                ORGANIZATION IS INDEXED                                 00000360
           DATA RECORDS IS CHAINLOG-RECORD.                             00000760
       01  CHAINLOG-DATA        PIC X(80).                              00000770
                                                                        00000780
       FD  EXCPLOG-FILE                                                 00000781
           RECORDING MODE IS F                                          00000782
           RECORD CONTAINS 80 CHARACTERS                                00000783
           LABEL RECORDS ARE STANDARD                                   00000784
           DATA RECORDS IS EXCPLOG-RECORD.                              00000785
       01  EXCPLOG-DATA         PIC X(80).                              00000786
                                                                        00000787
       FD  RPT-OUT                                                      00000790
           LABEL RECORDS ARE OMITTED                                    00000800
           DATA RECORDS IS RPT-RECORD.                                  00000810
           02  FILLER           PIC A(32).                              00001030
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00001040
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00001050
                                                                        00001051
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00001051
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00001051
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00001051
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00001052
       01  EXCPLOG-RECORD.                                              00001052
           02  EXL-PROGRAM      PIC X(8).                               00001052
           02  EXL-PROC-DATE    PIC 9(8).                               00001053
           02  EXL-SEVERITY     PIC 9(1).                               00001053
           02  EXL-CODE         PIC X(8).                               00001053
           02  EXL-KEY-TYPE     PIC X(1).                               00001053
           02  EXL-KEY          PIC X(10).                              00001054
           02  EXL-MESSAGE      PIC X(44).                              00001054
       01  EXL-RUN-MSG.                                                 00001054
           02  FILLER           PIC X(20) VALUE                         00001055
                'EXCEPTIONS WRITTEN: '.                                 00001055
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00001055
           02  FILLER           PIC A(14).                              00001055
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00001056
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00001056
       01  EXL-NEW-MSG.                                                 00001056
           02  FILLER           PIC X(15) VALUE 'NOT ON VOLMAST,'.      00001057
           02  FILLER           PIC X(11) VALUE ' LAST SEEN '.          00001057
           02  EXL-NEW-SEEN     PIC X(10).                              00001057
           02  FILLER           PIC A(8).                               00001057
       01  EXL-STALE-MSG.                                               00001058
           02  FILLER           PIC X(10) VALUE 'LAST SEEN '.           00001058
           02  EXL-STALE-SEEN   PIC X(10).                              00001058
           02  FILLER           PIC X(7) VALUE ' OWNER '.               00001059
           02  EXL-STALE-OWNER  PIC X(8).                               00001059
           02  FILLER           PIC A(9).                               00001059
                                                                        00001060
      ** RECORD LAYOUTS                                                 00001070
       01  HIST-RECORD.                                                 00001080
           PERFORM LOAD-MASTER-ROUTINE.                                 00003240
           OPEN OUTPUT RPT-OUT.                                         00003250
           OPEN OUTPUT PUNCH-FILE.                                      00003260
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00003265
           WRITE RPT-DATA FROM RPT-HEADER.                              00003270
           MOVE WS-STALEDAYS TO STALEDAYS-RPT.                          00003280
           MOVE WS-ASOF-DATE TO ASOF-RPT.                               00003290
               INPUT PROCEDURE IS LOAD-HISTORY-ROUTINE                  00003330
               OUTPUT PROCEDURE IS MATCH-HISTORY-ROUTINE.               00003340
           PERFORM STALE-SECTION-ROUTINE.                               00003350
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00003355
           PERFORM FOOTER-ROUTINE.                                      00003360
           CLOSE RPT-OUT.                                               00003370
           CLOSE PUNCH-FILE.                                            00003380
           MOVE WS-CUR-DEVTYPE   TO DEVTYPE-NEW.                        00005280
           MOVE WS-CUR-LAST-DATE TO LASTSEEN-NEW.                       00005290
           WRITE RPT-DATA FROM RPT-NEW-LINE.                            00005300
           PERFORM WRITE-NEW-EXCEPTION-ROUTINE.                         00005305
                                                                        00005310
       PUNCH-ADD-CARD-ROUTINE.                                          00005320
           MOVE SPACES TO TXN-RECORD.                                   00005330
               MOVE 'NEVER' TO LASTSEEN-STL                             00005680
           END-IF.                                                      00005690
           WRITE RPT-DATA FROM RPT-STALE-LINE.                          00005700
           PERFORM WRITE-STALE-EXCEPTION-ROUTINE.                       00005701
                                                                        00005701
      **--------------------------------------------------------        00005701
      ** DRIFT IN EITHER DIRECTION GOES TO THE COMMON EXCEPTION         00005702
      ** FILE AS A WARNING, ONE RECORD PER VOLUME.                      00005702
      **--------------------------------------------------------        00005702
       WRITE-NEW-EXCEPTION-ROUTINE.                                     00005703
           MOVE SPACES TO EXCPLOG-RECORD.                               00005703
           MOVE 2 TO EXL-SEVERITY.                                      00005703
           MOVE 'NOTMAST' TO EXL-CODE.                                  00005704
           MOVE 'V' TO EXL-KEY-TYPE.                                    00005704
           MOVE WS-PRIOR-VOLNAME TO EXL-KEY.                            00005704
           MOVE WS-CUR-LAST-DATE TO EXL-NEW-SEEN.                       00005705
           MOVE EXL-NEW-MSG TO EXL-MESSAGE.                             00005705
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00005705
                                                                        00005706
       WRITE-STALE-EXCEPTION-ROUTINE.                                   00005706
           MOVE SPACES TO EXCPLOG-RECORD.                               00005706
           MOVE 2 TO EXL-SEVERITY.                                      00005707
           MOVE 'STALE' TO EXL-CODE.                                    00005707
           MOVE 'V' TO EXL-KEY-TYPE.                                    00005707
           MOVE MS-VOLNAME (WS-MAST-IDX) TO EXL-KEY.                    00005708
           MOVE LASTSEEN-STL TO EXL-STALE-SEEN.                         00005708
           MOVE MS-OWNER-DEPT (WS-MAST-IDX) TO EXL-STALE-OWNER.         00005708
           MOVE EXL-STALE-MSG TO EXL-MESSAGE.                           00005709
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00005709
                                                                        00005710
       FOOTER-ROUTINE.                                                  00005720
           MOVE WS-MAST-COUNT-IN TO MAST-COUNT-RPT.                     00005730
           COMPUTE WS-CNV-DBY = WS-CNV-YEAR-M1 * 365                    00006430
               + WS-DBY-Q4 - WS-DBY-Q100 + WS-DBY-Q400.                 00006440
      **--------------------------------------------------------        00006450
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00006451
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00006451
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00006451
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00006451
      **--------------------------------------------------------        00006452
       OPEN-EXCPLOG-ROUTINE.                                            00006452
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00006452
           MOVE 0 TO WS-EXL-COUNT.                                      00006453
           OPEN EXTEND EXCPLOG-FILE.                                    00006453
                                                                        00006453
       WRITE-EXCPLOG-ROUTINE.                                           00006454
           MOVE 'VOLRECON' TO EXL-PROGRAM.                              00006454
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006454
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006455
           ADD 1 TO WS-EXL-COUNT.                                       00006455
                                                                        00006455
       CLOSE-EXCPLOG-ROUTINE.                                           00006456
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00006456
           MOVE SPACES TO EXCPLOG-RECORD.                               00006456
           MOVE 'VOLRECON' TO EXL-PROGRAM.                              00006457
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006457
           MOVE 0 TO EXL-SEVERITY.                                      00006457
           MOVE '*RUN' TO EXL-CODE.                                     00006458
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00006458
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006458
           CLOSE EXCPLOG-FILE.                                          00006459
                                                                        00006459
      **--------------------------------------------------------        00006459
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006460
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00006470
      **--------------------------------------------------------        00006480
