      * OWNER DEPARTMENT, AND DATASETS UNREFERENCED LONGER THAN THE     00000200
      * AGE LIMIT (DEFAULT A YEAR) AS MIGRATION CANDIDATES - SO THE     00000210
      * 97-PERCENT-FULL MORNING NO LONGER STARTS IN ISPF 3.4.           00000220
      * EACH DEPARTMENT'S TOP CONSUMER ALSO GOES TO THE COMMON          00000223
      * EXCEPTION FILE FOR INFORMATION.                                 00000226
      ****************************                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
            SELECT OPTIONAL CTL-FILE ASSIGN TO UT-S-SYSCTL.             00000310
            SELECT RPT-OUT   ASSIGN TO UT-S-SYSOUT.                     00000320
            SELECT OPTIONAL CHAINLOG-FILE ASSIGN TO DA-S-CHAINLOG.      00000330
            SELECT OPTIONAL EXCPLOG-FILE ASSIGN TO DA-S-EXCPLOG.        00000335
            SELECT OPTIONAL VOLMAST-FILE ASSIGN TO VOLMAST              00000340
                ORGANIZATION IS INDEXED                                 00000350
                ACCESS MODE IS RANDOM                                   00000360
           DATA RECORDS IS CHAINLOG-RECORD.                             00000680
       01  CHAINLOG-DATA        PIC X(80).                              00000690
                                                                        00000700
       FD  EXCPLOG-FILE                                                 00000701
           RECORDING MODE IS F                                          00000702
           RECORD CONTAINS 80 CHARACTERS                                00000703
           LABEL RECORDS ARE STANDARD                                   00000704
           DATA RECORDS IS EXCPLOG-RECORD.                              00000705
       01  EXCPLOG-DATA         PIC X(80).                              00000706
                                                                        00000707
       FD  RPT-OUT                                                      00000710
           LABEL RECORDS ARE OMITTED                                    00000720
           DATA RECORDS IS RPT-RECORD.                                  00000730
           02  FILLER           PIC A(32).                              00000960
       01  WS-CLG-DATE          PIC 9(8) VALUE 0.                       00000970
       01  WS-CLG-TIME-X        PIC X(8) VALUE SPACES.                  00000980
                                                                        00000981
      ** ONE RECORD PER EXCEPTION, APPENDED TO THE COMMON EXCEPTION     00000981
      ** FILE AND SUMMARIZED EACH MORNING BY THE VOLDIGST PROGRAM.      00000981
      ** SEVERITY 1 NEEDS ACTION, 2 IS A WARNING, 3 IS FOR              00000982
      ** INFORMATION; A SEVERITY 0 *RUN RECORD CLOSES EACH RUN.         00000982
       01  EXCPLOG-RECORD.                                              00000983
           02  EXL-PROGRAM      PIC X(8).                               00000983
           02  EXL-PROC-DATE    PIC 9(8).                               00000984
           02  EXL-SEVERITY     PIC 9(1).                               00000984
           02  EXL-CODE         PIC X(8).                               00000985
           02  EXL-KEY-TYPE     PIC X(1).                               00000985
           02  EXL-KEY          PIC X(10).                              00000985
           02  EXL-MESSAGE      PIC X(44).                              00000986
       01  EXL-RUN-MSG.                                                 00000986
           02  FILLER           PIC X(20) VALUE                         00000987
                'EXCEPTIONS WRITTEN: '.                                 00000987
           02  EXL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.                         00000988
           02  FILLER           PIC A(14).                              00000988
       01  WS-EXL-DATE          PIC 9(8) VALUE 0.                       00000989
       01  WS-EXL-COUNT         PIC 9(8) VALUE 0.                       00000989
                                                                        00000990
      ** RECORD LAYOUTS - TYPE-D DATASET DETAIL RECORD, A D IN          00001000
      ** COLUMN ONE PER THE TYPE-CODE CONVENTION THE E RECORDS          00001010
           RETURN SORT-FILE INTO SORT-RECORD                            00004300
                  AT END MOVE 1 TO EOF.                                 00004310
           PERFORM VOLUME-SECTION-ROUTINE UNTIL EOF = 1.                00004320
           PERFORM OPEN-EXCPLOG-ROUTINE.                                00004325
           PERFORM DEPT-SECTION-ROUTINE.                                00004330
           PERFORM CLOSE-EXCPLOG-ROUTINE.                               00004335
           PERFORM MIGRATION-SECTION-ROUTINE.                           00004340
           PERFORM FOOTER-ROUTINE.                                      00004350
           CLOSE RPT-OUT.                                               00004360
               MOVE DS-LASTREF (WS-BEST-IDX) TO LASTREF-DPR             00005530
               WRITE RPT-DATA FROM RPT-DEPT-DS-LINE                     00005540
               MOVE 'Y' TO DS-USED-SW (WS-BEST-IDX)                     00005550
               IF WS-RANK = 1                                           00005552
                   PERFORM WRITE-TOP-EXCEPTION-ROUTINE                  00005554
               END-IF                                                   00005556
           END-IF.                                                      00005560
                                                                        00005561
      **--------------------------------------------------------        00005561
      ** THE BIGGEST DATASET OF EACH DEPARTMENT GOES TO THE COMMON      00005562
      ** EXCEPTION FILE FOR INFORMATION, KEYED BY DEPARTMENT.           00005563
      **--------------------------------------------------------        00005563
       WRITE-TOP-EXCEPTION-ROUTINE.                                     00005564
           MOVE SPACES TO EXCPLOG-RECORD.                               00005565
           MOVE 3 TO EXL-SEVERITY.                                      00005565
           MOVE 'TOPDSN' TO EXL-CODE.                                   00005566
           MOVE 'D' TO EXL-KEY-TYPE.                                    00005567
           MOVE WS-CUR-DEPT TO EXL-KEY.                                 00005567
           MOVE DS-DSNAME (WS-BEST-IDX) TO EXL-MESSAGE.                 00005568
           PERFORM WRITE-EXCPLOG-ROUTINE.                               00005569
                                                                        00005570
      **--------------------------------------------------------        00005580
      ** MIGRATION CANDIDATES - DATASETS WITH A CLEAN LAST-REF          00005590
           COMPUTE WS-CNV-DBY = WS-CNV-YEAR-M1 * 365                    00006580
               + WS-DBY-Q4 - WS-DBY-Q100 + WS-DBY-Q400.                 00006590
      **--------------------------------------------------------        00006600
      ** COMMON EXCEPTION FILE - EACH CALLER FILLS SEVERITY, CODE,      00006601
      ** KEY AND MESSAGE.  THE *RUN RECORD WRITTEN AT CLOSE TELLS       00006601
      ** VOLDIGST THE STEP RAN, SO AN EXCEPTION MISSING FROM            00006601
      ** TODAY'S RUN CAN BE REPORTED AS CLEARED.                        00006601
      **--------------------------------------------------------        00006602
       OPEN-EXCPLOG-ROUTINE.                                            00006602
           ACCEPT WS-EXL-DATE FROM DATE YYYYMMDD.                       00006602
           MOVE 0 TO WS-EXL-COUNT.                                      00006603
           OPEN EXTEND EXCPLOG-FILE.                                    00006603
                                                                        00006603
       WRITE-EXCPLOG-ROUTINE.                                           00006604
           MOVE 'VOLDSRPT' TO EXL-PROGRAM.                              00006604
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006604
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006605
           ADD 1 TO WS-EXL-COUNT.                                       00006605
                                                                        00006605
       CLOSE-EXCPLOG-ROUTINE.                                           00006606
           MOVE WS-EXL-COUNT TO EXL-RUN-COUNT.                          00006606
           MOVE SPACES TO EXCPLOG-RECORD.                               00006606
           MOVE 'VOLDSRPT' TO EXL-PROGRAM.                              00006607
           MOVE WS-EXL-DATE TO EXL-PROC-DATE.                           00006607
           MOVE 0 TO EXL-SEVERITY.                                      00006607
           MOVE '*RUN' TO EXL-CODE.                                     00006608
           MOVE EXL-RUN-MSG TO EXL-MESSAGE.                             00006608
           WRITE EXCPLOG-DATA FROM EXCPLOG-RECORD.                      00006608
           CLOSE EXCPLOG-FILE.                                          00006609
                                                                        00006609
      **--------------------------------------------------------        00006609
      ** APPEND THIS STEP'S RECORD TO THE COMMON BATCH CHAIN LOG        00006610
      ** SO VOLCHAIN CAN VERIFY THE OVERNIGHT SEQUENCE.                 00006620
      **--------------------------------------------------------        00006630
