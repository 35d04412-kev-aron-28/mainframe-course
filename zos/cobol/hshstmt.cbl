           ASSIGN TO STMTOUT                                            00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-STMT-FILE.                                 00000470
           SELECT PRINT-HANDOFF-FILE                                    00000472
           ASSIGN TO PRTHAND                                            00000474
           ORGANIZATION IS SEQUENTIAL                                   00000476
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000478
       DATA DIVISION.                                                   00000480
       FILE SECTION.                                                    00000490
       FD MYFILE.                                                       00000500
      *> DECEASED, DO-NOT-CONTACT OR LEGAL-HOLD MEMBER                  00000691
       FD HSH-REVW-FILE.                                                00000692
       01 HSH-REVW-LINE             PIC X(133).                         00000693
                                                                        00000695
       FD STMT-FILE.                                                    00000697
       01 STMT-LINE                 PIC X(133).                         00000700
                                                                        00000702
       FD PRINT-HANDOFF-FILE.                                           00000704
       COPY PRTHAND.                                                    00000706
                                                                        00000710
       WORKING-STORAGE SECTION.                                         00000720
       01 FS-MYFILE PIC XX.                                             00000730
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00001490
       01 WS-RECS-SELECTED PIC 9(09) VALUE ZEROES.                      00001500
       01 WS-STMTS-WRITTEN PIC 9(07) VALUE ZEROES.                      00001510
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001515
       COPY ABENDCPY.                                                   00001520
       COPY PRTHWS.                                                     00001525
                                                                        00001530
       01 WS-HDR-LINE-1.                                                00001540
           05 FILLER PIC X(01) VALUE '1'.                               00001550
              ADD 1 TO WS-STMTS-WRITTEN                                 00005323
           END-IF.                                                      00005324
       3100-EXIT.                                                       00005330
           EXIT.                                                        00005333
                                                                        00005336
      *> ***************************************************************00005341
      *> IS ANY MEMBER OF THE CURRENT HOUSEHOLD SUPPRESSED?  EVERY      00005342
      *> LINK OF THE HOUSEHOLD IS CHECKED AGAINST THE CUSTOMER          00005343
           END-PERFORM.                                                 00005363
       3050-EXIT.                                                       00005364
           EXIT.                                                        00005365
                                                                        00005366
      *> ***************************************************************00005367
      *> ROUTE ONE STATEMENT LINE: A SUPPRESSED HOUSEHOLD'S LINES GO    00005368
      *> TO THE REVIEW REPORT, EVERYONE ELSE'S TO THE STATEMENT         00005369
      *> ***************************************************************00005370
       3200-WRITE-HSH-LINE.                                             00005371
           IF WS-SUPPRESSED                                             00005372
              WRITE HSH-REVW-LINE FROM WS-STMT-OUT                      00005373
           ELSE                                                         00005374
              WRITE STMT-LINE FROM WS-STMT-OUT                          00005375
           END-IF.                                                      00005376
       3200-EXIT.                                                       00005377
           EXIT.                                                        00005378
                                                                        00005379
       2900-READ-MYFILE.                                                00005380
           READ MYFILE                                                  00005381
           EVALUATE FS-MYFILE                                           00005382
             WHEN "00"                                                  00005390
               ADD 1 TO WS-RECS-READ                                    00005400
             WHEN "10"                                                  00005410
           DISPLAY "TRANS DROPPED       : " WS-TRAN-DROPPED             00005550
           CLOSE MYFILE                                                 00005560
           CLOSE STMT-FILE                                              00005570
           CLOSE HSH-REVW-FILE                                          00005571
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00005572
           MOVE 'HSHSTMT' TO PHD-FEED-ID                                00005573
           MOVE WS-RUN-DATE TO PHD-RUN-DATE                             00005574
           MOVE 'HSHSTMT' TO PHD-PROGRAM-ID                             00005575
           MOVE WS-STMTS-WRITTEN TO PHD-PIECES                          00005576
           PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT.             00005577
       9000-EXIT.                                                       00005580
           EXIT.                                                        00005590
                                                                        00005600
       COPY PRTHPAR.                                                    00005605
       COPY ABENDPAR.                                                   00005610
