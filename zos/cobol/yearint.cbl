      * AND THE CUSTOMER MASTER, AND PRODUCES ONE SUMMARY        *      00000130
      * STATEMENT PER CUSTOMER IN THE FULFILLMENT PRINT LAYOUT   *      00000140
      * PLUS A MACHINE-READABLE TOTALS FILE.  THIS IS THE FEEDER *      00000150
      * FOR THE TAX1099 1099-INT RETURNS; BEFORE IT THE ANSWER   *      00000160
      * WAS A HAND-TOTALED GL REPORT.                            *      00000170
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
           ASSIGN TO YINTLTR                                            00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-LETTER-FILE.                               00000410
           SELECT PRINT-HANDOFF-FILE                                    00000412
           ASSIGN TO PRTHAND                                            00000414
           ORGANIZATION IS SEQUENTIAL                                   00000416
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000418
           SELECT LETTER-REVW-FILE                                      00000420
           ASSIGN TO YINTREV                                            00000421
           ORGANIZATION IS SEQUENTIAL                                   00000422
           05 LTR-REASON            PIC X(40).                          00000720
           05 LTR-REASON-CODES      PIC X(16).                          00000730
           05 FILLER                PIC X(09).                          00000740
                                                                        00000742
       FD PRINT-HANDOFF-FILE.                                           00000744
       COPY PRTHAND.                                                    00000746
                                                                        00000750
      *> ***************************************************************00000760
      *> ***************************************************************00000770
      *> ***************************************************************00000773
       FD LETTER-REVW-FILE.                                             00000774
       01 LETTER-REVW-RECORD        PIC X(116).                         00000775
                                                                        00000776
      *> ***************************************************************00000777
      *> MACHINE-READABLE TOTALS: ONE RECORD PER CUSTOMER, CENTS        00000778
      *> ***************************************************************00000780
       FD TOTALS-FILE.                                                  00000790
       01 TOTALS-RECORD.                                                00000800
       01 WS-LETTERS-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00001431
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00001432
       COPY ABENDCPY.                                                   00001440
       COPY PRTHWS.                                                     00001445
                                                                        00001450
       PROCEDURE DIVISION.                                              00001460
       0000-MAIN.                                                       00001470
           CLOSE POST-HIST-FILE                                         00003930
           CLOSE LETTER-FILE                                            00003940
           CLOSE TOTALS-FILE                                            00003950
           CLOSE LETTER-REVW-FILE                                       00003951
           MOVE 'YINTLTR' TO PHD-FEED-ID                                00003952
           MOVE WS-RUN-DATE TO PHD-RUN-DATE                             00003953
           MOVE 'YEARINT' TO PHD-PROGRAM-ID                             00003954
           MOVE WS-STMTS-WRITTEN TO PHD-PIECES                          00003955
           PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT.             00003956
       9000-EXIT.                                                       00003960
           EXIT.                                                        00003970
                                                                        00003980
       COPY PRTHPAR.                                                    00003985
       COPY ABENDPAR.                                                   00003990
