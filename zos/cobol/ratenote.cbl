           ASSIGN TO RATELTR                                            00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-LETTER-FILE.                               00000450
           SELECT PRINT-HANDOFF-FILE                                    00000452
           ASSIGN TO PRTHAND                                            00000454
           ORGANIZATION IS SEQUENTIAL                                   00000456
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000458
           SELECT PARM-FILE                                             00000460
           ASSIGN TO NOTEPARM                                           00000470
           ORGANIZATION IS SEQUENTIAL                                   00000480
      * SPACES ON A RATE NOTICE                                         00000834
           05 LTR-REASON-CODES      PIC X(16).                          00000836
           05 FILLER                PIC X(09).                          00000840
                                                                        00000842
       FD PRINT-HANDOFF-FILE.                                           00000844
       COPY PRTHAND.                                                    00000846
                                                                        00000850
       FD PARM-FILE.                                                    00000860
       COPY PARMCPY.                                                    00000870
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00001600
       01 WS-RATE-PCT-ED PIC 9.999.                                     00001610
       COPY ABENDCPY.                                                   00001620
       COPY PRTHWS.                                                     00001625
       COPY PROCDCPY.                                                   00001630
                                                                        00001640
      *> ***************************************************************00001650
                FS-LETTER-FILE                                          00004750
           ELSE                                                         00004760
              ADD 1 TO WS-LETTERS-WRITTEN                               00004770
              ADD 1 TO TBL-RATE-LTR-COUNT (WS-RATE-SUB)                 00004772
              MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                     00004774
              MOVE 'RATE NOTICE ' TO CNT-CONTACT-TYPE                   00004776
              MOVE 'RATELTR' TO CNT-FEED-ID                             00004778
              MOVE ZEROES TO CNT-MAILED-DATE                            00004780
              MOVE SPACES TO CNT-REFERENCE                              00004784
              STRING 'ACCT ' MYFREC-ACCT-NO OF MYFILE-RECORDS           00004785
                 DELIMITED BY SIZE INTO CNT-REFERENCE                   00004786
              CLOSE LETTER-FILE                                         00005580
              CLOSE CONTACT-HIST-FILE                                   00005585
              CLOSE LETTER-REVW-FILE                                    00005587
              MOVE 'RATELTR' TO PHD-FEED-ID                             00005588
              MOVE WS-RUN-DATE TO PHD-RUN-DATE                          00005589
              MOVE 'RATENOTE' TO PHD-PROGRAM-ID                         00005590
              MOVE WS-LETTERS-WRITTEN TO PHD-PIECES                     00005591
              PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT           00005592
           END-IF.                                                      00005593
       9000-EXIT.                                                       00005600
           EXIT.                                                        00005610
                                                                        00005620
       COPY ABENDPAR.                                                   00005630
       COPY PROCDPAR.                                                   00005640
       COPY PARMPAR.                                                    00005650
       COPY PRTHPAR.                                                    00005660
