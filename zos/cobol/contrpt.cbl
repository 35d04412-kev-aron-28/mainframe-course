      * READS THE SHARED CONTACT-HISTORY DATASET WITH A CONTROL  *      00000100
      * CARD (CUSTOMER ID, OPTIONAL DATE RANGE) AND PRINTS THE   *      00000110
      * CUSTOMER'S FULL OUTBOUND TIMELINE: WHAT WAS SENT, ITS    *      00000120
      * REFERENCE IN THE SOURCE SYSTEM, AND WHEN.  A PRINTED     *      00000125
      * PIECE SAYS "MAILED ON" ONCE THE PRINT SHOP'S MANIFEST    *      00000130
      * HAS CONFIRMED IT, "SENT TO PRINT" UNTIL THEN.  BUILT FOR *      00000135
      * THE "I NEVER GOT MY LETTER" CALLS.                       *      00000140
      * ********************************************************        00000150
       ENVIRONMENT DIVISION.                                            00000160
           05 FILLER PIC X(01) VALUE SPACE.                             00000720
           05 FILLER PIC X(10) VALUE 'DATE'.                            00000730
           05 FILLER PIC X(14) VALUE 'CONTACT TYPE'.                    00000740
           05 FILLER PIC X(22) VALUE 'REFERENCE'.                       00000746
           05 FILLER PIC X(20) VALUE 'PRINT STATUS'.                    00000752
                                                                        00000760
       01 WS-DTL-LINE.                                                  00000770
           05 FILLER PIC X(01) VALUE SPACE.                             00000780
           05 DTL-TYPE PIC X(12).                                       00000810
           05 FILLER PIC X(02) VALUE SPACES.                            00000820
           05 DTL-REFERENCE PIC X(20).                                  00000830
           05 FILLER PIC X(02) VALUE SPACES.                            00000831
           05 DTL-PRINT-STATUS PIC X(20).                               00000832
           05 DTL-MAILED-VIEW REDEFINES DTL-PRINT-STATUS.               00000833
               10 DTL-MAILED-TEXT PIC X(10).                            00000834
               10 DTL-MAILED-DATE PIC 9(08).                            00000835
               10 FILLER PIC X(02).                                     00000836
                                                                        00000840
       01 WS-TOTAL-LINE.                                                00000850
           05 FILLER PIC X(01) VALUE '0'.                               00000860
              ADD 1 TO WS-ENTRIES-SELECTED                              00001630
              MOVE CNT-DATE TO DTL-DATE                                 00001640
              MOVE CNT-CONTACT-TYPE TO DTL-TYPE                         00001650
              MOVE CNT-REFERENCE TO DTL-REFERENCE                       00001651
      *> A PRINTED PIECE SHOWS WHETHER THE PRINT SHOP HAS CONFIRMED     00001652
      *> MAILING IT YET                                                 00001653
              MOVE SPACES TO DTL-PRINT-STATUS                           00001654
              IF CNT-FEED-ID NOT = SPACES                               00001655
                 AND CNT-FEED-ID NOT = LOW-VALUES                       00001656
                 IF CNT-MAILED-DATE NUMERIC                             00001657
                    AND CNT-MAILED-DATE > 0                             00001658
                    MOVE 'MAILED ON' TO DTL-MAILED-TEXT                 00001659
                    MOVE CNT-MAILED-DATE TO DTL-MAILED-DATE             00001660
                 ELSE                                                   00001661
                    MOVE 'SENT TO PRINT' TO DTL-PRINT-STATUS            00001662
                 END-IF                                                 00001663
              END-IF                                                    00001664
              WRITE CONT-RPT-LINE FROM WS-DTL-LINE                      00001670
           END-IF                                                       00001680
           PERFORM 2900-READ-CONTACT THRU 2900-EXIT.                    00001690
