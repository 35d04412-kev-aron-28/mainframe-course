      * BALANCES; ARITHEDT AND MYFMAINT REFUSE ANYTHING DATED    *      00000140
      * IN A CLOSED PERIOD FROM THAT POINT ON.  EVERY FLIP       *      00000150
      * GOES TO THE SHARED AUDIT TRAIL WITH THE OFFICER.         *      00000160
      * AN 'L' TRANSACTION IS THE YEAR-END FISCAL-YEAR LOCK:     *      00000161
      * ITS PERIOD IS THE LAST MONTH OF THE FISCAL YEAR, AND     *      00000162
      * THAT MONTH AND THE ELEVEN BEFORE IT ARE CLOSED AND       *      00000163
      * LOCKED.  AN 'O' AGAINST A LOCKED MONTH IS REFUSED        *      00000164
      * UNLESS A SECOND OFFICER (NOT THE ONE ON THE CARD) AND    *      00000165
      * A REASON ARE GIVEN AS THE OVERRIDE; THE REFUSAL AND      *      00000166
      * THE OVERRIDE BOTH GO TO THE AUDIT TRAIL.                 *      00000167
      * ********************************************************        00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
           05 PCT-ACTION-CD         PIC X(01).                          00000480
               88 PCT-ACTION-OPEN    VALUE 'O'.                         00000490
               88 PCT-ACTION-CLOSE   VALUE 'C'.                         00000500
               88 PCT-ACTION-LOCK    VALUE 'L'.                         00000504
           05 PCT-YYYYMM            PIC 9(06).                          00000508
           05 PCT-YYYYMM-R REDEFINES PCT-YYYYMM.                        00000512
               10 PCT-YYYY          PIC 9(04).                          00000516
               10 PCT-MM            PIC 9(02).                          00000520
           05 PCT-OFFICER           PIC X(08).                          00000524
           05 PCT-OVERRIDE-BY       PIC X(08).                          00000528
           05 PCT-OVERRIDE-REASON   PIC X(30).                          00000532
           05 FILLER                PIC X(27).                          00000536
                                                                        00000540
       FD AUDIT-LOG-FILE.                                               00000550
       COPY AUDITLOG.                                                   00000560
               10 TBL-PER-STATUS        PIC X(01).                      00000760
               10 TBL-PER-CLOSED-BY     PIC X(08).                      00000770
               10 TBL-PER-CLOSED-DATE   PIC 9(08).                      00000780
               10 TBL-PER-FY-LOCK       PIC X(01).                      00000783
               10 TBL-PER-LOCKED-BY     PIC X(08).                      00000786
       01 WS-PER-COUNT PIC 9(03) VALUE ZEROES.                          00000790
       01 WS-PER-MAX PIC 9(03) VALUE 200.                               00000800
       01 WS-PER-SUB PIC 9(03) VALUE ZEROES.                            00000810
       01 WS-TRANS-APPLIED PIC 9(05) VALUE ZEROES.                      00000840
       01 WS-TRANS-REJECTED PIC 9(05) VALUE ZEROES.                     00000850
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000860
                                                                        00000861
      *> ***************************************************************00000862
      *> THE MONTH BEING LOOKED UP, AND THE WALK BACK THROUGH THE       00000863
      *> TWELVE MONTHS OF A FISCAL YEAR BEING LOCKED                    00000864
      *> ***************************************************************00000865
       01 WS-FIND-YYYYMM PIC 9(06) VALUE ZEROES.                        00000866
       01 WS-LOCK-YYYYMM PIC 9(06) VALUE ZEROES.                        00000867
       01 WS-LOCK-YYYYMM-R REDEFINES WS-LOCK-YYYYMM.                    00000868
           05 WS-LOCK-YYYY PIC 9(04).                                   00000869
           05 WS-LOCK-MM PIC 9(02).                                     00000870
       01 WS-LOCK-MONTHS PIC 9(02) VALUE ZEROES.                        00000871
       COPY ABENDCPY.                                                   00000872
       COPY AUDITCHN.                                                   00000873
       COPY PROCDCPY.                                                   00000880
                                                                        00000890
       PROCEDURE DIVISION.                                              00000900
                           TBL-PER-CLOSED-BY (WS-PER-COUNT)             00001200
                        MOVE PER-CLOSED-DATE OF PERIOD-RECORD TO        00001210
                           TBL-PER-CLOSED-DATE (WS-PER-COUNT)           00001220
                        MOVE PER-FY-LOCK OF PERIOD-RECORD TO            00001222
                           TBL-PER-FY-LOCK (WS-PER-COUNT)               00001224
                        MOVE PER-LOCKED-BY OF PERIOD-RECORD TO          00001226
                           TBL-PER-LOCKED-BY (WS-PER-COUNT)             00001228
                     END-IF                                             00001230
                 END-READ                                               00001240
               END-PERFORM                                              00001250
           EXIT.                                                        00001510
                                                                        00001520
       2000-APPLY-TRANS.                                                00001530
           IF (NOT PCT-ACTION-OPEN AND NOT PCT-ACTION-CLOSE             00001536
                                   AND NOT PCT-ACTION-LOCK)             00001542
              OR PCT-YYYYMM NOT NUMERIC                                 00001550
              OR PCT-YYYYMM = ZEROES                                    00001560
              OR PCT-OFFICER = SPACES                                   00001570
              GO TO 2000-EXIT                                           00001610
           END-IF                                                       00001620
                                                                        00001630
           IF PCT-ACTION-LOCK                                           00001634
              PERFORM 2200-LOCK-FISCAL-YEAR THRU 2200-EXIT              00001638
              PERFORM 2900-READ-TRAN THRU 2900-EXIT                     00001642
              GO TO 2000-EXIT                                           00001646
           END-IF                                                       00001650
                                                                        00001654
           MOVE PCT-YYYYMM TO WS-FIND-YYYYMM                            00001658
           PERFORM 2100-FIND-PERIOD THRU 2100-EXIT                      00001662
           IF NOT WS-FOUND                                              00001666
              DISPLAY "PERIOD TABLE FULL, TRANSACTION SKIPPED"          00001670
              ADD 1 TO WS-TRANS-REJECTED                                00001674
              PERFORM 2900-READ-TRAN THRU 2900-EXIT                     00001678
              GO TO 2000-EXIT                                           00001682
           END-IF                                                       00001686
                                                                        00001690
      *> A LOCKED YEAR'S MONTH REOPENS ONLY ON A SECOND OFFICER'S       00001694
      *> OVERRIDE WITH A REASON.  THE LOCK ITSELF IS KEPT               00001698
           IF PCT-ACTION-OPEN                                           00001702
              AND TBL-PER-FY-LOCK (WS-PER-SUB) = 'L'                    00001706
              IF PCT-OVERRIDE-BY = SPACES                               00001710
                 OR PCT-OVERRIDE-BY = PCT-OFFICER                       00001714
                 OR PCT-OVERRIDE-REASON = SPACES                        00001718
                 DISPLAY "PERIOD " PCT-YYYYMM                           00001722
                    " IS FISCAL-YEAR LOCKED, REOPEN REFUSED"            00001726
                 ADD 1 TO WS-TRANS-REJECTED                             00001730
                 MOVE "PERIOD DENY " TO ALOG-ACTION                     00001734
                 MOVE SPACES TO ALOG-DETAIL                             00001738
                 STRING "PERIOD " PCT-YYYYMM " BY " PCT-OFFICER         00001742
                    " LOCKED" DELIMITED BY SIZE INTO ALOG-DETAIL        00001746
                 PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT            00001750
                 PERFORM 2900-READ-TRAN THRU 2900-EXIT                  00001754
                 GO TO 2000-EXIT                                        00001758
              END-IF                                                    00001762
              MOVE 'O' TO TBL-PER-STATUS (WS-PER-SUB)                   00001766
              MOVE SPACES TO TBL-PER-CLOSED-BY (WS-PER-SUB)             00001770
              MOVE ZEROES TO TBL-PER-CLOSED-DATE (WS-PER-SUB)           00001774
              ADD 1 TO WS-TRANS-APPLIED                                 00001778
              MOVE "PERIOD OVRD " TO ALOG-ACTION                        00001782
              MOVE SPACES TO ALOG-DETAIL                                00001786
              STRING "PERIOD " PCT-YYYYMM " BY " PCT-OFFICER            00001790
                 " OVR " PCT-OVERRIDE-BY                                00001794
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00001798
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00001802
              DISPLAY "LOCKED PERIOD " PCT-YYYYMM " REOPENED, REASON: " 00001806
                 PCT-OVERRIDE-REASON                                    00001810
              PERFORM 2900-READ-TRAN THRU 2900-EXIT                     00001814
              GO TO 2000-EXIT                                           00001818
           END-IF                                                       00001850
                                                                        00001860
           IF PCT-ACTION-CLOSE                                          00001870
           PERFORM 2900-READ-TRAN THRU 2900-EXIT.                       00002030
       2000-EXIT.                                                       00002040
           EXIT.                                                        00002050
                                                                        00002051
      *> ***************************************************************00002052
      *> FIND WS-FIND-YYYYMM IN THE TABLE, ADDING IT OPEN WHEN IT IS    00002053
      *> NOT THERE.  WS-FOUND IS LEFT OFF ONLY WHEN THE TABLE IS FULL   00002054
      *> ***************************************************************00002055
       2100-FIND-PERIOD.                                                00002056
           MOVE 'N' TO WS-FOUND-SW                                      00002057
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1                       00002058
                    UNTIL WS-PER-SUB > WS-PER-COUNT                     00002059
                    OR WS-FOUND                                         00002060
             IF TBL-PER-YYYYMM (WS-PER-SUB) = WS-FIND-YYYYMM            00002061
                SET WS-FOUND TO TRUE                                    00002062
             END-IF                                                     00002063
           END-PERFORM                                                  00002064
           IF WS-FOUND                                                  00002065
              SUBTRACT 1 FROM WS-PER-SUB                                00002066
           ELSE                                                         00002067
              IF WS-PER-COUNT < WS-PER-MAX                              00002068
                 ADD 1 TO WS-PER-COUNT                                  00002069
                 MOVE WS-PER-COUNT TO WS-PER-SUB                        00002070
                 MOVE WS-FIND-YYYYMM TO TBL-PER-YYYYMM (WS-PER-SUB)     00002071
                 MOVE 'O' TO TBL-PER-STATUS (WS-PER-SUB)                00002072
                 MOVE SPACES TO TBL-PER-CLOSED-BY (WS-PER-SUB)          00002073
                 MOVE ZEROES TO TBL-PER-CLOSED-DATE (WS-PER-SUB)        00002074
                 MOVE SPACE TO TBL-PER-FY-LOCK (WS-PER-SUB)             00002075
                 MOVE SPACES TO TBL-PER-LOCKED-BY (WS-PER-SUB)          00002076
                 SET WS-FOUND TO TRUE                                   00002077
              END-IF                                                    00002078
           END-IF.                                                      00002079
       2100-EXIT.                                                       00002080
           EXIT.                                                        00002081
                                                                        00002082
      *> ***************************************************************00002083
      *> FISCAL-YEAR LOCK: THE CARD'S MONTH AND THE ELEVEN BEFORE IT    00002084
      *> ARE CLOSED (KEEPING WHOEVER CLOSED THEM AT MONTH-END) AND      00002085
      *> LOCKED BY THE CARD'S OFFICER                                   00002086
      *> ***************************************************************00002087
       2200-LOCK-FISCAL-YEAR.                                           00002088
           IF PCT-MM < 1 OR PCT-MM > 12                                 00002089
              DISPLAY "BAD FISCAL YEAR-END MONTH " PCT-YYYYMM           00002090
                 ", LOCK SKIPPED"                                       00002091
              ADD 1 TO WS-TRANS-REJECTED                                00002092
              GO TO 2200-EXIT                                           00002093
           END-IF                                                       00002094
           MOVE PCT-YYYYMM TO WS-LOCK-YYYYMM                            00002095
           MOVE ZEROES TO WS-LOCK-MONTHS                                00002096
           PERFORM 2250-LOCK-ONE-MONTH THRU 2250-EXIT                   00002097
              UNTIL WS-LOCK-MONTHS NOT < 12                             00002098
           IF WS-LOCK-MONTHS > 12                                       00002099
              DISPLAY "PERIOD TABLE FULL, FISCAL YEAR ENDING "          00002100
                 PCT-YYYYMM " NOT FULLY LOCKED"                         00002101
              ADD 1 TO WS-TRANS-REJECTED                                00002102
              GO TO 2200-EXIT                                           00002103
           END-IF                                                       00002104
           ADD 1 TO WS-TRANS-APPLIED                                    00002105
           MOVE "FY LOCK     " TO ALOG-ACTION                           00002106
           MOVE SPACES TO ALOG-DETAIL                                   00002107
           STRING "FY ENDING " PCT-YYYYMM " BY " PCT-OFFICER            00002108
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00002109
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00002110
       2200-EXIT.                                                       00002111
           EXIT.                                                        00002112
                                                                        00002113
       2250-LOCK-ONE-MONTH.                                             00002114
           MOVE WS-LOCK-YYYYMM TO WS-FIND-YYYYMM                        00002115
           PERFORM 2100-FIND-PERIOD THRU 2100-EXIT                      00002116
           IF NOT WS-FOUND                                              00002117
              MOVE 99 TO WS-LOCK-MONTHS                                 00002118
              GO TO 2250-EXIT                                           00002119
           END-IF                                                       00002120
           IF TBL-PER-STATUS (WS-PER-SUB) NOT = 'C'                     00002121
              MOVE 'C' TO TBL-PER-STATUS (WS-PER-SUB)                   00002122
              MOVE PCT-OFFICER TO TBL-PER-CLOSED-BY (WS-PER-SUB)        00002123
              MOVE WS-RUN-DATE TO TBL-PER-CLOSED-DATE (WS-PER-SUB)      00002124
           END-IF                                                       00002125
           MOVE 'L' TO TBL-PER-FY-LOCK (WS-PER-SUB)                     00002126
           MOVE PCT-OFFICER TO TBL-PER-LOCKED-BY (WS-PER-SUB)           00002127
           ADD 1 TO WS-LOCK-MONTHS                                      00002128
           IF WS-LOCK-MM = 1                                            00002129
              MOVE 12 TO WS-LOCK-MM                                     00002130
              SUBTRACT 1 FROM WS-LOCK-YYYY                              00002131
           ELSE                                                         00002132
              SUBTRACT 1 FROM WS-LOCK-MM                                00002133
           END-IF.                                                      00002134
       2250-EXIT.                                                       00002135
           EXIT.                                                        00002136
                                                                        00002137
       2900-READ-TRAN.                                                  00002138
           READ PERIOD-TRAN-FILE                                        00002139
           EVALUATE FS-PERIOD-TRAN-FILE                                 00002140
             WHEN "00"                                                  00002141
               ADD 1 TO WS-TRANS-READ                                   00002142
             WHEN "10"                                                  00002143
               SET WS-EOF TO TRUE                                       00002144
             WHEN OTHER                                                 00002145
               DISPLAY "READ FAILED, PERIOD-TRAN STATUS: "              00002150
                 FS-PERIOD-TRAN-FILE                                    00002160
               SET WS-EOF TO TRUE                                       00002170
                PER-CLOSED-BY OF PERIOD-OUT-RECORD                      00002310
             MOVE TBL-PER-CLOSED-DATE (WS-PER-SUB) TO                   00002320
                PER-CLOSED-DATE OF PERIOD-OUT-RECORD                    00002330
             MOVE TBL-PER-FY-LOCK (WS-PER-SUB) TO                       00002332
                PER-FY-LOCK OF PERIOD-OUT-RECORD                        00002334
             MOVE TBL-PER-LOCKED-BY (WS-PER-SUB) TO                     00002336
                PER-LOCKED-BY OF PERIOD-OUT-RECORD                      00002338
             WRITE PERIOD-OUT-RECORD                                    00002340
           END-PERFORM.                                                 00002350
       3000-EXIT.                                                       00002360
