           ACCESS MODE IS DYNAMIC                                       00000110
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000120
           FILE STATUS IS FS-MYFILE.                                    00000130
           SELECT MYF-TRAN-FILE                                         00000131
           ASSIGN TO MYFTRAN                                            00000132
           ORGANIZATION IS INDEXED                                      00000133
           ACCESS MODE IS DYNAMIC                                       00000134
           RECORD KEY IS MTR-KEY                                        00000135
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000136
           SELECT PROC-DATE-FILE                                        00000140
           ASSIGN TO PROCDATE                                           00000150
           ORGANIZATION IS SEQUENTIAL                                   00000160
       FD MYFILE.                                                       00000537
       COPY MYFREC.                                                     00000538
                                                                        00000540
       FD MYF-TRAN-FILE.                                                00000542
       COPY MYFTRAN.                                                    00000544
                                                                        00000546
       FD MYFILE-REJ.                                                   00000550
       01 MYFILE-REJ-REC.                                               00000560
           05 MYREJ-ORIG-REC        PIC X(100).                         00000570

       WORKING-STORAGE SECTION.                                         00001057
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-MYFILE-REC==.   00001058
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-HDR-REC==.      00001059
       01 FS-MYFILE PIC XX.                                             00001060
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001061
      *> ***************************************************************00001062
      *> THE SWEEP RUNS DOWN THE MYFTRAN LEDGER, ONE EXTRACT RECORD PER 00001063
      *> POSTING.  THE ACCOUNT HEADER IS READ FROM MYFILE ONCE PER      00001064
      *> ACCOUNT AND HELD HERE WHILE THAT ACCOUNT'S POSTINGS FLOW       00001065
      *> ***************************************************************00001066
       01 WS-HDR-ACCT-NO PIC 9(09) VALUE ZEROES.                        00001067
       01 WS-HDR-FOUND-SW PIC X(01) VALUE 'N'.                          00001068
           88 WS-HDR-FOUND VALUE 'Y'.                                   00001069
       01 WS-LAST-DONE-ACCT PIC 9(09) VALUE ZEROES.                     00001070
       01 WS-ACCT-DONE-SW PIC X(01) VALUE 'N'.                          00001071
           88 WS-ACCT-DONE VALUE 'Y'.                                   00001072
       01 WS-ACCT-POSTINGS PIC 9(07) VALUE ZEROES.                      00001073
       01 FS-MYFILE-REJ PIC XX.                                         00001074
       01 FS-MYFILE-SUM PIC XX.                                         00001075
       01 FS-CKPT-FILE PIC XX.                                          00001076
       01 FS-MYFILE-OUT PIC XX.                                         00001077
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001078
       01 FS-PARM-FILE PIC XX.                                          00001079
       01 WS-FROM-KEY PIC 9(09) VALUE ZEROES.                           00001080
       01 WS-TO-KEY PIC 9(09) VALUE ZEROES.                             00001090
       01 WS-STRICT-MODE-SW PIC X(01) VALUE 'N'.                        00001100
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00002120
               GO TO 9999-ABEND                                         00002130
           END-EVALUATE                                                 00002140
           OPEN INPUT MYF-TRAN-FILE                                     00002141
           EVALUATE FS-MYF-TRAN-FILE                                    00002142
             WHEN "00"                                                  00002143
               CONTINUE                                                 00002144
             WHEN "35"                                                  00002145
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00002146
               GO TO 9999-ABEND                                         00002147
             WHEN OTHER                                                 00002148
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00002149
               GO TO 9999-ABEND                                         00002150
           END-EVALUATE                                                 00002151
           OPEN OUTPUT MYFILE-REJ                                       00002152
           EVALUATE FS-MYFILE-REJ                                       00002160
             WHEN "00"                                                  00002170
               CONTINUE                                                 00002180
           IF WS-DELTA-MODE                                             00002612
              PERFORM 1300-LOAD-DELTA THRU 1300-EXIT                    00002614
           END-IF                                                       00002616
           IF WS-FROM-KEY > 0                                           00002625
              MOVE WS-FROM-KEY TO MTR-ACCT-NO                           00002634
              MOVE ZEROES TO MTR-TRAN-DATE                              00002643
              MOVE ZEROES TO MTR-SEQ-NO                                 00002652
              START MYF-TRAN-FILE KEY NOT < MTR-KEY                     00002661
              END-START                                                 00002670
              IF FS-MYF-TRAN-FILE NOT = "00"                            00002679
                 DISPLAY "NO RECORDS AT OR PAST FROM-KEY "              00002688
                   WS-FROM-KEY                                          00002697
                 SET WS-EOF TO TRUE                                     00002706
              END-IF                                                    00002715
           END-IF                                                       00002724
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT                       00002740
           PERFORM 1400-LOAD-FX-RATES THRU 1400-EXIT                    00002742
           PERFORM 1500-LOAD-WAIVERS THRU 1500-EXIT                     00002744
              GO TO 2000-EXIT                                           00003978
           END-IF                                                       00003979
           PERFORM UNTIL WS-EOF                                         00003980
             READ MYF-TRAN-FILE NEXT                                    00003990
             END-READ                                                   00004010
             PERFORM 2050-CHECK-READ-STATUS THRU 2050-EXIT              00004020
             IF NOT WS-EOF                                              00004030
           EXIT.                                                        00004120
                                                                        00004122
      *> ***************************************************************00004123
      *> DELTA MODE: READ JUST THE TOUCHED ACCOUNTS' POSTINGS, EACH     00004124
      *> ACCOUNT'S RUN OF THE LEDGER STARTED BY KEY.  AN ACCOUNT WITH   00004125
      *> NO POSTINGS LEFT IS A DELETED ACCOUNT OFF THE FEED - EXPECTED, 00004126
      *> COUNTED AND SKIPPED.  RESTART/CHECKPOINT LOGIC STAYS OUT OF    00004127
      *> THIS PATH: A DELTA PASS IS SMALL ENOUGH TO RERUN WHOLE         00004128
      *> ***************************************************************00004129
       2300-PROCESS-DELTA.                                              00004130
           PERFORM VARYING WS-DELTA-SUB FROM 1 BY 1                     00004131
                    UNTIL WS-DELTA-SUB > WS-DELTA-COUNT                 00004132
                    OR WS-EOF                                           00004133
             PERFORM 2350-PROCESS-DELTA-ACCT THRU 2350-EXIT             00004134
           END-PERFORM.                                                 00004135
       2300-EXIT.                                                       00004136
           EXIT.                                                        00004137
                                                                        00004138
       2350-PROCESS-DELTA-ACCT.                                         00004139
           MOVE 'N' TO WS-ACCT-DONE-SW                                  00004140
           MOVE ZEROES TO WS-ACCT-POSTINGS                              00004141
           MOVE TBL-DLT-ACCT-NO (WS-DELTA-SUB) TO MTR-ACCT-NO           00004142
           MOVE ZEROES TO MTR-TRAN-DATE                                 00004143
           MOVE ZEROES TO MTR-SEQ-NO                                    00004144
           START MYF-TRAN-FILE KEY NOT < MTR-KEY                        00004145
           END-START                                                    00004146
           EVALUATE FS-MYF-TRAN-FILE                                    00004147
             WHEN "00"                                                  00004148
               CONTINUE                                                 00004149
             WHEN "23"                                                  00004150
               SET WS-ACCT-DONE TO TRUE                                 00004151
             WHEN OTHER                                                 00004152
               DISPLAY "I/O ERROR ON MYF-TRAN-FILE START, STATUS: "     00004153
                 FS-MYF-TRAN-FILE                                       00004154
               SET WS-EOF TO TRUE                                       00004155
               SET WS-IO-ERROR TO TRUE                                  00004156
               GO TO 2350-EXIT                                          00004157
           END-EVALUATE                                                 00004158
           PERFORM UNTIL WS-ACCT-DONE                                   00004159
             READ MYF-TRAN-FILE NEXT                                    00004160
             END-READ                                                   00004161
             EVALUATE TRUE                                              00004162
               WHEN FS-MYF-TRAN-FILE = "10"                             00004163
                 SET WS-ACCT-DONE TO TRUE                               00004164
               WHEN FS-MYF-TRAN-FILE NOT = "00"                         00004165
                 DISPLAY "I/O ERROR ON MYF-TRAN-FILE READ, STATUS: "    00004166
                   FS-MYF-TRAN-FILE                                     00004167
                 SET WS-ACCT-DONE TO TRUE                               00004168
                 SET WS-EOF TO TRUE                                     00004169
                 SET WS-IO-ERROR TO TRUE                                00004170
               WHEN MTR-ACCT-NO NOT = TBL-DLT-ACCT-NO (WS-DELTA-SUB)    00004171
                 SET WS-ACCT-DONE TO TRUE                               00004172
               WHEN OTHER                                               00004173
                 ADD 1 TO WS-ACCT-POSTINGS                              00004174
                 PERFORM 2060-BUILD-POSTING-IMAGE THRU 2060-EXIT        00004175
                 ADD 1 TO WS-RECS-READ                                  00004176
                 PERFORM 2080-FIND-BRANCH THRU 2080-EXIT                00004177
                 ADD 1 TO TBL-BR-READ (WS-BR-HIT-SUB)                   00004178
                 MOVE "RECORD READ  " TO ALOG-ACTION                    00004179
                 MOVE "MYFILE POSTING READ (DELTA)" TO ALOG-DETAIL      00004180
                 PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT            00004181
                 PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT            00004182
             END-EVALUATE                                               00004183
           END-PERFORM                                                  00004184
           IF WS-ACCT-POSTINGS = 0                                      00004185
              AND NOT WS-IO-ERROR                                       00004186
              ADD 1 TO WS-DELTA-NOT-FOUND                               00004187
           END-IF.                                                      00004188
       2350-EXIT.                                                       00004189
           EXIT.                                                        00004190
                                                                        00004191
                                                                        00004192
      *> ***************************************************************00004193
      *> ON A RESTARTED RUN, SILENTLY SKIP RECORDS ALREADY PROCESSED    00004194
      *> BEFORE THE LAST CHECKPOINTED KEY SO WE DON'T REPROCESS THEM    00004195
      *> ***************************************************************00004196
       2075-APPLY-RESTART-SKIP.                                         00004197
           IF WS-RESTARTING                                             00004198
              IF MYFREC-ACCT-NO OF WS-MYFILE-REC > WS-CKPT-KEY          00004200
                 MOVE 'N' TO WS-RESTART-SW                              00004210
              END-IF                                                    00004220
      *> ***************************************************************00004270
      *> EVERY WS-CKPT-INTERVAL RECORDS, DROP A NEW CHECKPOINT RECORD   00004280
      *> SO A RESTART DOESN'T HAVE TO REPROCESS THE WHOLE FILE          00004290
      *> THE KEY LOGGED IS THE LAST ACCOUNT WHOSE POSTINGS ARE ALL      00004293
      *> DONE, SO A RESTART NEVER SPLITS AN ACCOUNT'S POSTINGS          00004296
      *> ***************************************************************00004300
       2200-CHECK-CHECKPOINT.                                           00004310
           DIVIDE WS-RECS-READ BY WS-CKPT-INTERVAL                      00004320
             GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM                  00004330
           IF WS-CKPT-REM = 0                                           00004337
              AND WS-LAST-DONE-ACCT > 0                                 00004344
              MOVE WS-LAST-DONE-ACCT TO CKPT-LAST-KEY                   00004351
              MOVE WS-RECS-READ TO CKPT-RECS-PROCESSED                  00004360
              WRITE CKPT-REC                                            00004370
           END-IF.                                                      00004380
           EXIT.                                                        00004507
                                                                        00004508
       2050-CHECK-READ-STATUS.                                          00004509
           EVALUATE FS-MYF-TRAN-FILE                                    00004510
             WHEN "00"                                                  00004511
      *> IN A PARTITIONED RUN THE FIRST KEY PAST THE TO-KEY ENDS        00004512
      *> THE SLICE; THAT RECORD BELONGS TO THE NEXT PARTITION'S         00004520
      *> PASS AND IS NEITHER COUNTED NOR PROCESSED                      00004530
               IF WS-TO-KEY > 0                                         00004540
                  AND MTR-ACCT-NO                                       00004550
                      > WS-TO-KEY                                       00004560
                  DISPLAY "END OF KEY RANGE AT ACCT: "                  00004570
                    MTR-ACCT-NO                                         00004580
                  SET WS-EOF TO TRUE                                    00004590
               ELSE                                                     00004600
                  PERFORM 2060-BUILD-POSTING-IMAGE THRU 2060-EXIT       00004605
                  ADD 1 TO WS-RECS-READ                                 00004610
                  PERFORM 2080-FIND-BRANCH THRU 2080-EXIT               00004612
                  ADD 1 TO TBL-BR-READ (WS-BR-HIT-SUB)                  00004614
                  MOVE "RECORD READ  " TO ALOG-ACTION                   00004620
                  MOVE "MYFILE POSTING READ" TO ALOG-DETAIL             00004630
                  PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT           00004640
               END-IF                                                   00004650
             WHEN "10"                                                  00004660
               SET WS-EOF TO TRUE                                       00004670
             WHEN "22"                                                  00004680
               DISPLAY "DUPLICATE KEY ON READ, STATUS: "                00004686
                 FS-MYF-TRAN-FILE                                       00004692
               SET WS-EOF TO TRUE                                       00004700
             WHEN "23"                                                  00004710
               DISPLAY "RECORD NOT FOUND, STATUS: "                     00004716
                 FS-MYF-TRAN-FILE                                       00004722
               SET WS-EOF TO TRUE                                       00004730
             WHEN OTHER                                                 00004740
               DISPLAY "I/O ERROR ON MYF-TRAN-FILE READ, STATUS: "      00004746
                 FS-MYF-TRAN-FILE                                       00004752
               SET WS-EOF TO TRUE                                       00004760
               SET WS-IO-ERROR TO TRUE                                  00004770
           END-EVALUATE.                                                00004780
       2050-EXIT.                                                       00004790
           EXIT.                                                        00004800
                                                                        00004801
      *> ***************************************************************00004802
      *> THE EXTRACT RECORD FOR A POSTING IS ITS ACCOUNT HEADER WITH THE00004803
      *> POSTING'S DATES, AMOUNT, DESCRIPTION AND CURRENCY LAID OVER    00004804
      *> IT.  THE HEADER IS READ ONCE PER ACCOUNT; A POSTING WITH NO    00004805
      *> HEADER BEHIND IT IS LEFT FOR 2100 TO REJECT                    00004806
      *> ***************************************************************00004807
       2060-BUILD-POSTING-IMAGE.                                        00004808
           IF MTR-ACCT-NO NOT = WS-HDR-ACCT-NO                          00004809
              MOVE WS-HDR-ACCT-NO TO WS-LAST-DONE-ACCT                  00004810
              MOVE MTR-ACCT-NO TO WS-HDR-ACCT-NO                        00004811
              MOVE 'N' TO WS-HDR-FOUND-SW                               00004812
              MOVE SPACES TO WS-HDR-REC                                 00004813
              MOVE MTR-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS      00004814
              READ MYFILE INTO WS-HDR-REC                               00004815
              END-READ                                                  00004816
              EVALUATE FS-MYFILE                                        00004817
                WHEN "00"                                               00004818
                  SET WS-HDR-FOUND TO TRUE                              00004819
                WHEN "23"                                               00004820
                  MOVE SPACES TO WS-HDR-REC                             00004821
                WHEN OTHER                                              00004822
                  DISPLAY "I/O ERROR ON MYFILE READ, STATUS: " FS-MYFILE00004823
                  SET WS-EOF TO TRUE                                    00004824
                  SET WS-IO-ERROR TO TRUE                               00004825
              END-EVALUATE                                              00004826
           END-IF                                                       00004827
           MOVE WS-HDR-REC TO WS-MYFILE-REC                             00004828
           MOVE MTR-ACCT-NO TO MYFREC-ACCT-NO OF WS-MYFILE-REC          00004829
           MOVE MTR-TRAN-DATE TO MYFREC-TRAN-DATE OF WS-MYFILE-REC      00004830
           MOVE MTR-EFF-DATE TO MYFREC-EFF-DATE OF WS-MYFILE-REC        00004831
           MOVE MTR-AMOUNT TO MYFREC-AMOUNT OF WS-MYFILE-REC            00004832
           MOVE MTR-DESC TO MYFREC-DESC OF WS-MYFILE-REC                00004833
           MOVE MTR-CURR-CD TO MYFREC-CURR-CD OF WS-MYFILE-REC.         00004834
       2060-EXIT.                                                       00004835
           EXIT.                                                        00004836
                                                                        00004837
      *> ***************************************************************00004838
      *> REJECT MALFORMED OR OUT OF RANGE RECORDS WITH A REASON CODE    00004839
      *> ***************************************************************00004840
       2100-VALIDATE-RECORD.                                            00004850
           SET WS-RECORD-VALID TO TRUE                                  00004860
              MOVE "R001" TO WS-REASON-CD                               00004920
              MOVE "ACCOUNT NUMBER IS ZERO" TO WS-REASON-TXT            00004930
           END-IF                                                       00004940
                                                                        00004941
      *> A POSTING WHOSE ACCOUNT HEADER IS GONE HAS NO STATUS, BRANCH   00004942
      *> OR CURRENCY TO EXTRACT AGAINST; IT IS AN ORPHAN ON THE LEDGER  00004943
           IF WS-RECORD-VALID                                           00004944
              AND NOT WS-HDR-FOUND                                      00004945
              MOVE 'N' TO WS-VALID-SW                                   00004946
              MOVE "R007" TO WS-REASON-CD                               00004947
              MOVE "NO ACCOUNT HEADER FOR POSTING" TO WS-REASON-TXT     00004948
           END-IF                                                       00004949
                                                                        00004950
           IF WS-RECORD-VALID                                           00004960
              AND MYFREC-AMOUNT OF WS-MYFILE-REC = ZEROES               00004970
           IF FS-MYFILE NOT = "00"                                      00005790
              DISPLAY "CLOSE FAILED ON MYFILE, STATUS: " FS-MYFILE      00005800
           END-IF                                                       00005810
           CLOSE MYF-TRAN-FILE                                          00005815
           CLOSE MYFILE-REJ                                             00005820
           IF FS-MYFILE-REJ NOT = "00"                                  00005830
              DISPLAY "CLOSE FAILED, MYFILE-REJ STATUS: " FS-MYFILE-REJ 00005840
