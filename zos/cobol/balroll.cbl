      * ********************************************************        00000080
      * NIGHTLY BALANCE ROLL-FORWARD PROOF PER ACCOUNT.          *      00000090
      * AT THE END OF THE WINDOW, PROVES FOR EVERY ACCOUNT THAT  *      00000100
      * YESTERDAY'S SNAPSHOT AMOUNT PLUS TONIGHT'S MYFILE        *      00000110
      * ACTIVITY (THE NIGHT'S POSTINGS ON THE MYFTRAN LEDGER,    *      00000120
      * PLUS THE JOURNALED NET OF ANY OTHER MAINTENANCE)         *      00000130
      * EQUALS THE AMOUNT ON TONIGHT'S MASTER, AND WRITES        *      00000140
      * TONIGHT'S SNAPSHOT GENERATION FOR TOMORROW'S PROOF.      *      00000150
      * ACCOUNTS THAT DO NOT ROLL FORWARD GO ON THE BREAK        *      00000160
      * REPORT AND THE STEP ENDS WITH THE ERROR CODE.  THIS IS   *      00000170
      * THE NIGHT-OVER-NIGHT CONTINUITY CONTROL THE FILE-LEVEL   *      00000180
      * VARIANCE REPORT ONLY APPROXIMATES.                       *      00000190
      * ********************************************************        00000195
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
           ACCESS MODE IS SEQUENTIAL                                    00000260
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000270
           FILE STATUS IS FS-MYFILE.                                    00000280
           SELECT MYF-TRAN-FILE                                         00000281
           ASSIGN TO MYFTRAN                                            00000282
           ORGANIZATION IS INDEXED                                      00000283
           ACCESS MODE IS SEQUENTIAL                                    00000284
           RECORD KEY IS MTR-KEY                                        00000285
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000286
           SELECT SNAP-OLD-FILE                                         00000290
           ASSIGN TO SNAPOLD                                            00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
       FILE SECTION.                                                    00000500
       FD MYFILE.                                                       00000510
       COPY MYFREC.                                                     00000520
                                                                        00000522
       FD MYF-TRAN-FILE.                                                00000524
       COPY MYFTRAN.                                                    00000526
                                                                        00000530
      *> ***************************************************************00000540
      *> ONE SNAPSHOT RECORD PER ACCOUNT, KEYED BY MYFREC-ACCT-NO.      00000550
       WORKING-STORAGE SECTION.                                         00000830
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-IMG-REC==.      00000840
       01 FS-MYFILE PIC XX.                                             00000850
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000855
       01 FS-SNAP-OLD-FILE PIC XX.                                      00000860
       01 FS-SNAP-NEW-FILE PIC XX.                                      00000870
       01 FS-CHG-HIST-FILE PIC XX.                                      00000880
           88 WS-SNAP-EOF VALUE 'Y'.                                    00000940
       01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.                           00000950
           88 WS-HIST-EOF VALUE 'Y'.                                    00000960
       01 WS-TRAN-EOF-SW PIC X(01) VALUE 'N'.                           00000963
           88 WS-TRAN-EOF VALUE 'Y'.                                    00000966
       01 WS-BASELINE-SW PIC X(01) VALUE 'N'.                           00000970
           88 WS-BASELINE-RUN VALUE 'Y'.                                00000980
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00000990
       01 WS-SNAP-SUB PIC 9(04) VALUE ZEROES.                           00001160
                                                                        00001170
      *> ***************************************************************00001180
      *> NET CHANGE PER ACCOUNT FOR THE NIGHT: THE SUM OF THE NIGHT'S   00001188
      *> LEDGER POSTINGS (AN OPENING AMOUNT IS POSTED TOO), PLUS        00001196
      *> (AFTER-IMAGE AMOUNT - BEFORE-IMAGE AMOUNT) FOR EVERY OTHER     00001204
      *> JOURNAL ENTRY - A DELETE CONTRIBUTES THE NEGATIVE OF THE       00001212
      *> BALANCE IT TOOK OFF THE FILE                                   00001220
      *> ***************************************************************00001230
       01 WS-NET-TABLE.                                                 00001240
           05 WS-NET-ENTRY OCCURS 1000 TIMES.                           00001250
       01 WS-NET-COUNT PIC 9(04) VALUE ZEROES.                          00001280
       01 WS-NET-MAX PIC 9(04) VALUE 1000.                              00001290
       01 WS-NET-SUB PIC 9(04) VALUE ZEROES.                            00001300
       01 WS-TALLY-ACCT-NO PIC 9(09) VALUE ZEROES.                      00001305
                                                                        00001310
       01 WS-BEFORE-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00001320
       01 WS-AFTER-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.               00001330
                                                                        00001370
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00001380
       01 WS-HIST-READ PIC 9(09) VALUE ZEROES.                          00001390
       01 WS-TRAN-READ PIC 9(09) VALUE ZEROES.                          00001395
       01 WS-BREAKS PIC 9(09) VALUE ZEROES.                             00001400
       01 WS-SNAPS-WRITTEN PIC 9(09) VALUE ZEROES.                      00001410
       COPY ABENDCPY.                                                   00001420
           END-EVALUATE                                                 00002180
                                                                        00002190
           PERFORM 1200-LOAD-JOURNAL THRU 1200-EXIT                     00002200
           PERFORM 1300-LOAD-POSTINGS THRU 1300-EXIT                    00002205
                                                                        00002210
           OPEN INPUT MYFILE                                            00002220
           EVALUATE FS-MYFILE                                           00002230
      *> ACCUMULATE THE NIGHT'S NET CHANGE PER ACCOUNT FROM THE         00002660
      *> CHANGE-HISTORY JOURNAL.  WHEN THE RUN CARRIES A PROCESSING     00002670
      *> DATE, ONLY ENTRIES STAMPED WITH IT COUNT AS TONIGHT'S          00002680
      *> ADDS AND POSTINGS ARE SKIPPED HERE: THEIR MONEY IS ON THE      00002683
      *> LEDGER, WHICH 1300 TALLIES                                     00002686
      *> ***************************************************************00002690
       1200-LOAD-JOURNAL.                                               00002700
           OPEN INPUT CHG-HIST-FILE                                     00002710
                     SET WS-HIST-EOF TO TRUE                            00002770
                   NOT AT END                                           00002780
                     ADD 1 TO WS-HIST-READ                              00002790
                     IF (WS-PROCESS-DATE = 0                            00002796
                         OR CHG-DATE = WS-PROCESS-DATE)                 00002802
                        AND NOT CHG-ACTION-ADD                          00002808
                        AND NOT CHG-ACTION-POST                         00002814
                        PERFORM 1250-TALLY-ONE-ENTRY THRU 1250-EXIT     00002820
                     END-IF                                             00002830
                 END-READ                                               00002840
              MOVE MYFREC-AMOUNT OF WS-IMG-REC TO WS-AFTER-AMT          00003080
           END-IF                                                       00003090
           COMPUTE WS-NET-AMT = WS-AFTER-AMT - WS-BEFORE-AMT            00003100
           MOVE CHG-ACCT-NO TO WS-TALLY-ACCT-NO                         00003110
           PERFORM 1270-ADD-TO-NET THRU 1270-EXIT.                      00003120
       1250-EXIT.                                                       00003130
           EXIT.                                                        00003140
                                                                        00003150
       1270-ADD-TO-NET.                                                 00003160
           MOVE 'N' TO WS-FOUND-SW                                      00003167
           PERFORM VARYING WS-NET-SUB FROM 1 BY 1                       00003174
                    UNTIL WS-NET-SUB > WS-NET-COUNT                     00003181
                    OR WS-FOUND                                         00003188
             IF TBL-NET-ACCT-NO (WS-NET-SUB) = WS-TALLY-ACCT-NO         00003195
                SET WS-FOUND TO TRUE                                    00003202
                ADD WS-NET-AMT TO TBL-NET-AMOUNT (WS-NET-SUB)           00003209
             END-IF                                                     00003216
           END-PERFORM                                                  00003223
           IF NOT WS-FOUND                                              00003230
              IF WS-NET-COUNT < WS-NET-MAX                              00003237
                 ADD 1 TO WS-NET-COUNT                                  00003244
                 MOVE WS-TALLY-ACCT-NO TO TBL-NET-ACCT-NO (WS-NET-COUNT)00003251
                 MOVE WS-NET-AMT TO TBL-NET-AMOUNT (WS-NET-COUNT)       00003258
              ELSE                                                      00003265
                 DISPLAY "NET TABLE FULL, PROOF INCOMPLETE"             00003272
                 SET WS-TABLE-OVERFLOW TO TRUE                          00003279
              END-IF                                                    00003286
           END-IF.                                                      00003293
       1270-EXIT.                                                       00003300
           EXIT.                                                        00003320
                                                                        00003321
      *> ***************************************************************00003322
      *> ACCUMULATE THE NIGHT'S POSTINGS OFF THE MYFTRAN LEDGER INTO    00003323
      *> THE SAME NET TABLE.  WHEN THE RUN CARRIES A PROCESSING DATE,   00003324
      *> ONLY POSTINGS APPLIED ON IT COUNT AS TONIGHT'S                 00003325
      *> ***************************************************************00003326
       1300-LOAD-POSTINGS.                                              00003327
           OPEN INPUT MYF-TRAN-FILE                                     00003328
           EVALUATE FS-MYF-TRAN-FILE                                    00003329
             WHEN "00"                                                  00003330
               PERFORM UNTIL WS-TRAN-EOF                                00003331
                 READ MYF-TRAN-FILE                                     00003332
                   AT END                                               00003333
                     SET WS-TRAN-EOF TO TRUE                            00003334
                   NOT AT END                                           00003335
                     ADD 1 TO WS-TRAN-READ                              00003336
                     IF WS-PROCESS-DATE = 0                             00003337
                        OR MTR-POST-DATE = WS-PROCESS-DATE              00003338
                        MOVE MTR-AMOUNT TO WS-NET-AMT                   00003339
                        MOVE MTR-ACCT-NO TO WS-TALLY-ACCT-NO            00003340
                        PERFORM 1270-ADD-TO-NET THRU 1270-EXIT          00003341
                     END-IF                                             00003342
                 END-READ                                               00003343
               END-PERFORM                                              00003344
               CLOSE MYF-TRAN-FILE                                      00003345
               DISPLAY "LEDGER POSTINGS READ: " WS-TRAN-READ            00003346
             WHEN "35"                                                  00003347
               DISPLAY "NO MYFILE LEDGER, NO POSTINGS TONIGHT"          00003348
             WHEN OTHER                                                 00003349
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00003350
               GO TO 9999-ABEND                                         00003351
           END-EVALUATE.                                                00003352
       1300-EXIT.                                                       00003353
           EXIT.                                                        00003354
                                                                        00003355
      *> ***************************************************************00003356
      *> FOR EACH ACCOUNT ON TONIGHT'S MASTER: PROVE OLD + NET =        00003357
      *> TONIGHT, WRITE TONIGHT'S SNAPSHOT, AND MARK THE OLD ENTRY      00003360
      *> AS SEEN                                                        00003370
      *> ***************************************************************00003380
