      * TRANSACTION, WRITES REJECTED TRANSACTIONS WITH A REASON *       00000130
      * CODE, AND REPORTS APPLIED/REJECTED CONTROL TOTALS THE   *       00000140
      * SAME WAY THE FILESHAN EXTRACT SUMMARY DOES.             *       00000150
      * A POSTING ('P') IS WRITTEN TO THE MYFTRAN LEDGER UNDER  *       00000152
      * THE NEXT SEQUENCE FOR ITS ACCOUNT AND DAY AND MOVES THE *       00000154
      * HEADER BALANCE WITH IT; A CHANGE MAINTAINS THE HEADER   *       00000156
      * BUT NEVER ITS BALANCE, WHICH ONLY POSTINGS MOVE.        *       00000158
      * DUAL CONTROL: A POSTING OR OPENING AMOUNT ABOVE THE     *       00000159
      * DUALPARM LIMIT, AND EVERY STATUS CHANGE, IS HELD ON THE *       00000160
      * DUALPEND FILE UNDER THE KEYING OPERATOR INSTEAD OF      *       00000161
      * APPLIED.  ONCE A DIFFERENT OPERATOR RELEASES IT THROUGH *       00000162
      * DUALREL, THE NEXT RUN APPLIES IT AHEAD OF THE DAY'S     *       00000163
      * TRANSACTIONS - AS IT DOES A RELEASED MYFINQ SCREEN      *       00000164
      * CORRECTION - AND REFUSES ANY SELF-APPROVED RELEASE.     *       00000165
      * ********************************************************        00000166
       ENVIRONMENT DIVISION.                                            00000170
       INPUT-OUTPUT SECTION.                                            00000180
       FILE-CONTROL.                                                    00000190
           ACCESS MODE IS RANDOM                                        00000230
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000240
           FILE STATUS IS FS-MYFILE.                                    00000250
           SELECT MYF-TRAN-FILE                                         00000251
           ASSIGN TO MYFTRAN                                            00000252
           ORGANIZATION IS INDEXED                                      00000253
           ACCESS MODE IS DYNAMIC                                       00000254
           RECORD KEY IS MTR-KEY                                        00000255
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000256
           SELECT MAINT-TRAN-FILE                                       00000260
           ASSIGN TO MNTIN                                              00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           ASSIGN TO RSNCODES                                           00000436
           ORGANIZATION IS SEQUENTIAL                                   00000437
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000438
           SELECT DUAL-PEND-FILE                                        00000439
           ASSIGN TO DUALPEND                                           00000440
           ORGANIZATION IS INDEXED                                      00000441
           ACCESS MODE IS DYNAMIC                                       00000442
           RECORD KEY IS DPD-KEY                                        00000443
           FILE STATUS IS FS-DUAL-PEND-FILE.                            00000444
           SELECT DUAL-PARM-FILE                                        00000445
           ASSIGN TO DUALPARM                                           00000446
           ORGANIZATION IS SEQUENTIAL                                   00000447
           FILE STATUS IS FS-DUAL-PARM-FILE.                            00000448
       DATA DIVISION.                                                   00000449
       FILE SECTION.                                                    00000450
       FD MYFILE.                                                       00000451
       COPY MYFREC.                                                     00000452
                                                                        00000453
       FD MYF-TRAN-FILE.                                                00000454
       COPY MYFTRAN.                                                    00000456
                                                                        00000460
       FD MAINT-TRAN-FILE.                                              00000470
       01 MAINT-TRAN-REC.                                               00000480
               88 MNT-ACTION-CHANGE  VALUE 'C'.                         00000510
               88 MNT-ACTION-DELETE  VALUE 'D'.                         00000520
               88 MNT-ACTION-STATUS  VALUE 'S'.                         00000522
               88 MNT-ACTION-POST    VALUE 'P'.                         00000526
           05 MNT-REC-IMAGE         PIC X(100).                         00000530
      *> THE OPERATOR WHO KEYED THE TRANSACTION, OR THE PROGRAM THAT    00000534
      *> QUEUED IT; REQUIRED ON ANY ITEM DUAL CONTROL HOLDS             00000538
           05 MNT-OPER-ID           PIC X(08).                          00000542
           05 FILLER                PIC X(01).                          00000546
                                                                        00000550
       FD MAINT-REJ-FILE.                                               00000560
       01 MAINT-REJ-REC.                                                00000570
                                                                        00000703
       FD REASON-CODE-FILE.                                             00000710
       COPY RSNCODE.                                                    00000711
                                                                        00000712
       FD DUAL-PEND-FILE.                                               00000713
       COPY DUALPEND.                                                   00000714
                                                                        00000715
       FD DUAL-PARM-FILE.                                               00000716
       COPY DUALPARM.                                                   00000717
                                                                        00000718
       WORKING-STORAGE SECTION.                                         00000719
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-MAINT-IMAGE==.  00000720
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-BEFORE-IMAGE==. 00000722
       01 FS-MYFILE PIC XX.                                             00000730
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000770
       01 FS-DELTA-FILE PIC XX.                                         00000772
       01 FS-CHG-HIST-FILE PIC XX.                                      00000774
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000775
       01 WS-SEQ-EOF-SW PIC X(01) VALUE 'N'.                            00000776
           88 WS-SEQ-EOF VALUE 'Y'.                                     00000777
       01 WS-NEXT-SEQ-NO PIC 9(05) VALUE ZEROES.                        00000778
       01 WS-POST-DATE PIC 9(08) VALUE ZEROES.                          00000779
       01 WS-BALANCE-AFTER PIC S9(11)V99 COMP-3 VALUE ZEROES.           00000780
       01 WS-POSTINGS-PURGED PIC 9(07) VALUE ZEROES.                    00000781
       01 WS-DV-FUNCTION PIC X(01) VALUE SPACE.                         00000782
       01 WS-DV-DATE PIC 9(08) VALUE ZEROES.                            00000783
       01 WS-DV-RESULT PIC X(01) VALUE SPACE.                           00000784
       01 WS-BEFORE-FOUND-SW PIC X(01) VALUE 'N'.                       00000785
           88 WS-BEFORE-FOUND VALUE 'Y'.                                00000786
       01 FS-PERIOD-FILE PIC XX.                                        00000787
       01 WS-PER-EOF-SW PIC X(01) VALUE 'N'.                            00000788
           88 WS-PER-EOF VALUE 'Y'.                                     00000789
      *> ***************************************************************00000790
      *> CLOSED ACCOUNTING PERIODS OFF THE PERIOD-CONTROL DATASET; A    00000791
      *> TRANSACTION EFFECTIVE-DATED INSIDE ONE IS REFUSED              00000792
      *> ***************************************************************00000793
       01 WS-CLOSED-TABLE.                                              00000794
           05 WS-CLOSED-YYYYMM OCCURS 100 TIMES PIC 9(06).              00000795
       01 WS-CLOSED-COUNT PIC 9(03) VALUE ZEROES.                       00000796
       01 WS-CLOSED-MAX PIC 9(03) VALUE 100.                            00000797
       01 WS-CLOSED-SUB PIC 9(03) VALUE ZEROES.                         00000798
       01 WS-TRAN-YYYYMM PIC 9(06) VALUE ZEROES.                        00000799
       01 WS-TRANS-READ PIC 9(09) VALUE ZEROES.                         00000800
       01 WS-TRANS-REJECTED PIC 9(09) VALUE ZEROES.                     00000801
       01 WS-TRANS-APPLIED PIC 9(09) VALUE ZEROES.                      00000802
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000810
           88 WS-EOF VALUE 'Y'.                                         00000820
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00000830
           88 WS-IO-ERROR VALUE 'Y'.                                    00000840
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00000850
           88 WS-TRAN-VALID VALUE 'Y'.                                  00000851
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00000852
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00000853
      *> ***************************************************************00000854
      *> DUAL CONTROL: THE HOLD LIMIT, THE ITEMS ALREADY WAITING FOR A  00000855
      *> CHECKER (SO A TRANSACTION KEYED TWICE IS HELD ONCE) AND THE    00000856
      *> RELEASED ITEMS APPLIED AHEAD OF THE DAY'S TRANSACTIONS         00000857
      *> ***************************************************************00000858
       01 FS-DUAL-PEND-FILE PIC XX.                                     00000859
       01 FS-DUAL-PARM-FILE PIC XX.                                     00000860
       01 WS-DUAL-LIMIT PIC 9(09)V99 VALUE 10000.00.                    00000861
       01 WS-HOLD-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.             00000862
       01 WS-HOLD-REASON PIC X(02) VALUE SPACES.                        00000863
       01 WS-HELD-SW PIC X(01) VALUE 'N'.                               00000864
           88 WS-TRAN-HELD VALUE 'Y'.                                   00000865
       01 WS-RELEASE-SW PIC X(01) VALUE 'N'.                            00000866
           88 WS-APPLYING-RELEASED VALUE 'Y'.                           00000867
       01 WS-CORRECTION-SW PIC X(01) VALUE 'N'.                         00000868
           88 WS-APPLYING-CORRECTION VALUE 'Y'.                         00000869
       01 WS-DPD-EOF-SW PIC X(01) VALUE 'N'.                            00000870
           88 WS-DPD-EOF VALUE 'Y'.                                     00000871
       01 WS-LAST-HELD-SEQ PIC 9(06) VALUE ZEROES.                      00000872
       01 WS-PEND-TABLE.                                                00000873
           05 WS-PEND-IMAGE OCCURS 500 TIMES PIC X(110).                00000874
       01 WS-PEND-COUNT PIC 9(03) VALUE ZEROES.                         00000875
       01 WS-PEND-MAX PIC 9(03) VALUE 500.                              00000876
       01 WS-PEND-SUB PIC 9(03) VALUE ZEROES.                           00000877
       01 WS-PEND-HIT PIC 9(03) VALUE ZEROES.                           00000878
       01 WS-TRANS-HELD PIC 9(09) VALUE ZEROES.                         00000879
       01 WS-HELD-AGAIN PIC 9(09) VALUE ZEROES.                         00000880
       01 WS-RELEASED-APPLIED PIC 9(09) VALUE ZEROES.                   00000881
       01 WS-RELEASED-FAILED PIC 9(09) VALUE ZEROES.                    00000882
       01 WS-RELEASED-REFUSED PIC 9(09) VALUE ZEROES.                   00000883
       COPY ABENDCPY.                                                   00000890
       01 FS-REASON-CODE-FILE PIC XX.                                   00000891
       COPY RSNTBL.                                                     00000892
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00001140
               GO TO 9999-ABEND                                         00001150
           END-EVALUATE                                                 00001160
      *> THE TRANSACTION-DETAIL LEDGER OPENS WITH THE HEADER: A         00001161
      *> POSTING IS NEVER APPLIED TO ONE WITHOUT THE OTHER              00001162
           OPEN I-O MYF-TRAN-FILE                                       00001163
           EVALUATE FS-MYF-TRAN-FILE                                    00001164
             WHEN "00"                                                  00001165
               CONTINUE                                                 00001166
             WHEN "35"                                                  00001167
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00001168
               GO TO 9999-ABEND                                         00001169
             WHEN OTHER                                                 00001170
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00001171
               GO TO 9999-ABEND                                         00001172
           END-EVALUATE                                                 00001173
           IF WS-PROCESS-DATE > 0                                       00001174
              MOVE WS-PROCESS-DATE TO WS-POST-DATE                      00001175
           ELSE                                                         00001176
              ACCEPT WS-POST-DATE FROM DATE YYYYMMDD                    00001177
           END-IF                                                       00001178
           OPEN INPUT MAINT-TRAN-FILE                                   00001179
           IF FS-MAINT-TRAN-FILE NOT = "00"                             00001180
              MOVE "OPEN FAILED ON MAINT-TRAN-FILE" TO WS-ABEND-MESSAGE 00001190
              GO TO 9999-ABEND                                          00001200
              GO TO 9999-ABEND                                          00001300
           END-IF                                                       00001310
           MOVE "MYFMAINT" TO ALOG-PROGRAM-ID                           00001320
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00001321
      *> THE CHANGE-CAPTURE FEED OPENS FOR EXTEND SO EVERY KSDS TOUCH   00001322
      *> ACROSS THE DAY'S RUNS ACCUMULATES ON ONE SHARED DELTA          00001323
      *> DATASET FOR FILESHAN'S INCREMENTAL EXTRACT                     00001324
           OPEN EXTEND DELTA-FILE                                       00001325
           IF FS-DELTA-FILE = "35"                                      00001326
              OPEN OUTPUT DELTA-FILE                                    00001327
           END-IF                                                       00001328
           IF FS-DELTA-FILE NOT = "00"                                  00001329
              MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE      00001330
              GO TO 9999-ABEND                                          00001331
           END-IF                                                       00001332
      *> THE CHANGE-HISTORY JOURNAL ACCUMULATES THE SAME WAY: FULL      00001333
      *> BEFORE/AFTER IMAGES OF EVERY APPLIED ACTION, FOR THE MYFHRPT   00001334
      *> ACCOUNT RESEARCH REPORT                                        00001335
           OPEN EXTEND CHG-HIST-FILE                                    00001336
           IF FS-CHG-HIST-FILE = "35"                                   00001337
              OPEN OUTPUT CHG-HIST-FILE                                 00001338
           END-IF                                                       00001339
           IF FS-CHG-HIST-FILE NOT = "00"                               00001340
              MOVE "OPEN FAILED ON CHG-HIST-FILE" TO WS-ABEND-MESSAGE   00001341
              GO TO 9999-ABEND                                          00001342
           END-IF                                                       00001343
           PERFORM 1100-LOAD-CLOSED-PERIODS THRU 1100-EXIT              00001344
           PERFORM 1200-LOAD-DUAL-PARM THRU 1200-EXIT                   00001345
      *> THE PENDING FILE IS DEFINED ONCE BY THE DUALDEF JOB.  A        00001346
      *> FRESHLY DEFINED CLUSTER REFUSES AN I-O OPEN, SO IT IS PRIMED   00001347
      *> WITH AN OUTPUT OPEN/CLOSE FIRST, AS THE CONDI WORK FILES ARE   00001348
           OPEN I-O DUAL-PEND-FILE                                      00001349
           IF FS-DUAL-PEND-FILE = "35"                                  00001350
              OPEN OUTPUT DUAL-PEND-FILE                                00001351
              CLOSE DUAL-PEND-FILE                                      00001352
              OPEN I-O DUAL-PEND-FILE                                   00001353
           END-IF                                                       00001354
           IF FS-DUAL-PEND-FILE NOT = "00"                              00001355
              MOVE "OPEN FAILED ON DUAL-PEND-FILE" TO WS-ABEND-MESSAGE  00001356
              GO TO 9999-ABEND                                          00001357
           END-IF                                                       00001358
           PERFORM 1500-APPLY-RELEASED THRU 1500-EXIT                   00001360
           PERFORM 2900-READ-MAINT-TRAN THRU 2900-EXIT.                 00001365
       1000-EXIT.                                                       00001366
           EXIT.                                                        00001367
       1100-EXIT.                                                       00001397
           EXIT.                                                        00001398
                                                                        00001399
      *> ***************************************************************00001400
      *> THE DUAL-CONTROL LIMIT OFF THE PARAMETER CARD; NO CARD, OR A   00001401
      *> ZERO OR NON-NUMERIC LIMIT, LEAVES THE DEFAULT                  00001402
      *> ***************************************************************00001403
       1200-LOAD-DUAL-PARM.                                             00001404
           OPEN INPUT DUAL-PARM-FILE                                    00001405
           EVALUATE FS-DUAL-PARM-FILE                                   00001406
             WHEN "00"                                                  00001407
               READ DUAL-PARM-FILE                                      00001408
               IF FS-DUAL-PARM-FILE = "00"                              00001409
                  AND DPP-AMOUNT-LIMIT NUMERIC                          00001410
                  AND DPP-AMOUNT-LIMIT > 0                              00001411
                  MOVE DPP-AMOUNT-LIMIT TO WS-DUAL-LIMIT                00001412
               END-IF                                                   00001413
               CLOSE DUAL-PARM-FILE                                     00001414
             WHEN "35"                                                  00001415
               CONTINUE                                                 00001416
             WHEN OTHER                                                 00001417
               MOVE "OPEN FAILED ON DUAL-PARM-FILE" TO WS-ABEND-MESSAGE 00001418
               GO TO 9999-ABEND                                         00001419
           END-EVALUATE                                                 00001420
           DISPLAY "DUAL-CONTROL LIMIT: " WS-DUAL-LIMIT.                00001421
       1200-EXIT.                                                       00001422
           EXIT.                                                        00001423
                                                                        00001424
      *> ***************************************************************00001425
      *> ONE PASS OF THE PENDING FILE BEFORE THE DAY'S TRANSACTIONS.    00001426
      *> A MYFMAINT OR MYFINQ ITEM A CHECKER HAS RELEASED IS APPLIED    00001427
      *> NOW, THROUGH THE SAME EDITS AS A KEYED TRANSACTION, AND MARKED 00001428
      *> APPLIED OR FAILED; ONE RELEASED BY ITS OWN MAKER IS REFUSED.   00001429
      *> ITEMS STILL PENDING ARE NOTED SO A REPEAT IS NOT HELD TWICE,   00001430
      *> AND TODAY'S HIGHEST HOLD SEQUENCE IS KEPT FOR NEW HOLDS        00001431
      *> ***************************************************************00001432
       1500-APPLY-RELEASED.                                             00001433
           MOVE 'N' TO WS-DPD-EOF-SW                                    00001434
           MOVE LOW-VALUES TO DPD-KEY                                   00001435
           START DUAL-PEND-FILE KEY IS NOT < DPD-KEY                    00001436
           EVALUATE FS-DUAL-PEND-FILE                                   00001437
             WHEN "00"                                                  00001438
               CONTINUE                                                 00001439
             WHEN "23"                                                  00001440
               GO TO 1500-EXIT                                          00001441
             WHEN OTHER                                                 00001442
               MOVE "START FAILED ON DUAL-PEND-FILE" TO WS-ABEND-MESSAGE00001443
               GO TO 9999-ABEND                                         00001444
           END-EVALUATE                                                 00001445
           PERFORM UNTIL WS-DPD-EOF                                     00001446
             READ DUAL-PEND-FILE NEXT                                   00001447
             EVALUATE FS-DUAL-PEND-FILE                                 00001448
               WHEN "00"                                                00001449
                 PERFORM 1510-DUAL-ITEM THRU 1510-EXIT                  00001450
               WHEN "10"                                                00001451
                 SET WS-DPD-EOF TO TRUE                                 00001452
               WHEN OTHER                                               00001453
                 DISPLAY "READ FAILED, DUAL-PEND-FILE STATUS: "         00001454
                   FS-DUAL-PEND-FILE                                    00001455
                 SET WS-IO-ERROR TO TRUE                                00001456
                 SET WS-EOF TO TRUE                                     00001457
                 SET WS-DPD-EOF TO TRUE                                 00001458
             END-EVALUATE                                               00001459
             IF WS-IO-ERROR                                             00001460
                SET WS-DPD-EOF TO TRUE                                  00001461
             END-IF                                                     00001462
           END-PERFORM                                                  00001463
           DISPLAY "RELEASED ITEMS APPLIED : " WS-RELEASED-APPLIED      00001464
           DISPLAY "RELEASED ITEMS FAILED  : " WS-RELEASED-FAILED       00001465
           DISPLAY "SELF-APPROVED REFUSED  : " WS-RELEASED-REFUSED.     00001466
       1500-EXIT.                                                       00001467
           EXIT.                                                        00001468
                                                                        00001469
       1510-DUAL-ITEM.                                                  00001470
           IF NOT DPD-FROM-MYFMAINT                                     00001471
              AND NOT DPD-FROM-MYFINQ                                   00001472
              GO TO 1510-EXIT                                           00001473
           END-IF                                                       00001474
           IF DPD-PENDING                                               00001475
              IF DPD-FROM-MYFMAINT                                      00001476
                 IF WS-PEND-COUNT < WS-PEND-MAX                         00001477
                    ADD 1 TO WS-PEND-COUNT                              00001478
                    MOVE DPD-ITEM-IMAGE TO WS-PEND-IMAGE (WS-PEND-COUNT)00001479
                 END-IF                                                 00001480
                 IF DPD-HELD-DATE = WS-POST-DATE                        00001481
                    AND DPD-HELD-SEQ > WS-LAST-HELD-SEQ                 00001482
                    MOVE DPD-HELD-SEQ TO WS-LAST-HELD-SEQ               00001483
                 END-IF                                                 00001484
              END-IF                                                    00001485
              GO TO 1510-EXIT                                           00001486
           END-IF                                                       00001487
           IF DPD-FROM-MYFMAINT                                         00001488
              AND DPD-HELD-DATE = WS-POST-DATE                          00001489
              AND DPD-HELD-SEQ > WS-LAST-HELD-SEQ                       00001490
              MOVE DPD-HELD-SEQ TO WS-LAST-HELD-SEQ                     00001491
           END-IF                                                       00001492
           IF NOT DPD-RELEASED                                          00001493
              GO TO 1510-EXIT                                           00001494
           END-IF                                                       00001495
                                                                        00001496
           MOVE DPD-ITEM-IMAGE TO MAINT-TRAN-REC                        00001497
           SET WS-APPLYING-RELEASED TO TRUE                             00001498
           IF DPD-CHECKER-ID = SPACES                                   00001499
              OR DPD-CHECKER-ID = DPD-MAKER-ID                          00001500
              MOVE 'N' TO WS-VALID-SW                                   00001501
              MOVE "M017" TO WS-REASON-CD                               00001502
              MOVE "RELEASE REFUSED - SELF-APPROVED" TO WS-REASON-TXT   00001503
              PERFORM 2500-WRITE-REJECT THRU 2500-EXIT                  00001504
              SET DPD-REFUSED TO TRUE                                   00001505
              ADD 1 TO WS-RELEASED-REFUSED                              00001506
           ELSE                                                         00001507
              IF DPD-FROM-MYFINQ                                        00001508
                 SET WS-APPLYING-CORRECTION TO TRUE                     00001509
              END-IF                                                    00001510
              PERFORM 2100-APPLY-TRAN THRU 2100-EXIT                    00001511
              IF WS-TRAN-VALID                                          00001512
                 SET DPD-APPLIED TO TRUE                                00001513
              ELSE                                                      00001514
                 SET DPD-APPLY-FAILED TO TRUE                           00001515
              END-IF                                                    00001516
           END-IF                                                       00001517
           MOVE 'N' TO WS-RELEASE-SW                                    00001518
           MOVE 'N' TO WS-CORRECTION-SW                                 00001519
           MOVE WS-POST-DATE TO DPD-APPLIED-DATE                        00001520
           REWRITE DUAL-PEND-RECORD                                     00001521
           IF FS-DUAL-PEND-FILE NOT = "00"                              00001522
              DISPLAY "REWRITE FAILED, DUAL-PEND-FILE STATUS: "         00001523
                FS-DUAL-PEND-FILE                                       00001524
              SET WS-IO-ERROR TO TRUE                                   00001525
              SET WS-EOF TO TRUE                                        00001526
           END-IF.                                                      00001527
       1510-EXIT.                                                       00001528
           EXIT.                                                        00001529
                                                                        00001530
       2000-PROCESS-FILE.                                               00001531
           PERFORM UNTIL WS-EOF                                         00001532
             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT                     00001533
             PERFORM 2900-READ-MAINT-TRAN THRU 2900-EXIT                00001534
           END-PERFORM.                                                 00001535
       2000-EXIT.                                                       00001536
           EXIT.                                                        00001537
                                                                        00001538
      *> ***************************************************************00001539
      *> EDIT ONE MAINTENANCE TRANSACTION AND APPLY IT TO THE MASTER.   00001540
      *> A TRANSACTION THAT FAILS ITS EDITS, OR THAT THE FILE REFUSES   00001541
      *> (DUPLICATE ADD, CHANGE/DELETE OF A MISSING KEY), GOES TO THE   00001542
      *> REJECT FILE WITH A REASON CODE INSTEAD                         00001543
      *> ***************************************************************00001544
       2100-APPLY-TRAN.                                                 00001545
           SET WS-TRAN-VALID TO TRUE                                    00001546
           MOVE SPACES TO WS-REASON-CD                                  00001547
           MOVE SPACES TO WS-REASON-TXT                                 00001550
           MOVE MNT-REC-IMAGE TO WS-MAINT-IMAGE                         00001560
                                                                        00001570
              AND NOT MNT-ACTION-CHANGE                                 00001590
              AND NOT MNT-ACTION-DELETE                                 00001600
              AND NOT MNT-ACTION-STATUS                                 00001602
              AND NOT MNT-ACTION-POST                                   00001606
              MOVE 'N' TO WS-VALID-SW                                   00001610
              MOVE "M001" TO WS-REASON-CD                               00001620
              MOVE "ACTION CODE NOT A, C, D, P OR S" TO                 00001626
                 WS-REASON-TXT                                          00001632
           END-IF                                                       00001640
                                                                        00001650
           IF WS-TRAN-VALID                                             00001660
              END-PERFORM                                               00001746
           END-IF                                                       00001747
                                                                        00001748
      *> A KEYED CHANGE DUAL CONTROL COVERS WAITS FOR ITS CHECKER;      00001749
      *> A RELEASED ITEM HAS ALREADY HAD ONE                            00001750
           MOVE 'N' TO WS-HELD-SW                                       00001751
           IF WS-TRAN-VALID                                             00001752
              AND NOT WS-APPLYING-RELEASED                              00001753
              PERFORM 2150-CHECK-DUAL-CONTROL THRU 2150-EXIT            00001754
           END-IF                                                       00001755
           IF WS-TRAN-HELD                                              00001756
              GO TO 2100-EXIT                                           00001757
           END-IF                                                       00001758
                                                                        00001759
           IF WS-TRAN-VALID                                             00001760
              MOVE WS-MAINT-IMAGE TO MYFILE-RECORDS                     00001761
              EVALUATE TRUE                                             00001762
                WHEN WS-APPLYING-CORRECTION                             00001763
                  PERFORM 2470-APPLY-CORRECTION THRU 2470-EXIT          00001764
                WHEN MNT-ACTION-ADD                                     00001770
                  PERFORM 2200-APPLY-ADD THRU 2200-EXIT                 00001780
                WHEN MNT-ACTION-CHANGE                                  00001790
                  PERFORM 2400-APPLY-DELETE THRU 2400-EXIT              00001820
                WHEN MNT-ACTION-STATUS                                  00001822
                  PERFORM 2450-APPLY-STATUS THRU 2450-EXIT              00001824
                WHEN MNT-ACTION-POST                                    00001826
                  PERFORM 2350-APPLY-POSTING THRU 2350-EXIT             00001828
              END-EVALUATE                                              00001830
           END-IF                                                       00001840
                                                                        00001850
           IF WS-TRAN-VALID                                             00001860
              IF WS-APPLYING-RELEASED                                   00001863
                 ADD 1 TO WS-RELEASED-APPLIED                           00001866
              ELSE                                                      00001869
                 ADD 1 TO WS-TRANS-APPLIED                              00001872
              END-IF                                                    00001875
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00001880
              PERFORM 2600-WRITE-DELTA THRU 2600-EXIT                   00001882
           ELSE                                                         00001883
              PERFORM 2500-WRITE-REJECT THRU 2500-EXIT                  00001884
           END-IF.                                                      00001885
       2100-EXIT.                                                       00001886
           EXIT.                                                        00001887
                                                                        00001888
      *> ***************************************************************00001889
      *> DUAL-CONTROL TEST.  A POSTING OR AN OPENING AMOUNT ABOVE THE   00001890
      *> LIMIT EITHER WAY, AND ANY CHANGE OF ACCOUNT STATUS - BY A      00001891
      *> STATUS TRANSACTION OR INSIDE A CHANGE IMAGE - IS HELD FOR A    00001892
      *> SECOND OPERATOR.  AN ITEM WITH NO MAKER ON IT CANNOT BE        00001893
      *> CHECKED AGAINST ITS CHECKER AND IS REJECTED INSTEAD            00001894
      *> ***************************************************************00001895
       2150-CHECK-DUAL-CONTROL.                                         00001896
           MOVE SPACES TO WS-HOLD-REASON                                00001897
           MOVE ZEROES TO WS-HOLD-AMOUNT                                00001898
           EVALUATE TRUE                                                00001899
             WHEN MNT-ACTION-STATUS                                     00001900
               MOVE 'ST' TO WS-HOLD-REASON                              00001901
             WHEN MNT-ACTION-POST                                       00001902
             WHEN MNT-ACTION-ADD                                        00001903
               MOVE MYFREC-AMOUNT OF WS-MAINT-IMAGE TO WS-HOLD-AMOUNT   00001904
               IF WS-HOLD-AMOUNT < 0                                    00001905
                  COMPUTE WS-HOLD-AMOUNT = 0 - WS-HOLD-AMOUNT           00001906
               END-IF                                                   00001907
               IF WS-HOLD-AMOUNT > WS-DUAL-LIMIT                        00001908
                  MOVE 'AM' TO WS-HOLD-REASON                           00001909
               END-IF                                                   00001910
             WHEN MNT-ACTION-CHANGE                                     00001911
               PERFORM 2700-FETCH-BEFORE-IMAGE THRU 2700-EXIT           00001912
               IF WS-BEFORE-FOUND                                       00001913
                  AND MYFREC-STATUS OF WS-MAINT-IMAGE NOT =             00001914
                      MYFREC-STATUS OF WS-BEFORE-IMAGE                  00001915
                  AND NOT (MYFREC-ST-OPEN OF WS-MAINT-IMAGE             00001916
                           AND MYFREC-ST-OPEN OF WS-BEFORE-IMAGE)       00001917
                  MOVE 'ST' TO WS-HOLD-REASON                           00001918
               END-IF                                                   00001919
             WHEN OTHER                                                 00001920
               CONTINUE                                                 00001921
           END-EVALUATE                                                 00001922
           IF WS-HOLD-REASON = SPACES                                   00001923
              GO TO 2150-EXIT                                           00001924
           END-IF                                                       00001925
           IF MNT-OPER-ID = SPACES                                      00001926
              MOVE 'N' TO WS-VALID-SW                                   00001927
              MOVE "M016" TO WS-REASON-CD                               00001928
              MOVE "NO MAKER ID ON A DUAL-CONTROL ITEM" TO              00001929
                 WS-REASON-TXT                                          00001930
              GO TO 2150-EXIT                                           00001931
           END-IF                                                       00001932
           SET WS-TRAN-HELD TO TRUE                                     00001933
           ADD 1 TO WS-TRANS-HELD                                       00001934
           PERFORM 2160-HOLD-ITEM THRU 2160-EXIT.                       00001935
       2150-EXIT.                                                       00001936
           EXIT.                                                        00001937
                                                                        00001938
      *> ***************************************************************00001939
      *> PUT THE TRANSACTION ON THE PENDING FILE UNDER TODAY'S DATE AND 00001940
      *> THE NEXT HOLD SEQUENCE.  THE SAME TRANSACTION ALREADY WAITING  00001941
      *> (A RESUBMISSION, OR THE DORMANCY JOB QUEUING IT AGAIN) IS NOT  00001942
      *> HELD A SECOND TIME                                             00001943
      *> ***************************************************************00001944
       2160-HOLD-ITEM.                                                  00001945
           MOVE ZEROES TO WS-PEND-HIT                                   00001946
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1                      00001947
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT                    00001948
                      OR WS-PEND-HIT > 0                                00001949
             IF WS-PEND-IMAGE (WS-PEND-SUB) = MAINT-TRAN-REC            00001950
                MOVE WS-PEND-SUB TO WS-PEND-HIT                         00001951
             END-IF                                                     00001952
           END-PERFORM                                                  00001953
           IF WS-PEND-HIT > 0                                           00001954
              ADD 1 TO WS-HELD-AGAIN                                    00001955
              DISPLAY "ALREADY HELD FOR RELEASE, ACCOUNT "              00001956
                MYFREC-ACCT-NO OF WS-MAINT-IMAGE                        00001957
              GO TO 2160-EXIT                                           00001958
           END-IF                                                       00001959
           MOVE SPACES TO DUAL-PEND-RECORD                              00001960
           ADD 1 TO WS-LAST-HELD-SEQ                                    00001961
           MOVE WS-POST-DATE TO DPD-HELD-DATE                           00001962
           SET DPD-FROM-MYFMAINT TO TRUE                                00001963
           MOVE WS-LAST-HELD-SEQ TO DPD-HELD-SEQ                        00001964
           MOVE WS-HOLD-REASON TO DPD-REASON                            00001965
           SET DPD-PENDING TO TRUE                                      00001966
           MOVE MNT-OPER-ID TO DPD-MAKER-ID                             00001967
           MOVE ZEROES TO DPD-DECIDED-DATE                              00001968
           MOVE ZEROES TO DPD-APPLIED-DATE                              00001969
           MOVE MYFREC-ACCT-NO OF WS-MAINT-IMAGE TO DPD-REF-NO          00001970
           MOVE MYFREC-AMOUNT OF WS-MAINT-IMAGE TO DPD-AMOUNT           00001971
           MOVE MAINT-TRAN-REC TO DPD-ITEM-IMAGE                        00001972
           WRITE DUAL-PEND-RECORD                                       00001973
           IF FS-DUAL-PEND-FILE NOT = "00"                              00001974
              DISPLAY "I/O ERROR ON DUAL-PEND-FILE WRITE, STATUS: "     00001975
                FS-DUAL-PEND-FILE                                       00001976
              SET WS-IO-ERROR TO TRUE                                   00001977
              SET WS-EOF TO TRUE                                        00001978
              GO TO 2160-EXIT                                           00001979
           END-IF                                                       00001980
           IF WS-PEND-COUNT < WS-PEND-MAX                               00001981
              ADD 1 TO WS-PEND-COUNT                                    00001982
              MOVE MAINT-TRAN-REC TO WS-PEND-IMAGE (WS-PEND-COUNT)      00001983
           END-IF                                                       00001984
           MOVE "ITEM HELD   " TO ALOG-ACTION                           00001985
           MOVE SPACES TO ALOG-DETAIL                                   00001986
           STRING "ACCT " MYFREC-ACCT-NO OF WS-MAINT-IMAGE              00001987
              " " WS-HOLD-REASON " BY " MNT-OPER-ID                     00001988
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00001989
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00001990
       2160-EXIT.                                                       00001991
           EXIT.                                                        00001992
                                                                        00001993
       2200-APPLY-ADD.                                                  00001994
           MOVE 'N' TO WS-BEFORE-FOUND-SW                               00001995
           WRITE MYFILE-RECORDS                                         00001996
           EVALUATE FS-MYFILE                                           00001997
             WHEN "00"                                                  00001998
               MOVE "RECORD ADDED" TO ALOG-ACTION                       00001999
               MOVE "MYFILE RECORD ADDED" TO ALOG-DETAIL                00002000
               PERFORM 2800-WRITE-CHG-HIST THRU 2800-EXIT               00002002
      *> AN OPENING AMOUNT ON THE NEW ACCOUNT IS ITS FIRST POSTING,     00002003
      *> SO THE LEDGER ALWAYS ADDS UP TO THE HEADER BALANCE             00002004
               IF MYFREC-AMOUNT OF WS-MAINT-IMAGE NOT = ZEROES          00002005
                  IF MYFREC-TRAN-DATE OF WS-MAINT-IMAGE NOT NUMERIC     00002006
                     OR MYFREC-TRAN-DATE OF WS-MAINT-IMAGE = ZEROES     00002007
                     MOVE WS-POST-DATE TO                               00002008
                        MYFREC-TRAN-DATE OF WS-MAINT-IMAGE              00002009
                  END-IF                                                00002010
                  IF MYFREC-EFF-DATE OF WS-MAINT-IMAGE NOT NUMERIC      00002011
                     OR MYFREC-EFF-DATE OF WS-MAINT-IMAGE = ZEROES      00002012
                     MOVE MYFREC-TRAN-DATE OF WS-MAINT-IMAGE TO         00002013
                        MYFREC-EFF-DATE OF WS-MAINT-IMAGE               00002014
                  END-IF                                                00002015
                  MOVE MYFREC-AMOUNT OF WS-MAINT-IMAGE TO               00002016
                     WS-BALANCE-AFTER                                   00002017
                  PERFORM 2380-WRITE-POSTING THRU 2380-EXIT             00002018
               END-IF                                                   00002019
             WHEN "22"                                                  00002020
               MOVE 'N' TO WS-VALID-SW                                  00002021
               MOVE "M003" TO WS-REASON-CD                              00002030
               MOVE "ADD FAILED - ACCOUNT ALREADY ON FILE"              00002040
                  TO WS-REASON-TXT                                      00002050
              MOVE "CHANGE REFUSED - ACCOUNT CLOSED" TO WS-REASON-TXT   00002179
              GO TO 2300-EXIT                                           00002180
           END-IF                                                       00002181
      *> THE BALANCE IS THE SUM OF THE ACCOUNT'S POSTINGS: A CHANGE     00002182
      *> MAINTAINS THE HEADER FIELDS BUT CARRIES THE BALANCE FORWARD    00002183
      *> AS IT STANDS, AND MONEY MOVES ONLY THROUGH A POSTING           00002184
           IF WS-BEFORE-FOUND                                           00002185
              MOVE MYFREC-AMOUNT OF WS-BEFORE-IMAGE TO                  00002186
                 MYFREC-AMOUNT OF WS-MAINT-IMAGE                        00002187
           END-IF                                                       00002188
           MOVE WS-MAINT-IMAGE TO MYFILE-RECORDS                        00002189
           REWRITE MYFILE-RECORDS                                       00002190
           EVALUATE FS-MYFILE                                           00002191
             WHEN "00"                                                  00002200
               MOVE "RECORD CHGED" TO ALOG-ACTION                       00002210
               MOVE "MYFILE RECORD CHANGED" TO ALOG-DETAIL              00002220
               SET WS-IO-ERROR TO TRUE                                  00002300
               SET WS-EOF TO TRUE                                       00002310
               MOVE 'N' TO WS-VALID-SW                                  00002320
               MOVE "M005" TO WS-REASON-CD                              00002321
               MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT   00002322
           END-EVALUATE.                                                00002323
       2300-EXIT.                                                       00002324
           EXIT.                                                        00002325
                                                                        00002326
      *> ***************************************************************00002327
      *> STATUS TRANSACTION: THE IMAGE CARRIES ONLY THE NEW STATUS      00002328
      *> AND ITS EFFECTIVE DATE; EVERY OTHER FIELD OF THE MASTER        00002329
      *> RECORD IS LEFT AS IT STANDS.  O = OPEN, F = FROZEN,            00002330
      *> C = CLOSED, D = DORMANT, E = ESCHEATED                         00002331
      *> ***************************************************************00002332
       2450-APPLY-STATUS.                                               00002333
           IF MYFREC-STATUS OF WS-MAINT-IMAGE NOT = 'O'                 00002334
              AND MYFREC-STATUS OF WS-MAINT-IMAGE NOT = 'F'             00002335
              AND MYFREC-STATUS OF WS-MAINT-IMAGE NOT = 'C'             00002336
              AND MYFREC-STATUS OF WS-MAINT-IMAGE NOT = 'D'             00002337
              AND MYFREC-STATUS OF WS-MAINT-IMAGE NOT = 'E'             00002338
              MOVE 'N' TO WS-VALID-SW                                   00002339
              MOVE "M006" TO WS-REASON-CD                               00002340
              MOVE "STATUS CODE NOT O, F, C, D OR E" TO WS-REASON-TXT   00002341
              GO TO 2450-EXIT                                           00002342
           END-IF                                                       00002343
           IF MYFREC-STATUS-DATE OF WS-MAINT-IMAGE NOT NUMERIC          00002344
              OR MYFREC-STATUS-DATE OF WS-MAINT-IMAGE = ZEROES          00002345
              MOVE 'N' TO WS-VALID-SW                                   00002346
              MOVE "M008" TO WS-REASON-CD                               00002347
              MOVE "STATUS DATE MISSING OR ZERO" TO WS-REASON-TXT       00002348
              GO TO 2450-EXIT                                           00002349
           END-IF                                                       00002350
           PERFORM 2700-FETCH-BEFORE-IMAGE THRU 2700-EXIT               00002351
           IF NOT WS-BEFORE-FOUND                                       00002352
              MOVE 'N' TO WS-VALID-SW                                   00002353
              MOVE "M004" TO WS-REASON-CD                               00002354
              MOVE "STATUS FAILED - ACCOUNT NOT ON FILE"                00002355
                 TO WS-REASON-TXT                                       00002356
              GO TO 2450-EXIT                                           00002357
           END-IF                                                       00002358
           MOVE WS-BEFORE-IMAGE TO MYFILE-RECORDS                       00002359
           MOVE MYFREC-STATUS OF WS-MAINT-IMAGE TO                      00002360
              MYFREC-STATUS OF MYFILE-RECORDS                           00002361
      *> A HELD CHANGE RELEASED ON A LATER DAY TAKES THE RELEASE DATE   00002362
      *> SO THAT CLOSESET SETTLES A RELEASED CLOSURE THAT NIGHT         00002363
           IF WS-APPLYING-RELEASED                                      00002364
              MOVE WS-POST-DATE TO                                      00002365
                 MYFREC-STATUS-DATE OF MYFILE-RECORDS                   00002366
           ELSE                                                         00002367
              MOVE MYFREC-STATUS-DATE OF WS-MAINT-IMAGE TO              00002368
                 MYFREC-STATUS-DATE OF MYFILE-RECORDS                   00002369
           END-IF                                                       00002370
           REWRITE MYFILE-RECORDS                                       00002373
           EVALUATE FS-MYFILE                                           00002374
             WHEN "00"                                                  00002375
               MOVE "STATUS CHGED" TO ALOG-ACTION                       00002376
               MOVE "MYFILE ACCOUNT STATUS CHANGED" TO ALOG-DETAIL      00002377
      *> THE JOURNALED AFTER-IMAGE IS THE MASTER AS REWRITTEN, NOT      00002378
      *> THE SPARSE TRANSACTION IMAGE                                   00002379
               MOVE MYFILE-RECORDS TO WS-MAINT-IMAGE                    00002380
               PERFORM 2800-WRITE-CHG-HIST THRU 2800-EXIT               00002381
             WHEN OTHER                                                 00002382
               DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: "          00002383
                 FS-MYFILE                                              00002384
               SET WS-IO-ERROR TO TRUE                                  00002385
               SET WS-EOF TO TRUE                                       00002386
               MOVE 'N' TO WS-VALID-SW                                  00002387
               MOVE "M005" TO WS-REASON-CD                              00002388
               MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT   00002389
           END-EVALUATE.                                                00002390
       2450-EXIT.                                                       00002391
           EXIT.                                                        00002392
                                                                        00002393
      *> ***************************************************************00002394
      *> RELEASED MYFINQ SCREEN CORRECTION: ONLY THE DESCRIPTION IS     00002395
      *> TAKEN FROM THE HELD IMAGE.  THE REST OF THE HEADER HAS MOVED   00002396
      *> ON SINCE THE SCREEN READ IT AND IS LEFT AS IT NOW STANDS       00002397
      *> ***************************************************************00002398
       2470-APPLY-CORRECTION.                                           00002399
           PERFORM 2700-FETCH-BEFORE-IMAGE THRU 2700-EXIT               00002400
           IF NOT WS-BEFORE-FOUND                                       00002401
              MOVE 'N' TO WS-VALID-SW                                   00002402
              MOVE "M004" TO WS-REASON-CD                               00002403
              MOVE "CORRECTION FAILED - ACCOUNT NOT ON FILE"            00002404
                 TO WS-REASON-TXT                                       00002405
              GO TO 2470-EXIT                                           00002406
           END-IF                                                       00002407
           IF MYFREC-ST-CLOSED OF WS-BEFORE-IMAGE                       00002408
              MOVE 'N' TO WS-VALID-SW                                   00002409
              MOVE "M007" TO WS-REASON-CD                               00002410
              MOVE "CHANGE REFUSED - ACCOUNT CLOSED" TO WS-REASON-TXT   00002411
              GO TO 2470-EXIT                                           00002412
           END-IF                                                       00002413
           MOVE WS-BEFORE-IMAGE TO MYFILE-RECORDS                       00002414
           MOVE MYFREC-DESC OF WS-MAINT-IMAGE TO                        00002415
              MYFREC-DESC OF MYFILE-RECORDS                             00002416
           REWRITE MYFILE-RECORDS                                       00002417
           EVALUATE FS-MYFILE                                           00002418
             WHEN "00"                                                  00002419
               MOVE "DESC CHANGED" TO ALOG-ACTION                       00002420
               MOVE SPACES TO ALOG-DETAIL                               00002421
               STRING "MYFINQ CORRECTION KEYED BY " MNT-OPER-ID         00002422
                  DELIMITED BY SIZE INTO ALOG-DETAIL                    00002423
               MOVE MYFILE-RECORDS TO WS-MAINT-IMAGE                    00002424
               PERFORM 2800-WRITE-CHG-HIST THRU 2800-EXIT               00002425
             WHEN OTHER                                                 00002426
               DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: "          00002427
                 FS-MYFILE                                              00002428
               SET WS-IO-ERROR TO TRUE                                  00002429
               SET WS-EOF TO TRUE                                       00002430
               MOVE 'N' TO WS-VALID-SW                                  00002431
               MOVE "M005" TO WS-REASON-CD                              00002432
               MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT   00002433
           END-EVALUATE.                                                00002434
       2470-EXIT.                                                       00002435
           EXIT.                                                        00002437
                                                                        00002438
      *> ***************************************************************00002439
      *> POSTING TRANSACTION: THE IMAGE CARRIES ONE MONETARY ITEM -     00002440
      *> TRANSACTION DATE, EFFECTIVE DATE, AMOUNT, DESCRIPTION AND      00002441
      *> CURRENCY - AGAINST AN EXISTING ACCOUNT.  IT IS WRITTEN TO THE  00002442
      *> LEDGER UNDER THE NEXT SEQUENCE NUMBER FOR ITS ACCOUNT AND DAY, 00002443
      *> AND THE HEADER BALANCE AND LAST-ACTIVITY DATE MOVE WITH IT.    00002444
      *> AN UNDATED POSTING TAKES THE PROCESSING DATE                   00002445
      *> ***************************************************************00002446
       2350-APPLY-POSTING.                                              00002447
           IF MYFREC-AMOUNT OF WS-MAINT-IMAGE = ZEROES                  00002448
              MOVE 'N' TO WS-VALID-SW                                   00002449
              MOVE "M011" TO WS-REASON-CD                               00002450
              MOVE "POSTING AMOUNT IS ZERO" TO WS-REASON-TXT            00002451
              GO TO 2350-EXIT                                           00002452
           END-IF                                                       00002453
           IF MYFREC-TRAN-DATE OF WS-MAINT-IMAGE NOT NUMERIC            00002454
              OR MYFREC-TRAN-DATE OF WS-MAINT-IMAGE = ZEROES            00002455
              MOVE WS-POST-DATE TO MYFREC-TRAN-DATE OF WS-MAINT-IMAGE   00002456
           END-IF                                                       00002457
           IF MYFREC-EFF-DATE OF WS-MAINT-IMAGE NOT NUMERIC             00002458
              OR MYFREC-EFF-DATE OF WS-MAINT-IMAGE = ZEROES             00002459
              MOVE MYFREC-TRAN-DATE OF WS-MAINT-IMAGE TO                00002460
                 MYFREC-EFF-DATE OF WS-MAINT-IMAGE                      00002461
           END-IF                                                       00002462
           MOVE 'V' TO WS-DV-FUNCTION                                   00002463
           MOVE MYFREC-TRAN-DATE OF WS-MAINT-IMAGE TO WS-DV-DATE        00002464
           CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE WS-DV-RESULT  00002465
           IF WS-DV-RESULT NOT = 'Y'                                    00002466
              MOVE 'N' TO WS-VALID-SW                                   00002467
              MOVE "M012" TO WS-REASON-CD                               00002468
              MOVE "POSTING DATE NOT A VALID DATE" TO WS-REASON-TXT     00002469
              GO TO 2350-EXIT                                           00002470
           END-IF                                                       00002471
           PERFORM 2700-FETCH-BEFORE-IMAGE THRU 2700-EXIT               00002472
           IF NOT WS-BEFORE-FOUND                                       00002473
              MOVE 'N' TO WS-VALID-SW                                   00002474
              MOVE "M004" TO WS-REASON-CD                               00002475
              MOVE "POSTING FAILED - ACCOUNT NOT ON FILE"               00002476
                 TO WS-REASON-TXT                                       00002477
              GO TO 2350-EXIT                                           00002478
           END-IF                                                       00002479
           IF MYFREC-ST-CLOSED OF WS-BEFORE-IMAGE                       00002480
              MOVE 'N' TO WS-VALID-SW                                   00002481
              MOVE "M010" TO WS-REASON-CD                               00002482
              MOVE "POSTING REFUSED - ACCOUNT CLOSED" TO WS-REASON-TXT  00002483
              GO TO 2350-EXIT                                           00002484
           END-IF                                                       00002485
      *> ESCHEATED FUNDS NOW BELONG TO THE STATE; THE OWNER CLAIMS THEM 00002486
      *> THERE, NOT HERE                                                00002487
           IF MYFREC-ST-ESCHEATED OF WS-BEFORE-IMAGE                    00002488
              MOVE 'N' TO WS-VALID-SW                                   00002489
              MOVE "M015" TO WS-REASON-CD                               00002490
              MOVE "POSTING REFUSED - ACCOUNT ESCHEATED"                00002491
                 TO WS-REASON-TXT                                       00002492
              GO TO 2350-EXIT                                           00002493
           END-IF                                                       00002494
      *> THE LEDGER CARRIES ONE CURRENCY PER ACCOUNT; A POSTING WITH NO 00002495
      *> CURRENCY IS IN THE ACCOUNT'S OWN                               00002496
           IF MYFREC-CURR-CD OF WS-MAINT-IMAGE = SPACES                 00002497
              MOVE MYFREC-CURR-CD OF WS-BEFORE-IMAGE TO                 00002498
                 MYFREC-CURR-CD OF WS-MAINT-IMAGE                       00002499
           END-IF                                                       00002500
           IF MYFREC-CURR-CD OF WS-MAINT-IMAGE NOT =                    00002501
              MYFREC-CURR-CD OF WS-BEFORE-IMAGE                         00002502
              MOVE 'N' TO WS-VALID-SW                                   00002503
              MOVE "M013" TO WS-REASON-CD                               00002504
              MOVE "POSTING CURRENCY NOT ACCOUNT CURRENCY"              00002505
                 TO WS-REASON-TXT                                       00002506
              GO TO 2350-EXIT                                           00002507
           END-IF                                                       00002508
           MOVE MYFREC-AMOUNT OF WS-BEFORE-IMAGE TO WS-BALANCE-AFTER    00002509
           ADD MYFREC-AMOUNT OF WS-MAINT-IMAGE TO WS-BALANCE-AFTER      00002510
             ON SIZE ERROR                                              00002511
               MOVE 'N' TO WS-VALID-SW                                  00002512
               MOVE "M014" TO WS-REASON-CD                              00002513
               MOVE "POSTING WOULD OVERFLOW THE BALANCE"                00002514
                  TO WS-REASON-TXT                                      00002515
               GO TO 2350-EXIT                                          00002516
           END-ADD                                                      00002517
           PERFORM 2380-WRITE-POSTING THRU 2380-EXIT                    00002518
           IF NOT WS-TRAN-VALID                                         00002519
              GO TO 2350-EXIT                                           00002520
           END-IF                                                       00002521
           MOVE WS-BEFORE-IMAGE TO MYFILE-RECORDS                       00002522
           MOVE WS-BALANCE-AFTER TO MYFREC-AMOUNT OF MYFILE-RECORDS     00002523
      *> A POSTING IS ACTIVITY ON THE ACCOUNT, SO A DORMANT ONE REOPENS 00002524
           IF MYFREC-ST-DORMANT OF MYFILE-RECORDS                       00002525
              MOVE 'O' TO MYFREC-STATUS OF MYFILE-RECORDS               00002526
              MOVE WS-POST-DATE TO                                      00002527
                 MYFREC-STATUS-DATE OF MYFILE-RECORDS                   00002528
           END-IF                                                       00002529
           IF MYFREC-TRAN-DATE OF MYFILE-RECORDS NOT NUMERIC            00002530
              OR MYFREC-TRAN-DATE OF WS-MAINT-IMAGE NOT <               00002531
                 MYFREC-TRAN-DATE OF MYFILE-RECORDS                     00002532
              MOVE MYFREC-TRAN-DATE OF WS-MAINT-IMAGE TO                00002533
                 MYFREC-TRAN-DATE OF MYFILE-RECORDS                     00002534
              MOVE MYFREC-EFF-DATE OF WS-MAINT-IMAGE TO                 00002535
                 MYFREC-EFF-DATE OF MYFILE-RECORDS                      00002536
              MOVE MYFREC-DESC OF WS-MAINT-IMAGE TO                     00002537
                 MYFREC-DESC OF MYFILE-RECORDS                          00002538
           END-IF                                                       00002539
           REWRITE MYFILE-RECORDS                                       00002540
           EVALUATE FS-MYFILE                                           00002541
             WHEN "00"                                                  00002542
               MOVE "TRAN POSTED " TO ALOG-ACTION                       00002543
               MOVE "MYFILE POSTING APPLIED TO LEDGER" TO ALOG-DETAIL   00002544
      *> THE JOURNALED AFTER-IMAGE IS THE HEADER AS REWRITTEN           00002545
               MOVE MYFILE-RECORDS TO WS-MAINT-IMAGE                    00002546
               PERFORM 2800-WRITE-CHG-HIST THRU 2800-EXIT               00002547
             WHEN OTHER                                                 00002548
               DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: "          00002549
                 FS-MYFILE                                              00002550
               SET WS-IO-ERROR TO TRUE                                  00002551
               SET WS-EOF TO TRUE                                       00002552
               MOVE 'N' TO WS-VALID-SW                                  00002553
               MOVE "M005" TO WS-REASON-CD                              00002554
               MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT   00002555
           END-EVALUATE.                                                00002556
       2350-EXIT.                                                       00002557
           EXIT.                                                        00002558
                                                                        00002559
      *> ***************************************************************00002560
      *> FIND THE HIGHEST SEQUENCE NUMBER ALREADY ON THE LEDGER FOR THE 00002561
      *> ACCOUNT AND TRANSACTION DATE IN WS-MAINT-IMAGE; THE NEW        00002562
      *> POSTING TAKES THE NEXT ONE                                     00002563
      *> ***************************************************************00002564
       2360-NEXT-SEQUENCE.                                              00002565
           MOVE ZEROES TO WS-NEXT-SEQ-NO                                00002566
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00002567
           MOVE MYFREC-ACCT-NO OF WS-MAINT-IMAGE TO MTR-ACCT-NO         00002568
           MOVE MYFREC-TRAN-DATE OF WS-MAINT-IMAGE TO MTR-TRAN-DATE     00002569
           MOVE ZEROES TO MTR-SEQ-NO                                    00002570
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00002571
           IF FS-MYF-TRAN-FILE NOT = "00"                               00002572
              SET WS-SEQ-EOF TO TRUE                                    00002573
           END-IF                                                       00002574
           PERFORM UNTIL WS-SEQ-EOF                                     00002575
             READ MYF-TRAN-FILE NEXT                                    00002576
             IF FS-MYF-TRAN-FILE NOT = "00"                             00002577
                OR MTR-ACCT-NO NOT = MYFREC-ACCT-NO OF WS-MAINT-IMAGE   00002578
                OR MTR-TRAN-DATE NOT =                                  00002579
                   MYFREC-TRAN-DATE OF WS-MAINT-IMAGE                   00002580
                SET WS-SEQ-EOF TO TRUE                                  00002581
             ELSE                                                       00002582
                MOVE MTR-SEQ-NO TO WS-NEXT-SEQ-NO                       00002583
             END-IF                                                     00002584
           END-PERFORM                                                  00002585
           ADD 1 TO WS-NEXT-SEQ-NO.                                     00002586
       2360-EXIT.                                                       00002587
           EXIT.                                                        00002588
                                                                        00002589
      *> ***************************************************************00002590
      *> WRITE THE POSTING IN WS-MAINT-IMAGE TO THE LEDGER, CARRYING    00002591
      *> THE HEADER BALANCE AS IT STANDS ONCE THE POSTING IS APPLIED    00002592
      *> (WS-BALANCE-AFTER).  THE DETAIL GOES DOWN BEFORE THE HEADER    00002593
      *> MOVES, SO A FAILED WRITE LEAVES THE BALANCE UNTOUCHED          00002594
      *> ***************************************************************00002595
       2380-WRITE-POSTING.                                              00002596
           PERFORM 2360-NEXT-SEQUENCE THRU 2360-EXIT                    00002597
           MOVE SPACES TO MYF-TRAN-RECORD                               00002598
           MOVE MYFREC-ACCT-NO OF WS-MAINT-IMAGE TO MTR-ACCT-NO         00002599
           MOVE MYFREC-TRAN-DATE OF WS-MAINT-IMAGE TO MTR-TRAN-DATE     00002600
           MOVE WS-NEXT-SEQ-NO TO MTR-SEQ-NO                            00002601
           MOVE MYFREC-EFF-DATE OF WS-MAINT-IMAGE TO MTR-EFF-DATE       00002602
           MOVE MYFREC-AMOUNT OF WS-MAINT-IMAGE TO MTR-AMOUNT           00002603
           MOVE MYFREC-DESC OF WS-MAINT-IMAGE TO MTR-DESC               00002604
           MOVE MYFREC-CURR-CD OF WS-MAINT-IMAGE TO MTR-CURR-CD         00002605
           MOVE WS-BALANCE-AFTER TO MTR-BALANCE-AFTER                   00002606
           MOVE WS-POST-DATE TO MTR-POST-DATE                           00002607
           MOVE "MYFMAINT" TO MTR-POST-PROGRAM                          00002608
           WRITE MYF-TRAN-RECORD                                        00002609
           IF FS-MYF-TRAN-FILE NOT = "00"                               00002610
              DISPLAY "I/O ERROR ON MYF-TRAN-FILE WRITE, STATUS: "      00002611
                FS-MYF-TRAN-FILE                                        00002612
              SET WS-IO-ERROR TO TRUE                                   00002613
              SET WS-EOF TO TRUE                                        00002614
              MOVE 'N' TO WS-VALID-SW                                   00002615
              MOVE "M005" TO WS-REASON-CD                               00002616
              MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT    00002617
           END-IF.                                                      00002618
       2380-EXIT.                                                       00002619
           EXIT.                                                        00002620
                                                                        00002621
      *> ***************************************************************00002622
      *> A DELETED ACCOUNT TAKES ITS LEDGER WITH IT: EVERY POSTING      00002623
      *> UNDER THE ACCOUNT NUMBER IS REMOVED, SO A LATER ADD UNDER THE  00002624
      *> SAME NUMBER STARTS FROM AN EMPTY HISTORY                       00002625
      *> ***************************************************************00002626
       2480-PURGE-POSTINGS.                                             00002627
           MOVE ZEROES TO WS-POSTINGS-PURGED                            00002628
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00002629
           MOVE MYFREC-ACCT-NO OF WS-MAINT-IMAGE TO MTR-ACCT-NO         00002630
           MOVE ZEROES TO MTR-TRAN-DATE                                 00002631
           MOVE ZEROES TO MTR-SEQ-NO                                    00002632
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00002633
           IF FS-MYF-TRAN-FILE NOT = "00"                               00002634
              SET WS-SEQ-EOF TO TRUE                                    00002635
           END-IF                                                       00002636
           PERFORM UNTIL WS-SEQ-EOF                                     00002637
             READ MYF-TRAN-FILE NEXT                                    00002638
             IF FS-MYF-TRAN-FILE NOT = "00"                             00002639
                OR MTR-ACCT-NO NOT = MYFREC-ACCT-NO OF WS-MAINT-IMAGE   00002640
                SET WS-SEQ-EOF TO TRUE                                  00002641
             ELSE                                                       00002642
                DELETE MYF-TRAN-FILE RECORD                             00002643
                IF FS-MYF-TRAN-FILE NOT = "00"                          00002644
                   DISPLAY "DELETE FAILED, MYF-TRAN-FILE STATUS: "      00002645
                     FS-MYF-TRAN-FILE                                   00002646
                   SET WS-SEQ-EOF TO TRUE                               00002647
                ELSE                                                    00002648
                   ADD 1 TO WS-POSTINGS-PURGED                          00002649
                END-IF                                                  00002650
             END-IF                                                     00002651
           END-PERFORM                                                  00002652
           IF WS-POSTINGS-PURGED > 0                                    00002653
              DISPLAY "LEDGER POSTINGS PURGED FOR ACCOUNT "             00002654
                MYFREC-ACCT-NO OF WS-MAINT-IMAGE ": " WS-POSTINGS-PURGED00002655
           END-IF.                                                      00002656
       2480-EXIT.                                                       00002657
           EXIT.                                                        00002658
                                                                        00002659
       2400-APPLY-DELETE.                                               00002660
           PERFORM 2700-FETCH-BEFORE-IMAGE THRU 2700-EXIT               00002661
           MOVE WS-MAINT-IMAGE TO MYFILE-RECORDS                        00002662
           DELETE MYFILE                                                00002663
           EVALUATE FS-MYFILE                                           00002664
             WHEN "00"                                                  00002665
               MOVE "RECORD DLTED" TO ALOG-ACTION                       00002666
               MOVE "MYFILE RECORD DELETED" TO ALOG-DETAIL              00002667
               PERFORM 2480-PURGE-POSTINGS THRU 2480-EXIT               00002668
               PERFORM 2800-WRITE-CHG-HIST THRU 2800-EXIT               00002669
             WHEN "23"                                                  00002670
               MOVE 'N' TO WS-VALID-SW                                  00002671
               MOVE "M004" TO WS-REASON-CD                              00002672
               MOVE "DELETE FAILED - ACCOUNT NOT ON FILE"               00002673
                  TO WS-REASON-TXT                                      00002674
             WHEN OTHER                                                 00002675
               DISPLAY "I/O ERROR ON MYFILE DELETE, STATUS: " FS-MYFILE 00002676
               SET WS-IO-ERROR TO TRUE                                  00002677
               SET WS-EOF TO TRUE                                       00002678
               MOVE 'N' TO WS-VALID-SW                                  00002679
               MOVE "M005" TO WS-REASON-CD                              00002680
               MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT   00002681
           END-EVALUATE.                                                00002682
       2400-EXIT.                                                       00002683
           EXIT.                                                        00002684
                                                                        00002685
       2500-WRITE-REJECT.                                               00002686
           MOVE MAINT-TRAN-REC TO MNTREJ-ORIG-TRAN                      00002687
           MOVE WS-REASON-CD TO MNTREJ-REASON-CD                        00002688
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00002689
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00002690
           IF WS-RSN-FOUND                                              00002691
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00002692
           END-IF                                                       00002693
           MOVE WS-REASON-TXT TO MNTREJ-REASON-TXT                      00002694
           WRITE MAINT-REJ-REC                                          00002695
           IF WS-APPLYING-RELEASED                                      00002696
              ADD 1 TO WS-RELEASED-FAILED                               00002697
           ELSE                                                         00002698
              ADD 1 TO WS-TRANS-REJECTED                                00002699
           END-IF                                                       00002700
           MOVE "TRAN REJECT " TO ALOG-ACTION                           00002701
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00002702
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00002703
           IF WS-RSN-FOUND                                              00002704
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00002705
           END-IF                                                       00002706
           MOVE WS-REASON-TXT TO ALOG-DETAIL                            00002707
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00002708
       2500-EXIT.                                                       00002709
           EXIT.                                                        00002710
                                                                        00002720
      *> ***************************************************************00002721
           IF FS-MYFILE NOT = "00"                                      00002950
              DISPLAY "CLOSE FAILED ON MYFILE, STATUS: " FS-MYFILE      00002960
           END-IF                                                       00002970
           CLOSE MYF-TRAN-FILE                                          00002975
           CLOSE MAINT-TRAN-FILE                                        00002980
           CLOSE MAINT-REJ-FILE                                         00002990
           CLOSE MAINT-SUM-FILE                                         00003000
           CLOSE AUDIT-LOG-FILE                                         00003010
           CLOSE DELTA-FILE                                             00003012
           CLOSE CHG-HIST-FILE                                          00003014
           CLOSE DUAL-PEND-FILE.                                        00003016
       9000-EXIT.                                                       00003020
           EXIT.                                                        00003030
                                                                        00003040
           DISPLAY "TRANS READ     : " WS-TRANS-READ                    00003110
           DISPLAY "TRANS REJECTED : " WS-TRANS-REJECTED                00003120
           DISPLAY "TRANS APPLIED  : " WS-TRANS-APPLIED                 00003130
           DISPLAY "TRANS HELD     : " WS-TRANS-HELD                    00003133
           DISPLAY "  ALREADY HELD : " WS-HELD-AGAIN                    00003136
           MOVE WS-TRANS-READ TO MNTSUM-TRANS-READ                      00003140
           MOVE WS-TRANS-REJECTED TO MNTSUM-TRANS-REJECTED              00003150
           MOVE WS-TRANS-APPLIED TO MNTSUM-TRANS-APPLIED                00003160
       COPY AUDITOPN.                                                   00003210
       COPY AUDITWRT.                                                   00003220
       COPY AUDITCHP.                                                   00003221
       COPY RSNLOAD.                                                    00003224
                                                                        00003227
       COPY ABENDPAR.                                                   00003231
