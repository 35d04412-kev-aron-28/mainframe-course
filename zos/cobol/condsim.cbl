           ASSIGN TO SIMRPT                                             00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-SIM-RPT-FILE.                              00000540
      *> THE NIGHT'S CREDIT BUREAU ANSWERS, SO THE BUREAU BANDS SCORE   00000541
      *> THE WAY THE ENGINE SCORED THEM.  OPTIONAL                      00000542
           SELECT BUREAU-FILE                                           00000543
           ASSIGN TO CONDBURO                                           00000544
           ORGANIZATION IS INDEXED                                      00000545
           ACCESS MODE IS RANDOM                                        00000546
           RECORD KEY IS BRS-APPL-ID                                    00000547
           FILE STATUS IS FS-BUREAU-FILE.                               00000548
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
       FD APPLICANT-FILE.                                               00000570
                                                                        00000970
       FD SIM-RPT-FILE.                                                 00000980
       01 SIM-RPT-LINE              PIC X(133).                         00000990
                                                                        00000992
       FD BUREAU-FILE.                                                  00000994
       COPY BURSREC.                                                    00000996
                                                                        00001000
       WORKING-STORAGE SECTION.                                         00001010
       COPY APPLREC                                                     00001020
       01 FS-PROP-SCORE-FILE PIC XX.                                    00001080
       01 FS-PARM-FILE PIC XX.                                          00001090
       01 FS-SIM-RPT-FILE PIC XX.                                       00001100
       01 FS-BUREAU-FILE PIC XX.                                        00001105
                                                                        00001110
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001120
           88 WS-EOF VALUE 'Y'.                                         00001130
       01 WS-AGE-BEST-POINTS PIC 9(03) VALUE ZEROES.                    00001760
       01 WS-AGE-BAND-FOUND-SW PIC X(01) VALUE 'N'.                     00001770
           88 WS-AGE-BAND-FOUND VALUE 'Y'.                              00001780
       01 WS-BUREAU-USE-SW PIC X(01) VALUE 'N'.                         00001781
           88 WS-BUREAU-IN-USE VALUE 'Y'.                               00001782
       01 WS-BUREAU-HIT-SW PIC X(01) VALUE 'N'.                         00001783
           88 WS-BUREAU-HIT VALUE 'Y'.                                  00001784
       01 WS-BUR-BAND-TABLE.                                            00001785
           05 WS-BUR-BAND OCCURS 5 TIMES.                               00001786
               10 TBL-BB-TYPE PIC X(01).                                00001787
               10 TBL-BB-VALUE PIC 9(03).                               00001788
               10 TBL-BB-FOUND-SW PIC X(01).                            00001789
                   88 TBL-BB-FOUND VALUE 'Y'.                           00001790
               10 TBL-BB-FLOOR PIC 9(03).                               00001791
               10 TBL-BB-POINTS PIC 9(03).                              00001792
       01 WS-BB-SUB PIC 9(01) VALUE ZEROES.                             00001793
       01 WS-BUR-BAND-KEY PIC 9(03) VALUE ZEROES.                       00001794
       01 WS-LIVE-RATE PIC 9(03)V9 VALUE ZEROES.                        00001795
       01 WS-PROP-RATE PIC 9(03)V9 VALUE ZEROES.                        00001800
       01 WS-LIVE-AVG PIC 9(03) VALUE ZEROES.                           00001810
       01 WS-PROP-AVG PIC 9(03) VALUE ZEROES.                           00001820
              MOVE "OPEN FAILED ON SIM-RPT-FILE" TO WS-ABEND-MESSAGE    00002710
              GO TO 9999-ABEND                                          00002720
           END-IF                                                       00002730
           OPEN INPUT BUREAU-FILE                                       00002731
           EVALUATE FS-BUREAU-FILE                                      00002732
             WHEN "00"                                                  00002733
               SET WS-BUREAU-IN-USE TO TRUE                             00002734
             WHEN "35"                                                  00002735
               DISPLAY "NO BUREAU WORK FILE, BUREAU BANDS NOT SCORED"   00002736
             WHEN OTHER                                                 00002737
               MOVE "OPEN FAILED ON BUREAU-FILE" TO WS-ABEND-MESSAGE    00002738
               GO TO 9999-ABEND                                         00002739
           END-EVALUATE                                                 00002740
           WRITE SIM-RPT-LINE FROM WS-HDR-LINE-1                        00002741
           WRITE SIM-RPT-LINE FROM WS-FLIP-HDR-LINE                     00002750
           PERFORM 2900-READ-APPLICANT THRU 2900-EXIT.                  00002760
       1000-EXIT.                                                       00002770
      *> DECIDE ONE APPLICANT ON BOTH SIDES AND TALLY THE IMPACT        00004430
      *> ***************************************************************00004440
       2000-SIMULATE-ONE.                                               00004450
           PERFORM 2050-GET-BUREAU THRU 2050-EXIT                       00004455
           MOVE 1 TO WS-SIDE                                            00004460
           PERFORM 3000-CHECK-ELIGIBILITY THRU 3000-EXIT                00004470
           MOVE WS-ELIG-SW TO WS-LIVE-ELIG-SW                           00004480
                                                                        00005090
      *> ***************************************************************00005100
      *> THE SAME SCORE ARITHMETIC THE ENGINE RUNS: BEST AGE BAND       00005110
      *> AND BEST BUREAU BANDS PLUS MATCHING COUNTRY AND PRODUCT        00005116
      *> ENTRIES, CAPPED AT 100.                                        00005122
      *> AN EMPTY MODEL TRUSTS THE INPUT SCORE                          00005130
      *> ***************************************************************00005140
      *> ***************************************************************00005141
      *> THE APPLICANT'S BUREAU ATTRIBUTES, ON TONIGHT'S ANSWER ONLY.   00005142
      *> THE ENGINE PENDS EVERYONE ELSE, SO THEY ARE SIMULATED ON THE   00005143
      *> MODEL'S OTHER ENTRIES ALONE                                    00005144
      *> ***************************************************************00005145
       2050-GET-BUREAU.                                                 00005146
           MOVE 'N' TO WS-BUREAU-HIT-SW                                 00005147
           IF NOT WS-BUREAU-IN-USE                                      00005148
              GO TO 2050-EXIT                                           00005149
           END-IF                                                       00005150
           MOVE APPL-ID OF WS-APPLICANT-REC TO BRS-APPL-ID              00005151
           READ BUREAU-FILE                                             00005152
           IF FS-BUREAU-FILE NOT = "00"                                 00005153
              OR NOT BRS-ANSWERED                                       00005154
              OR NOT BRS-HIT                                            00005155
              GO TO 2050-EXIT                                           00005156
           END-IF                                                       00005157
           IF BRS-SCORE NOT NUMERIC                                     00005158
              OR BRS-TRADELINES NOT NUMERIC                             00005159
              OR BRS-DELINQUENCIES NOT NUMERIC                          00005160
              OR BRS-INQUIRIES NOT NUMERIC                              00005161
              OR BRS-UTIL-PCT NOT NUMERIC                               00005162
              GO TO 2050-EXIT                                           00005163
           END-IF                                                       00005164
           SET WS-BUREAU-HIT TO TRUE                                    00005165
           MOVE 'B' TO TBL-BB-TYPE (1)                                  00005166
           MOVE BRS-SCORE TO TBL-BB-VALUE (1)                           00005167
           MOVE 'T' TO TBL-BB-TYPE (2)                                  00005168
           MOVE BRS-TRADELINES TO TBL-BB-VALUE (2)                      00005169
           MOVE 'D' TO TBL-BB-TYPE (3)                                  00005170
           MOVE BRS-DELINQUENCIES TO TBL-BB-VALUE (3)                   00005171
           MOVE 'I' TO TBL-BB-TYPE (4)                                  00005172
           MOVE BRS-INQUIRIES TO TBL-BB-VALUE (4)                       00005173
           MOVE 'U' TO TBL-BB-TYPE (5)                                  00005174
           MOVE BRS-UTIL-PCT TO TBL-BB-VALUE (5).                       00005175
       2050-EXIT.                                                       00005176
           EXIT.                                                        00005177
                                                                        00005178
       3500-COMPUTE-SCORE.                                              00005179
           IF WS-SCORE-COUNT (WS-SIDE) = 0                              00005180
              MOVE APPL-SCORE OF WS-APPLICANT-REC TO WS-WORK-SCORE      00005181
              GO TO 3500-EXIT                                           00005182
           END-IF                                                       00005190
           MOVE ZEROES TO WS-WORK-SCORE                                 00005200
           MOVE ZEROES TO WS-AGE-BEST-FLOOR                             00005210
           MOVE ZEROES TO WS-AGE-BEST-POINTS                            00005220
           MOVE 'N' TO WS-AGE-BAND-FOUND-SW                             00005230
           PERFORM VARYING WS-BB-SUB FROM 1 BY 1                        00005231
                    UNTIL WS-BB-SUB > 5                                 00005232
             MOVE 'N' TO TBL-BB-FOUND-SW (WS-BB-SUB)                    00005233
             MOVE ZEROES TO TBL-BB-FLOOR (WS-BB-SUB)                    00005234
             MOVE ZEROES TO TBL-BB-POINTS (WS-BB-SUB)                   00005235
           END-PERFORM                                                  00005236
           PERFORM VARYING WS-SUB FROM 1 BY 1                           00005240
                    UNTIL WS-SUB > WS-SCORE-COUNT (WS-SIDE)             00005250
             EVALUATE TBL-SCOR-ATTR-TYPE (WS-SIDE WS-SUB)               00005260
                    ADD TBL-SCOR-POINTS (WS-SIDE WS-SUB) TO             00005500
                       WS-WORK-SCORE                                    00005510
                 END-IF                                                 00005520
               WHEN 'B'                                                 00005522
               WHEN 'T'                                                 00005524
               WHEN 'D'                                                 00005526
               WHEN 'I'                                                 00005528
               WHEN 'U'                                                 00005530
                 IF WS-BUREAU-HIT                                       00005532
                    AND TBL-SCOR-KEY (WS-SIDE WS-SUB) (1:3) NUMERIC     00005534
                    PERFORM 3550-BUREAU-BAND THRU 3550-EXIT             00005536
                 END-IF                                                 00005538
             END-EVALUATE                                               00005540
           END-PERFORM                                                  00005542
           IF WS-AGE-BAND-FOUND                                         00005544
              ADD WS-AGE-BEST-POINTS TO WS-WORK-SCORE                   00005546
           END-IF                                                       00005548
           IF WS-BUREAU-HIT                                             00005550
              PERFORM VARYING WS-BB-SUB FROM 1 BY 1                     00005552
                       UNTIL WS-BB-SUB > 5                              00005554
                IF TBL-BB-FOUND (WS-BB-SUB)                             00005556
                   ADD TBL-BB-POINTS (WS-BB-SUB) TO WS-WORK-SCORE       00005558
                END-IF                                                  00005560
              END-PERFORM                                               00005562
           END-IF                                                       00005570
           IF WS-WORK-SCORE > 100                                       00005580
              MOVE 100 TO WS-WORK-SCORE                                 00005590
       3500-EXIT.                                                       00005610
           EXIT.                                                        00005620
                                                                        00005630
      *> ***************************************************************00005631
      *> ONE BUREAU BAND ENTRY: HIGHEST FLOOR NOT ABOVE THE VALUE WINS  00005632
      *> ***************************************************************00005633
       3550-BUREAU-BAND.                                                00005634
           MOVE TBL-SCOR-KEY (WS-SIDE WS-SUB) (1:3) TO WS-BUR-BAND-KEY  00005635
           PERFORM VARYING WS-BB-SUB FROM 1 BY 1                        00005636
                    UNTIL WS-BB-SUB > 5                                 00005637
             IF TBL-BB-TYPE (WS-BB-SUB)                                 00005638
                = TBL-SCOR-ATTR-TYPE (WS-SIDE WS-SUB)                   00005639
                AND WS-BUR-BAND-KEY NOT > TBL-BB-VALUE (WS-BB-SUB)      00005640
                AND (NOT TBL-BB-FOUND (WS-BB-SUB)                       00005641
                     OR WS-BUR-BAND-KEY > TBL-BB-FLOOR (WS-BB-SUB))     00005642
                SET TBL-BB-FOUND (WS-BB-SUB) TO TRUE                    00005643
                MOVE WS-BUR-BAND-KEY TO TBL-BB-FLOOR (WS-BB-SUB)        00005644
                MOVE TBL-SCOR-POINTS (WS-SIDE WS-SUB) TO                00005645
                   TBL-BB-POINTS (WS-BB-SUB)                            00005646
             END-IF                                                     00005647
           END-PERFORM.                                                 00005648
       3550-EXIT.                                                       00005649
           EXIT.                                                        00005650
                                                                        00005651
       4000-TALLY-PRODUCT.                                              00005652
           MOVE 'N' TO WS-FOUND-SW                                      00005653
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1                      00005660
                    UNTIL WS-PROD-SUB > WS-PROD-COUNT                   00005670
                    OR WS-FOUND                                         00005680
           DISPLAY "APPLICANTS SIMULATED: " WS-APPLICANTS-READ          00006570
           DISPLAY "DECISIONS FLIPPED   : " WS-FLIP-COUNT               00006580
           CLOSE APPLICANT-FILE                                         00006590
           CLOSE SIM-RPT-FILE                                           00006594
           IF WS-BUREAU-IN-USE                                          00006598
              CLOSE BUREAU-FILE                                         00006602
           END-IF.                                                      00006606
       9000-EXIT.                                                       00006610
           EXIT.                                                        00006620
                                                                        00006630
