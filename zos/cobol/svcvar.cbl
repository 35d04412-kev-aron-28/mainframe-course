       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * SERVICE-CHARGE VARIANCE REPORT.                         *       00000090
      * READS THE UNTRANSFORMED SOURCE (THE MYFTRAN POSTINGS,   *       00000097
      * EACH LAID OVER ITS MYFILE ACCOUNT HEADER JUST AS THE    *       00000104
      * EXTRACT BUILDS ITS RECORD) AND THE NIGHT'S EXTRACT SIDE *       00000111
      * BY SIDE IN POSTING ORDER AND SHOWS WHAT THE             *       00000118
      * SERVICE-CHARGE RECALCULATION ACTUALLY DID TO THE MONEY: *       00000125
      * ORIGINAL AMOUNT, EXTRACTED AMOUNT AND THE DIFFERENCE    *       00000132
      * PER POSTING, WITH THE NIGHT'S TOTAL CHARGE TAKEN.  EACH *       00000139
      * DIFFERENCE IS RE-DERIVED FROM THE SAME PUBLISHED RATES, *       00000146
      * THE RETAINED EXCHANGE RATE AND THE FROZEN/WAIVER RULES  *       00000153
      * THE EXTRACT APPLIED; A RECORD WHOSE DIFFERENCE THOSE    *       00000160
      * RULES DO NOT EXPLAIN IS FLAGGED.  FINANCE SIGNS OFF ON  *       00000167
      * THE CHARGE TOTAL FROM THIS PAGE INSTEAD OF COMPUTING IT *       00000174
      * BY HAND.                                                *       00000181
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
           SELECT MYFILE                                                00000240
           ASSIGN TO MYDD                                               00000250
           ORGANIZATION IS INDEXED                                      00000260
           ACCESS MODE IS RANDOM                                        00000270
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000280
           FILE STATUS IS FS-MYFILE.                                    00000290
           SELECT MYF-TRAN-FILE                                         00000291
           ASSIGN TO MYFTRAN                                            00000292
           ORGANIZATION IS INDEXED                                      00000293
           ACCESS MODE IS SEQUENTIAL                                    00000294
           RECORD KEY IS MTR-KEY                                        00000295
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000296
           SELECT EXTRACT-FILE                                          00000300
           ASSIGN TO MYDDOUT                                            00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           ASSIGN TO SVCTOT                                             00000376
           ORGANIZATION IS SEQUENTIAL                                   00000377
           FILE STATUS IS FS-SVC-TOT-FILE.                              00000378
           SELECT SVC-BRCH-FILE                                         00000380
           ASSIGN TO SVCBRCH                                            00000382
           ORGANIZATION IS SEQUENTIAL                                   00000384
           FILE STATUS IS FS-SVC-BRCH-FILE.                             00000386
           SELECT VAR-RPT-FILE                                          00000388
           ASSIGN TO VARRPT                                             00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-VAR-RPT-FILE.                              00000410
       FILE SECTION.                                                    00000430
       FD MYFILE.                                                       00000440
       COPY MYFREC.                                                     00000450
                                                                        00000452
       FD MYF-TRAN-FILE.                                                00000454
       COPY MYFTRAN.                                                    00000456
                                                                        00000460
       FD EXTRACT-FILE.                                                 00000470
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==EXTRACT-REC==.     00000480
           05 SVT-CHARGE-CENTS      PIC S9(15) SIGN LEADING SEPARATE.   00000502
           05 FILLER                PIC X(16).                          00000503
                                                                        00000504
      *> ***************************************************************00000505
      *> THE SAME NIGHT TOTAL BROKEN OUT BY THE SOURCE ACCOUNT'S        00000506
      *> BRANCH, ONE RECORD PER BRANCH, FOR THE BRANCH PROFITABILITY    00000507
      *> ACCUMULATOR.  '????' IS AN ACCOUNT WITHOUT A BRANCH CODE       00000508
      *> ***************************************************************00000509
       FD SVC-BRCH-FILE.                                                00000510
       01 SVC-BRCH-RECORD.                                              00000511
           05 SVB-DATE              PIC 9(08).                          00000512
           05 SVB-BRANCH-CD         PIC X(04).                          00000513
           05 SVB-CHARGE-CENTS      PIC S9(15) SIGN LEADING SEPARATE.   00000514
           05 FILLER                PIC X(12).                          00000515
                                                                        00000516
       FD RATE-FILE.                                                    00000517
       01 RATE-RECORD.                                                  00000518
           05 RATE-BAND-FLOOR       PIC 9(11)V99.                       00000520
           05 RATE-PCT              PIC 9V999.                          00000530
           05 RATE-EFF-DATE         PIC 9(08).                          00000540
           05 WVR-EFF-FROM          PIC 9(08).                          00000574
           05 WVR-EFF-TO            PIC 9(08).                          00000575
           05 WVR-OFFICER           PIC X(08).                          00000576
                                                                        00000577
       FD VAR-RPT-FILE.                                                 00000578
       01 VAR-RPT-LINE              PIC X(133).                         00000580
                                                                        00000590
       WORKING-STORAGE SECTION.                                         00000600
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-SOURCE-REC==.   00000610
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-EXTRACT-REC==.  00000620
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-HDR-REC==.      00000625
       01 FS-MYFILE PIC XX.                                             00000630
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000635
       01 FS-EXTRACT-FILE PIC XX.                                       00000640
       01 FS-RATE-FILE PIC XX.                                          00000650
       01 FS-WAIVER-FILE PIC XX.                                        00000651
           88 WS-WVR-EOF VALUE 'Y'.                                     00000732
       01 WS-WVR-FOUND-SW PIC X(01) VALUE 'N'.                          00000733
           88 WS-WVR-FOUND VALUE 'Y'.                                   00000734
       01 WS-HDR-ACCT-NO PIC 9(09) VALUE ZEROES.                        00000735
                                                                        00000736
      *> THE TWO SIDES MATCH ON ACCOUNT AND TRANSACTION DATE, THE PART  00000737
      *> OF THE LEDGER KEY THE EXTRACT RECORD STILL CARRIES             00000738
       01 WS-SRC-MATCH-KEY.                                             00000739
           05 WS-SRC-MATCH-ACCT PIC 9(09) VALUE ZEROES.                 00000740
           05 WS-SRC-MATCH-DATE PIC 9(08) VALUE ZEROES.                 00000741
       01 WS-EXT-MATCH-KEY.                                             00000742
           05 WS-EXT-MATCH-ACCT PIC 9(09) VALUE ZEROES.                 00000743
           05 WS-EXT-MATCH-DATE PIC 9(08) VALUE ZEROES.                 00000744
                                                                        00000745
       01 WS-SVC-CHARGE-RATE PIC SV999 COMP-3 VALUE .020.               00000750
       01 WS-APPLIED-RATE PIC SV999 COMP-3 VALUE ZEROES.                00000760
       01 WS-BASE-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.             00000770
       01 WS-TOTAL-CHARGE PIC S9(13)V99 COMP-3 VALUE ZEROES.            00000790
       01 FS-SVC-TOT-FILE PIC XX.                                       00000792
       01 WS-CHARGE-CENTS PIC S9(15) VALUE ZEROES.                      00000794
       01 FS-SVC-BRCH-FILE PIC XX.                                      00000795
                                                                        00000796
       01 WS-SVB-TABLE.                                                 00000797
           05 WS-SVB-ENTRY OCCURS 50 TIMES.                             00000798
               10 TBL-SVB-BRANCH-CD     PIC X(04).                      00000799
               10 TBL-SVB-CHARGE        PIC S9(13)V99 COMP-3.           00000800
       01 WS-SVB-COUNT PIC 9(02) VALUE ZEROES.                          00000801
       01 WS-SVB-MAX PIC 9(02) VALUE 50.                                00000802
       01 WS-SVB-SUB PIC 9(02) VALUE ZEROES.                            00000803
       01 WS-SVB-BRANCH PIC X(04) VALUE SPACES.                         00000804
                                                                        00000805
       01 WS-RATE-TABLE.                                                00000810
           05 WS-RATE-ENTRY OCCURS 50 TIMES.                            00000820
               10 TBL-RATE-BAND-FLOOR   PIC 9(11)V99.                   00000830
       01 WS-HDR-LINE-2.                                                00001020
           05 FILLER PIC X(01) VALUE SPACE.                             00001030
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00001040
           05 FILLER PIC X(10) VALUE 'TRAN DATE'.                       00001045
           05 FILLER PIC X(16) VALUE 'ORIGINAL'.                        00001050
           05 FILLER PIC X(16) VALUE 'EXTRACTED'.                       00001060
           05 FILLER PIC X(16) VALUE 'DIFFERENCE'.                      00001070
           05 FILLER PIC X(01) VALUE SPACE.                             00001110
           05 DTL-ACCT PIC 9(09).                                       00001120
           05 FILLER PIC X(02) VALUE SPACES.                            00001130
           05 DTL-DATE PIC 9(08).                                       00001133
           05 FILLER PIC X(02) VALUE SPACES.                            00001136
           05 DTL-ORIG PIC Z(10)9.99-.                                  00001140
           05 FILLER PIC X(01) VALUE SPACE.                             00001150
           05 DTL-EXT PIC Z(10)9.99-.                                   00001160
             WHEN OTHER                                                 00001460
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00001470
               GO TO 9999-ABEND                                         00001480
           END-EVALUATE                                                 00001481
           OPEN INPUT MYF-TRAN-FILE                                     00001482
           EVALUATE FS-MYF-TRAN-FILE                                    00001483
             WHEN "00"                                                  00001484
               CONTINUE                                                 00001485
             WHEN "35"                                                  00001486
               MOVE "MYFTRAN NOT FOUND" TO WS-ABEND-MESSAGE             00001487
               GO TO 9999-ABEND                                         00001488
             WHEN OTHER                                                 00001489
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00001490
               GO TO 9999-ABEND                                         00001491
           END-EVALUATE                                                 00001492
           OPEN INPUT EXTRACT-FILE                                      00001500
           EVALUATE FS-EXTRACT-FILE                                     00001510
             WHEN "00"                                                  00001520
           END-IF                                                       00001650
           WRITE VAR-RPT-LINE FROM WS-HDR-LINE-1                        00001660
           WRITE VAR-RPT-LINE FROM WS-HDR-LINE-2                        00001670
      *> SLOT 1 IS RESERVED FOR THE UNASSIGNED BRANCH                   00001672
           MOVE 1 TO WS-SVB-COUNT                                       00001674
           MOVE '????' TO TBL-SVB-BRANCH-CD (1)                         00001676
           MOVE ZEROES TO TBL-SVB-CHARGE (1)                            00001678
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT                       00001680
           PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT                     00001681
           PERFORM 2900-READ-SOURCE THRU 2900-EXIT                      00001690
       1350-EXIT.                                                       00002494
           EXIT.                                                        00002495
                                                                        00002496
      *> BOTH FILES ARRIVE IN LEDGER ORDER - ACCOUNT, TRANSACTION DATE, 00002497
      *> THEN SEQUENCE WITHIN THE DAY, WHICH THE EXTRACT KEEPS - SO A   00002498
      *> CLASSIC TWO-FILE MATCH ON ACCOUNT AND DATE WALKS THEM: A       00002499
      *> SOURCE POSTING MISSING FROM THE EXTRACT WAS REJECTED (COUNTED, 00002500
      *> NOT A VARIANCE), AN EXTRACT RECORD MISSING FROM THE SOURCE     00002501
      *> SHOULD NOT EXIST AND IS FLAGGED.  WITHIN ONE ACCOUNT AND DAY   00002502
      *> THE POSTINGS PAIR OFF IN TURN; A ZERO POSTING, OR ONE WHOSE    00002503
      *> EFFECTIVE DATE THE EXTRACT RECORD DOES NOT CARRY, IS ONE THE   00002504
      *> EXTRACT REJECTED AND THE EXTRACT RECORD BELONGS TO A LATER     00002505
      *> POSTING OF THE DAY                                             00002506
      *> ***************************************************************00002507
       2000-MATCH-FILES.                                                00002508
           EVALUATE TRUE                                                00002509
             WHEN WS-SRC-EOF                                            00002510
               PERFORM 2050-NOTE-ORPHAN THRU 2050-EXIT                  00002530
               PERFORM 2950-READ-EXTRACT THRU 2950-EXIT                 00002550
             WHEN WS-EXT-EOF                                            00002560
               ADD 1 TO WS-RECS-REJ-ONLY                                00002570
               PERFORM 2900-READ-SOURCE THRU 2900-EXIT                  00002580
             WHEN WS-SRC-MATCH-KEY < WS-EXT-MATCH-KEY                   00002595
               ADD 1 TO WS-RECS-REJ-ONLY                                00002610
               PERFORM 2900-READ-SOURCE THRU 2900-EXIT                  00002620
             WHEN WS-SRC-MATCH-KEY > WS-EXT-MATCH-KEY                   00002640
               PERFORM 2050-NOTE-ORPHAN THRU 2050-EXIT                  00002660
               PERFORM 2950-READ-EXTRACT THRU 2950-EXIT                 00002680
             WHEN MYFREC-AMOUNT OF WS-SOURCE-REC = ZEROES               00002681
               OR MYFREC-EFF-DATE OF WS-SOURCE-REC                      00002682
                  NOT = MYFREC-EFF-DATE OF WS-EXTRACT-REC               00002683
               ADD 1 TO WS-RECS-REJ-ONLY                                00002684
               PERFORM 2900-READ-SOURCE THRU 2900-EXIT                  00002685
             WHEN OTHER                                                 00002690
               PERFORM 2100-COMPARE-ONE-ACCT THRU 2100-EXIT             00002700
               PERFORM 2900-READ-SOURCE THRU 2900-EXIT                  00002710
           END-EVALUATE.                                                00002730
       2000-EXIT.                                                       00002740
           EXIT.                                                        00002750
                                                                        00002751
       2050-NOTE-ORPHAN.                                                00002752
           ADD 1 TO WS-EXT-ORPHANS                                      00002753
           DISPLAY "EXTRACT POSTING NOT ON SOURCE: "                    00002754
             MYFREC-ACCT-NO OF WS-EXTRACT-REC " "                       00002755
             MYFREC-TRAN-DATE OF WS-EXTRACT-REC.                        00002756
       2050-EXIT.                                                       00002757
           EXIT.                                                        00002758
                                                                        00002760
       2100-COMPARE-ONE-ACCT.                                           00002770
           ADD 1 TO WS-RECS-COMPARED                                    00002900
              WS-BASE-AMOUNT                                            00002938
              - MYFREC-AMOUNT OF WS-EXTRACT-REC                         00002939
           ADD WS-DIFF-AMT TO WS-TOTAL-CHARGE                           00002940
           PERFORM 2150-ADD-BRANCH-CHARGE THRU 2150-EXIT                00002941
                                                                        00002942
           MOVE MYFREC-ACCT-NO OF WS-SOURCE-REC TO DTL-ACCT             00002943
           MOVE MYFREC-TRAN-DATE OF WS-SOURCE-REC TO DTL-DATE           00002944
           MOVE MYFREC-AMOUNT OF WS-SOURCE-REC TO DTL-ORIG              00002945
           MOVE MYFREC-AMOUNT OF WS-EXTRACT-REC TO DTL-EXT              00002946
           MOVE WS-DIFF-AMT TO DTL-DIFF                                 00002950
           IF MYFREC-AMOUNT OF WS-EXTRACT-REC NOT = WS-EXPECTED-AMT     00002960
              MOVE '** UNEXPLAINED' TO DTL-FLAG                         00002970
       2100-EXIT.                                                       00003030
           EXIT.                                                        00003040
                                                                        00003050
      *> ***************************************************************00003051
      *> THE CHARGE TO ITS BRANCH'S SLOT.  A BLANK BRANCH, OR ONE THAT  00003052
      *> FINDS THE TABLE FULL, GOES TO THE '????' SLOT SO THE BRANCH    00003053
      *> FIGURES STILL ADD UP TO THE NIGHT TOTAL                        00003054
      *> ***************************************************************00003055
       2150-ADD-BRANCH-CHARGE.                                          00003056
           IF MYFREC-BRANCH-CD OF WS-SOURCE-REC = SPACES                00003057
              MOVE '????' TO WS-SVB-BRANCH                              00003058
           ELSE                                                         00003059
              MOVE MYFREC-BRANCH-CD OF WS-SOURCE-REC TO WS-SVB-BRANCH   00003060
           END-IF                                                       00003061
           PERFORM 2160-FIND-BRANCH THRU 2160-EXIT                      00003062
           IF WS-SVB-SUB > WS-SVB-COUNT                                 00003063
              IF WS-SVB-COUNT < WS-SVB-MAX                              00003064
                 ADD 1 TO WS-SVB-COUNT                                  00003065
                 MOVE WS-SVB-BRANCH TO TBL-SVB-BRANCH-CD (WS-SVB-COUNT) 00003066
                 MOVE ZEROES TO TBL-SVB-CHARGE (WS-SVB-COUNT)           00003067
              ELSE                                                      00003068
                 MOVE 1 TO WS-SVB-SUB                                   00003069
              END-IF                                                    00003070
           END-IF                                                       00003071
           ADD WS-DIFF-AMT TO TBL-SVB-CHARGE (WS-SVB-SUB).              00003072
       2150-EXIT.                                                       00003073
           EXIT.                                                        00003074
                                                                        00003075
       2160-FIND-BRANCH.                                                00003076
           PERFORM VARYING WS-SVB-SUB FROM 1 BY 1                       00003077
                    UNTIL WS-SVB-SUB > WS-SVB-COUNT                     00003078
                    OR TBL-SVB-BRANCH-CD (WS-SVB-SUB) = WS-SVB-BRANCH   00003079
             CONTINUE                                                   00003080
           END-PERFORM.                                                 00003081
       2160-EXIT.                                                       00003082
           EXIT.                                                        00003083
                                                                        00003084
       2900-READ-SOURCE.                                                00003085
           READ MYF-TRAN-FILE NEXT                                      00003086
           END-READ                                                     00003087
           EVALUATE FS-MYF-TRAN-FILE                                    00003088
             WHEN "00"                                                  00003090
               PERFORM 2910-BUILD-SOURCE-IMAGE THRU 2910-EXIT           00003100
             WHEN "10"                                                  00003110
               SET WS-SRC-EOF TO TRUE                                   00003120
             WHEN OTHER                                                 00003130
               DISPLAY "READ FAILED, MYF-TRAN-FILE STATUS: "            00003131
                 FS-MYF-TRAN-FILE                                       00003132
               SET WS-SRC-EOF TO TRUE                                   00003133
           END-EVALUATE.                                                00003134
       2900-EXIT.                                                       00003135
           EXIT.                                                        00003136
                                                                        00003137
      *> ***************************************************************00003138
      *> THE SOURCE RECORD FOR A POSTING IS BUILT THE WAY THE EXTRACT   00003139
      *> BUILDS ITS OWN: THE ACCOUNT HEADER, READ ONCE PER ACCOUNT FOR  00003140
      *> ITS STATUS AND BRANCH, WITH THE POSTING'S DATES, AMOUNT,       00003141
      *> DESCRIPTION AND CURRENCY LAID OVER IT - SO THE RATE BAND, THE  00003142
      *> WAIVER WINDOW AND THE FROZEN TEST SEE WHAT THE EXTRACT SAW.    00003143
      *> A POSTING WITH NO HEADER WAS REJECTED BY THE EXTRACT AND       00003144
      *> FALLS OUT OF THE MATCH AS SOURCE-ONLY                          00003145
      *> ***************************************************************00003146
       2910-BUILD-SOURCE-IMAGE.                                         00003147
           IF MTR-ACCT-NO NOT = WS-HDR-ACCT-NO                          00003148
              MOVE MTR-ACCT-NO TO WS-HDR-ACCT-NO                        00003149
              MOVE MTR-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS      00003150
              READ MYFILE INTO WS-HDR-REC                               00003151
              END-READ                                                  00003152
              EVALUATE FS-MYFILE                                        00003153
                WHEN "00"                                               00003154
                  CONTINUE                                              00003155
                WHEN "23"                                               00003156
                  MOVE SPACES TO WS-HDR-REC                             00003157
                WHEN OTHER                                              00003158
                  DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE      00003159
                  MOVE SPACES TO WS-HDR-REC                             00003160
              END-EVALUATE                                              00003161
           END-IF                                                       00003162
           MOVE WS-HDR-REC TO WS-SOURCE-REC                             00003163
           MOVE MTR-ACCT-NO TO MYFREC-ACCT-NO OF WS-SOURCE-REC          00003164
           MOVE MTR-TRAN-DATE TO MYFREC-TRAN-DATE OF WS-SOURCE-REC      00003165
           MOVE MTR-EFF-DATE TO MYFREC-EFF-DATE OF WS-SOURCE-REC        00003166
           MOVE MTR-AMOUNT TO MYFREC-AMOUNT OF WS-SOURCE-REC            00003167
           MOVE MTR-DESC TO MYFREC-DESC OF WS-SOURCE-REC                00003168
           MOVE MTR-CURR-CD TO MYFREC-CURR-CD OF WS-SOURCE-REC          00003169
           MOVE MTR-ACCT-NO TO WS-SRC-MATCH-ACCT                        00003170
           MOVE MTR-TRAN-DATE TO WS-SRC-MATCH-DATE.                     00003171
       2910-EXIT.                                                       00003172
           EXIT.                                                        00003173
                                                                        00003190
       2950-READ-EXTRACT.                                               00003200
           READ EXTRACT-FILE INTO WS-EXTRACT-REC                        00003210
           EVALUATE FS-EXTRACT-FILE                                     00003220
             WHEN "00"                                                  00003230
               MOVE MYFREC-ACCT-NO OF WS-EXTRACT-REC                    00003233
                  TO WS-EXT-MATCH-ACCT                                  00003236
               MOVE MYFREC-TRAN-DATE OF WS-EXTRACT-REC                  00003240
                  TO WS-EXT-MATCH-DATE                                  00003245
             WHEN "10"                                                  00003250
               SET WS-EXT-EOF TO TRUE                                   00003260
             WHEN OTHER                                                 00003270
           ELSE                                                         00003373
              DISPLAY "OPEN FAILED ON SVC-TOT-FILE, STATUS: "           00003374
                FS-SVC-TOT-FILE                                         00003375
           END-IF                                                       00003376
      *> AND BY BRANCH.  THE UNASSIGNED SLOT ONLY APPEARS WHEN IT       00003377
      *> CARRIED A CHARGE                                               00003378
           OPEN OUTPUT SVC-BRCH-FILE                                    00003379
           IF FS-SVC-BRCH-FILE = "00"                                   00003380
              PERFORM VARYING WS-SVB-SUB FROM 1 BY 1                    00003381
                       UNTIL WS-SVB-SUB > WS-SVB-COUNT                  00003382
                IF WS-SVB-SUB > 1                                       00003383
                   OR TBL-SVB-CHARGE (WS-SVB-SUB) NOT = 0               00003384
                   PERFORM 8100-WRITE-BRANCH-CHARGE THRU 8100-EXIT      00003385
                END-IF                                                  00003386
              END-PERFORM                                               00003387
              CLOSE SVC-BRCH-FILE                                       00003388
           ELSE                                                         00003389
              DISPLAY "OPEN FAILED ON SVC-BRCH-FILE, STATUS: "          00003390
                FS-SVC-BRCH-FILE                                        00003391
           END-IF.                                                      00003392
       8000-EXIT.                                                       00003393
           EXIT.                                                        00003394
                                                                        00003395
       8100-WRITE-BRANCH-CHARGE.                                        00003396
           MOVE SPACES TO SVC-BRCH-RECORD                               00003397
           MOVE SVT-DATE TO SVB-DATE                                    00003398
           MOVE TBL-SVB-BRANCH-CD (WS-SVB-SUB) TO SVB-BRANCH-CD         00003399
           COMPUTE WS-CHARGE-CENTS = TBL-SVB-CHARGE (WS-SVB-SUB) * 100  00003400
              ON SIZE ERROR                                             00003401
                 MOVE ZEROES TO WS-CHARGE-CENTS                         00003402
           END-COMPUTE                                                  00003403
           MOVE WS-CHARGE-CENTS TO SVB-CHARGE-CENTS                     00003404
           WRITE SVC-BRCH-RECORD.                                       00003405
       8100-EXIT.                                                       00003406
           EXIT.                                                        00003407
                                                                        00003408
       9000-TERMINATE.                                                  00003410
           DISPLAY "===== SVCVAR RUN SUMMARY ====="                     00003420
           DISPLAY "POSTINGS COMPARED  : " WS-RECS-COMPARED             00003430
           DISPLAY "SOURCE-ONLY (REJ)  : " WS-RECS-REJ-ONLY             00003440
           DISPLAY "EXTRACT ORPHANS    : " WS-EXT-ORPHANS               00003450
           DISPLAY "UNEXPLAINED FLAGS  : " WS-RECS-FLAGGED              00003460
           DISPLAY "TOTAL CHARGE TAKEN : " WS-TOTAL-CHARGE              00003470
           CLOSE MYFILE                                                 00003480
           CLOSE MYF-TRAN-FILE                                          00003485
           CLOSE EXTRACT-FILE                                           00003490
           CLOSE VAR-RPT-FILE.                                          00003500
       9000-EXIT.                                                       00003510
