       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONDCMP.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CHAMPION/CHALLENGER COMPARISON REPORT.                   *      00000090
      * READS THE CONDI DECISION HISTORY, WHICH RECORDS ON EVERY *      00000100
      * DECISION WHETHER THE CHAMPION OR THE CHALLENGER RULES    *      00000110
      * AND MODEL MADE IT, AND PRINTS FOR EACH ARM - OVERALL AND *      00000120
      * PER PRODUCT - THE APPROVAL, DECLINE, REFER AND OVERRIDE  *      00000130
      * RATES, THE AVERAGE SCORE AND THE SCORE DISTRIBUTION.     *      00000140
      * BECAUSE THE ARM FOLLOWS THE APPLICATION ID, A LATER      *      00000150
      * OVERRIDE OR A REFERRAL DECIDED ON A LATER NIGHT LANDS ON *      00000160
      * THE SAME ARM, AND THOSE OUTCOMES ARE COUNTED PER ARM TOO *      00000170
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT HIST-FILE                                             00000220
           ASSIGN TO CONDHIST                                           00000230
           ORGANIZATION IS SEQUENTIAL                                   00000240
           FILE STATUS IS FS-HIST-FILE.                                 00000250
           SELECT CMP-RPT-FILE                                          00000260
           ASSIGN TO CHALRPT                                            00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           FILE STATUS IS FS-CMP-RPT-FILE.                              00000290
       DATA DIVISION.                                                   00000300
       FILE SECTION.                                                    00000310
       FD HIST-FILE.                                                    00000320
       01 HIST-RECORD.                                                  00000330
           05 HST-APPL-ID           PIC 9(09).                          00000340
           05 HST-DECISION          PIC X(10).                          00000350
           05 HST-DATE              PIC 9(08).                          00000360
           05 HST-PRODUCT-CD        PIC X(04).                          00000370
           05 HST-SCORE             PIC 9(03).                          00000380
           05 HST-OVERRIDE          PIC X(01).                          00000390
           05 HST-ARM               PIC X(01).                          00000400
           05 FILLER                PIC X(44).                          00000410
                                                                        00000420
       FD CMP-RPT-FILE.                                                 00000430
       01 CMP-RPT-LINE              PIC X(133).                         00000440
                                                                        00000450
       WORKING-STORAGE SECTION.                                         00000460
       01 FS-HIST-FILE PIC XX.                                          00000470
       01 FS-CMP-RPT-FILE PIC XX.                                       00000480
                                                                        00000490
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000500
           88 WS-EOF VALUE 'Y'.                                         00000510
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00000520
           88 WS-FOUND VALUE 'Y'.                                       00000530
                                                                        00000540
      *> ***************************************************************00000550
      *> ONE CELL PER ARM AND PRODUCT.  PRODUCT '*ALL' IS THE ARM'S     00000560
      *> OVERALL LINE.  ARM 'C' IS THE CHAMPION, 'X' THE CHALLENGER     00000570
      *> ***************************************************************00000580
       01 WS-CELL-TABLE.                                                00000590
           05 WS-CELL-ENTRY OCCURS 50 TIMES.                            00000600
               10 TBL-CELL-ARM          PIC X(01).                      00000610
               10 TBL-CELL-PRODUCT      PIC X(04).                      00000620
               10 TBL-CELL-TOTAL        PIC 9(07).                      00000630
               10 TBL-CELL-ELIG         PIC 9(07).                      00000640
               10 TBL-CELL-INELIG       PIC 9(07).                      00000650
               10 TBL-CELL-REFER        PIC 9(07).                      00000660
               10 TBL-CELL-OVERRIDES    PIC 9(07).                      00000670
               10 TBL-CELL-SCORE-SUM    PIC 9(11).                      00000680
               10 TBL-CELL-BAND         PIC 9(07) OCCURS 5 TIMES.       00000690
       01 WS-CELL-COUNT PIC 9(03) VALUE ZEROES.                         00000700
       01 WS-CELL-MAX PIC 9(03) VALUE 50.                               00000710
       01 WS-CELL-SUB PIC 9(03) VALUE ZEROES.                           00000720
       01 WS-CELL-HIT PIC 9(03) VALUE ZEROES.                           00000730
       01 WS-BAND-SUB PIC 9(01) VALUE ZEROES.                           00000740
                                                                        00000750
      *> ***************************************************************00000760
      *> DISTINCT PRODUCTS, FOR THE PER-PRODUCT LINES                   00000770
      *> ***************************************************************00000780
       01 WS-PROD-TABLE.                                                00000790
           05 WS-PROD-CD OCCURS 20 TIMES PIC X(04).                     00000800
       01 WS-PROD-COUNT PIC 9(02) VALUE ZEROES.                         00000810
       01 WS-PROD-MAX PIC 9(02) VALUE 20.                               00000820
       01 WS-PROD-SUB PIC 9(02) VALUE ZEROES.                           00000830
       01 WS-KEY-PRODUCT PIC X(04) VALUE SPACES.                        00000840
                                                                        00000850
      *> ***************************************************************00000860
      *> LATER OUTCOMES PER ARM.  REFERRALS ARE REMEMBERED BY           00000870
      *> APPLICATION ID SO A LATER DECISION ON THE SAME APPLICANT       00000880
      *> (A CLEARED PEND OR AN UNDERWRITER OVERRIDE) IS CREDITED AS     00000890
      *> THE OUTCOME OF THAT REFERRAL.  SUBSCRIPT 1 IS THE CHAMPION,    00000900
      *> 2 THE CHALLENGER                                               00000910
      *> ***************************************************************00000920
       01 WS-REFER-TABLE.                                               00000930
           05 WS-REFER-ID OCCURS 2000 TIMES PIC 9(09).                  00000940
       01 WS-REFER-COUNT PIC 9(04) VALUE ZEROES.                        00000950
       01 WS-REFER-MAX PIC 9(04) VALUE 2000.                            00000960
       01 WS-REFER-SUB PIC 9(04) VALUE ZEROES.                          00000970
       01 WS-OUTCOME-TABLE.                                             00000980
           05 WS-OUTCOME-ENTRY OCCURS 2 TIMES.                          00000990
               10 OUT-OVRD-COUNT        PIC 9(07).                      00001000
               10 OUT-OVRD-TO-ELIG      PIC 9(07).                      00001010
               10 OUT-OVRD-TO-INELIG    PIC 9(07).                      00001020
               10 OUT-RESOLVED          PIC 9(07).                      00001030
               10 OUT-RESOLVED-ELIG     PIC 9(07).                      00001040
               10 OUT-RESOLVED-INELIG   PIC 9(07).                      00001050
       01 WS-ARM-SUB PIC 9(01) VALUE 1.                                 00001060
       01 WS-ARM-CD PIC X(01) VALUE SPACE.                              00001070
                                                                        00001080
       01 WS-ENTRIES-READ PIC 9(09) VALUE ZEROES.                       00001090
       01 WS-APPR-RATE PIC 9(03)V9 VALUE ZEROES.                        00001100
       01 WS-DECL-RATE PIC 9(03)V9 VALUE ZEROES.                        00001110
       01 WS-REFR-RATE PIC 9(03)V9 VALUE ZEROES.                        00001120
       01 WS-OVRD-RATE PIC 9(03)V9 VALUE ZEROES.                        00001130
       01 WS-AVG-SCORE PIC 9(03) VALUE ZEROES.                          00001140
       COPY ABENDCPY.                                                   00001150
       COPY FEEDTRL.                                                    00001160
                                                                        00001170
       01 WS-HDR-LINE-1.                                                00001180
           05 FILLER PIC X(01) VALUE '1'.                               00001190
           05 FILLER PIC X(50)                                          00001200
              VALUE 'CONDCMP - CHAMPION/CHALLENGER COMPARISON'.         00001210
                                                                        00001220
       01 WS-ARM-HDR-LINE.                                              00001230
           05 FILLER PIC X(01) VALUE '0'.                               00001240
           05 FILLER PIC X(05) VALUE 'ARM '.                            00001250
           05 AH-ARM-NAME PIC X(10).                                    00001260
                                                                        00001270
       01 WS-COL-HDR-LINE.                                              00001280
           05 FILLER PIC X(01) VALUE SPACE.                             00001290
           05 FILLER PIC X(09) VALUE 'PRODUCT'.                         00001300
           05 FILLER PIC X(10) VALUE 'DECIDED'.                         00001310
           05 FILLER PIC X(10) VALUE 'APPR PCT'.                        00001320
           05 FILLER PIC X(10) VALUE 'DECL PCT'.                        00001330
           05 FILLER PIC X(10) VALUE 'REFR PCT'.                        00001340
           05 FILLER PIC X(10) VALUE 'OVRD PCT'.                        00001350
           05 FILLER PIC X(10) VALUE 'AVG SCORE'.                       00001360
           05 FILLER PIC X(10) VALUE '   <60'.                          00001370
           05 FILLER PIC X(10) VALUE '   60-69'.                        00001380
           05 FILLER PIC X(10) VALUE '   70-79'.                        00001390
           05 FILLER PIC X(10) VALUE '   80-89'.                        00001400
           05 FILLER PIC X(10) VALUE '   90+'.                          00001410
                                                                        00001420
       01 WS-DTL-LINE.                                                  00001430
           05 FILLER PIC X(01) VALUE SPACE.                             00001440
           05 DTL-PRODUCT PIC X(04).                                    00001450
           05 FILLER PIC X(03) VALUE SPACES.                            00001460
           05 DTL-TOTAL PIC ZZZ,ZZ9.                                    00001470
           05 FILLER PIC X(05) VALUE SPACES.                            00001480
           05 DTL-APPR PIC ZZ9.9.                                       00001490
           05 FILLER PIC X(05) VALUE SPACES.                            00001500
           05 DTL-DECL PIC ZZ9.9.                                       00001510
           05 FILLER PIC X(05) VALUE SPACES.                            00001520
           05 DTL-REFR PIC ZZ9.9.                                       00001530
           05 FILLER PIC X(05) VALUE SPACES.                            00001540
           05 DTL-OVRD PIC ZZ9.9.                                       00001550
           05 FILLER PIC X(07) VALUE SPACES.                            00001560
           05 DTL-SCORE PIC ZZ9.                                        00001570
           05 DTL-BAND-GRP OCCURS 5 TIMES.                              00001580
               10 FILLER PIC X(03) VALUE SPACES.                        00001590
               10 DTL-BAND PIC ZZZ,ZZ9.                                 00001600
                                                                        00001610
       01 WS-OUT-LINE-1.                                                00001620
           05 FILLER PIC X(01) VALUE SPACE.                             00001630
           05 FILLER PIC X(20) VALUE 'LATER OVERRIDES:'.                00001640
           05 OL-OVRD PIC ZZZ,ZZ9.                                      00001650
           05 FILLER PIC X(16) VALUE '   TO ELIGIBLE:'.                 00001660
           05 OL-OVRD-ELIG PIC ZZZ,ZZ9.                                 00001670
           05 FILLER PIC X(18) VALUE '   TO INELIGIBLE:'.               00001680
           05 OL-OVRD-INELIG PIC ZZZ,ZZ9.                               00001690
                                                                        00001700
       01 WS-OUT-LINE-2.                                                00001710
           05 FILLER PIC X(01) VALUE SPACE.                             00001720
           05 FILLER PIC X(20) VALUE 'REFERRALS RESOLVED:'.             00001730
           05 OL-RESOLVED PIC ZZZ,ZZ9.                                  00001740
           05 FILLER PIC X(16) VALUE '   TO ELIGIBLE:'.                 00001750
           05 OL-RES-ELIG PIC ZZZ,ZZ9.                                  00001760
           05 FILLER PIC X(18) VALUE '   TO INELIGIBLE:'.               00001770
           05 OL-RES-INELIG PIC ZZZ,ZZ9.                                00001780
                                                                        00001790
       PROCEDURE DIVISION.                                              00001800
       0000-MAIN.                                                       00001810
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001820
           PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT                    00001830
              UNTIL WS-EOF                                              00001840
           PERFORM 3000-PRINT-COMPARISON THRU 3000-EXIT                 00001850
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001860
           GOBACK.                                                      00001870
                                                                        00001880
       1000-INITIALIZE.                                                 00001890
           MOVE ZEROES TO WS-OUTCOME-TABLE                              00001900
           OPEN INPUT HIST-FILE                                         00001910
           EVALUATE FS-HIST-FILE                                        00001920
             WHEN "00"                                                  00001930
               CONTINUE                                                 00001940
             WHEN "35"                                                  00001950
               MOVE "DECISION HISTORY NOT FOUND" TO WS-ABEND-MESSAGE    00001960
               GO TO 9999-ABEND                                         00001970
             WHEN OTHER                                                 00001980
               MOVE "OPEN FAILED ON HIST-FILE" TO WS-ABEND-MESSAGE      00001990
               GO TO 9999-ABEND                                         00002000
           END-EVALUATE                                                 00002010
           OPEN OUTPUT CMP-RPT-FILE                                     00002020
           IF FS-CMP-RPT-FILE NOT = "00"                                00002030
              MOVE "OPEN FAILED ON CMP-RPT-FILE" TO WS-ABEND-MESSAGE    00002040
              GO TO 9999-ABEND                                          00002050
           END-IF                                                       00002060
           WRITE CMP-RPT-LINE FROM WS-HDR-LINE-1                        00002070
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.                    00002080
       1000-EXIT.                                                       00002090
           EXIT.                                                        00002100
                                                                        00002110
       2000-TALLY-HISTORY.                                              00002120
      *> THE STANDARD FEED TRAILER CLOSES THE DATASET - NOT A           00002130
      *> DECISION.  PROVE IT, AS EVERY READER OF A TRAILED FEED         00002140
      *> DOES                                                           00002150
           IF HIST-RECORD (1:3) = 'TRL'                                 00002160
              MOVE HIST-RECORD (1:43) TO WS-FEED-TRAILER                00002170
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00002180
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00002190
              GO TO 2000-EXIT                                           00002200
           END-IF                                                       00002210
           ADD 1 TO WS-FTC-REC-COUNT                                    00002220
           IF HST-APPL-ID NUMERIC                                       00002230
              ADD HST-APPL-ID TO WS-FTC-AMOUNT-HASH                     00002240
           END-IF                                                       00002250
      *> HISTORY WRITTEN BEFORE THE CHALLENGER EXISTED HAS NO ARM       00002260
      *> AND WAS DECIDED BY THE CHAMPION                                00002270
           IF HST-ARM = 'X'                                             00002280
              MOVE 'X' TO WS-ARM-CD                                     00002290
              MOVE 2 TO WS-ARM-SUB                                      00002300
           ELSE                                                         00002310
              MOVE 'C' TO WS-ARM-CD                                     00002320
              MOVE 1 TO WS-ARM-SUB                                      00002330
           END-IF                                                       00002340
           PERFORM 2100-TALLY-OUTCOME THRU 2100-EXIT                    00002350
           MOVE '*ALL' TO WS-KEY-PRODUCT                                00002360
           PERFORM 2200-FIND-CELL THRU 2200-EXIT                        00002370
           IF WS-FOUND                                                  00002380
              PERFORM 2300-ADD-TO-CELL THRU 2300-EXIT                   00002390
           END-IF                                                       00002400
           PERFORM 2950-NOTE-PRODUCT THRU 2950-EXIT                     00002410
           MOVE HST-PRODUCT-CD TO WS-KEY-PRODUCT                        00002420
           PERFORM 2200-FIND-CELL THRU 2200-EXIT                        00002430
           IF WS-FOUND                                                  00002440
              PERFORM 2300-ADD-TO-CELL THRU 2300-EXIT                   00002450
           END-IF                                                       00002460
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.                    00002470
       2000-EXIT.                                                       00002480
           EXIT.                                                        00002490
                                                                        00002500
      *> ***************************************************************00002510
      *> OVERRIDES AND RESOLVED REFERRALS FOR THE ARM.  A REFERRAL IS   00002520
      *> REMEMBERED; THE NEXT DECISION ON THE SAME APPLICANT THAT IS    00002530
      *> NOT ITSELF A REFER IS ITS OUTCOME                              00002540
      *> ***************************************************************00002550
       2100-TALLY-OUTCOME.                                              00002560
           IF HST-OVERRIDE = 'Y'                                        00002570
              ADD 1 TO OUT-OVRD-COUNT (WS-ARM-SUB)                      00002580
              IF HST-DECISION = 'ELIGIBLE  '                            00002590
                 ADD 1 TO OUT-OVRD-TO-ELIG (WS-ARM-SUB)                 00002600
              ELSE                                                      00002610
                 IF HST-DECISION NOT = 'REFER     '                     00002620
                    ADD 1 TO OUT-OVRD-TO-INELIG (WS-ARM-SUB)            00002630
                 END-IF                                                 00002640
              END-IF                                                    00002650
           END-IF                                                       00002660
           IF HST-APPL-ID NOT NUMERIC                                   00002670
              GO TO 2100-EXIT                                           00002680
           END-IF                                                       00002690
           MOVE 'N' TO WS-FOUND-SW                                      00002700
           PERFORM VARYING WS-REFER-SUB FROM 1 BY 1                     00002710
                    UNTIL WS-REFER-SUB > WS-REFER-COUNT                 00002720
                    OR WS-FOUND                                         00002730
             IF WS-REFER-ID (WS-REFER-SUB) = HST-APPL-ID                00002740
                SET WS-FOUND TO TRUE                                    00002750
             END-IF                                                     00002760
           END-PERFORM                                                  00002770
           IF HST-DECISION = 'REFER     '                               00002780
              IF NOT WS-FOUND                                           00002790
                 IF WS-REFER-COUNT < WS-REFER-MAX                       00002800
                    ADD 1 TO WS-REFER-COUNT                             00002810
                    MOVE HST-APPL-ID TO WS-REFER-ID (WS-REFER-COUNT)    00002820
                 ELSE                                                   00002830
                    DISPLAY "REFERRAL TABLE FULL, APPL NOT TRACKED: "   00002840
                      HST-APPL-ID                                       00002850
                 END-IF                                                 00002860
              END-IF                                                    00002870
              GO TO 2100-EXIT                                           00002880
           END-IF                                                       00002890
           IF WS-FOUND                                                  00002900
      *> RESOLVED - THE ENTRY IS ZEROED SO A LATER RE-DECISION OF       00002910
      *> THE SAME APPLICANT IS NOT COUNTED TWICE                        00002920
              SUBTRACT 1 FROM WS-REFER-SUB                              00002930
              MOVE ZEROES TO WS-REFER-ID (WS-REFER-SUB)                 00002940
              ADD 1 TO OUT-RESOLVED (WS-ARM-SUB)                        00002950
              IF HST-DECISION = 'ELIGIBLE  '                            00002960
                 ADD 1 TO OUT-RESOLVED-ELIG (WS-ARM-SUB)                00002970
              ELSE                                                      00002980
                 ADD 1 TO OUT-RESOLVED-INELIG (WS-ARM-SUB)              00002990
              END-IF                                                    00003000
           END-IF.                                                      00003010
       2100-EXIT.                                                       00003020
           EXIT.                                                        00003030
                                                                        00003040
      *> ***************************************************************00003050
      *> FIND OR ADD THE CELL FOR WS-ARM-CD AND WS-KEY-PRODUCT.         00003060
      *> WS-FOUND IS LEFT OFF WHEN THE TABLE IS FULL                    00003070
      *> ***************************************************************00003080
       2200-FIND-CELL.                                                  00003090
           MOVE 'N' TO WS-FOUND-SW                                      00003100
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1                      00003110
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT                   00003120
                    OR WS-FOUND                                         00003130
             IF TBL-CELL-ARM (WS-CELL-SUB) = WS-ARM-CD                  00003140
                AND TBL-CELL-PRODUCT (WS-CELL-SUB) =                    00003150
                    WS-KEY-PRODUCT                                      00003160
                SET WS-FOUND TO TRUE                                    00003170
                MOVE WS-CELL-SUB TO WS-CELL-HIT                         00003180
             END-IF                                                     00003190
           END-PERFORM                                                  00003200
           IF WS-FOUND                                                  00003210
              GO TO 2200-EXIT                                           00003220
           END-IF                                                       00003230
           IF WS-CELL-COUNT NOT < WS-CELL-MAX                           00003240
              DISPLAY "CELL TABLE FULL, ENTRY DROPPED"                  00003250
              GO TO 2200-EXIT                                           00003260
           END-IF                                                       00003270
           ADD 1 TO WS-CELL-COUNT                                       00003280
           MOVE WS-CELL-COUNT TO WS-CELL-HIT                            00003290
           MOVE ZEROES TO WS-CELL-ENTRY (WS-CELL-HIT)                   00003300
           MOVE WS-ARM-CD TO TBL-CELL-ARM (WS-CELL-HIT)                 00003310
           MOVE WS-KEY-PRODUCT TO                                       00003320
              TBL-CELL-PRODUCT (WS-CELL-HIT)                            00003330
           SET WS-FOUND TO TRUE.                                        00003340
       2200-EXIT.                                                       00003350
           EXIT.                                                        00003360
                                                                        00003370
       2300-ADD-TO-CELL.                                                00003380
           ADD 1 TO TBL-CELL-TOTAL (WS-CELL-HIT)                        00003390
           EVALUATE HST-DECISION                                        00003400
             WHEN 'ELIGIBLE  '                                          00003410
               ADD 1 TO TBL-CELL-ELIG (WS-CELL-HIT)                     00003420
             WHEN 'REFER     '                                          00003430
               ADD 1 TO TBL-CELL-REFER (WS-CELL-HIT)                    00003440
      *> A COUNTEROFFER IS AN ADVERSE ACTION ON THE PRODUCT ASKED       00003443
      *> FOR, SO IT COUNTS WITH THE DECLINES HERE                       00003446
             WHEN OTHER                                                 00003450
               ADD 1 TO TBL-CELL-INELIG (WS-CELL-HIT)                   00003460
           END-EVALUATE                                                 00003470
           IF HST-OVERRIDE = 'Y'                                        00003480
              ADD 1 TO TBL-CELL-OVERRIDES (WS-CELL-HIT)                 00003490
           END-IF                                                       00003500
           IF HST-SCORE NUMERIC                                         00003510
              ADD HST-SCORE TO TBL-CELL-SCORE-SUM (WS-CELL-HIT)         00003520
              EVALUATE TRUE                                             00003530
                WHEN HST-SCORE < 60                                     00003540
                  MOVE 1 TO WS-BAND-SUB                                 00003550
                WHEN HST-SCORE < 70                                     00003560
                  MOVE 2 TO WS-BAND-SUB                                 00003570
                WHEN HST-SCORE < 80                                     00003580
                  MOVE 3 TO WS-BAND-SUB                                 00003590
                WHEN HST-SCORE < 90                                     00003600
                  MOVE 4 TO WS-BAND-SUB                                 00003610
                WHEN OTHER                                              00003620
                  MOVE 5 TO WS-BAND-SUB                                 00003630
              END-EVALUATE                                              00003640
              ADD 1 TO TBL-CELL-BAND (WS-CELL-HIT WS-BAND-SUB)          00003650
           END-IF.                                                      00003660
       2300-EXIT.                                                       00003670
           EXIT.                                                        00003680
                                                                        00003690
       2950-NOTE-PRODUCT.                                               00003700
           MOVE 'N' TO WS-FOUND-SW                                      00003710
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1                      00003720
                    UNTIL WS-PROD-SUB > WS-PROD-COUNT                   00003730
                    OR WS-FOUND                                         00003740
             IF WS-PROD-CD (WS-PROD-SUB) = HST-PRODUCT-CD               00003750
                SET WS-FOUND TO TRUE                                    00003760
             END-IF                                                     00003770
           END-PERFORM                                                  00003780
           IF NOT WS-FOUND                                              00003790
              AND WS-PROD-COUNT < WS-PROD-MAX                           00003800
              ADD 1 TO WS-PROD-COUNT                                    00003810
              MOVE HST-PRODUCT-CD TO WS-PROD-CD (WS-PROD-COUNT)         00003820
           END-IF.                                                      00003830
       2950-EXIT.                                                       00003840
           EXIT.                                                        00003850
                                                                        00003860
       2900-READ-HISTORY.                                               00003870
           READ HIST-FILE                                               00003880
           EVALUATE FS-HIST-FILE                                        00003890
             WHEN "00"                                                  00003900
               ADD 1 TO WS-ENTRIES-READ                                 00003910
             WHEN "10"                                                  00003920
               SET WS-EOF TO TRUE                                       00003930
             WHEN OTHER                                                 00003940
               DISPLAY "READ FAILED, HIST-FILE STATUS: " FS-HIST-FILE   00003950
               SET WS-EOF TO TRUE                                       00003960
           END-EVALUATE.                                                00003970
       2900-EXIT.                                                       00003980
           EXIT.                                                        00003990
                                                                        00004000
      *> ***************************************************************00004010
      *> ONE SECTION PER ARM: THE OVERALL LINE, ONE LINE PER PRODUCT,   00004020
      *> THEN THE LATER OUTCOMES FOR THE ARM                            00004030
      *> ***************************************************************00004040
       3000-PRINT-COMPARISON.                                           00004050
           PERFORM VARYING WS-ARM-SUB FROM 1 BY 1                       00004060
                    UNTIL WS-ARM-SUB > 2                                00004070
             IF WS-ARM-SUB = 1                                          00004080
                MOVE 'C' TO WS-ARM-CD                                   00004090
                MOVE 'CHAMPION' TO AH-ARM-NAME                          00004100
             ELSE                                                       00004110
                MOVE 'X' TO WS-ARM-CD                                   00004120
                MOVE 'CHALLENGER' TO AH-ARM-NAME                        00004130
             END-IF                                                     00004140
             WRITE CMP-RPT-LINE FROM WS-ARM-HDR-LINE                    00004150
             WRITE CMP-RPT-LINE FROM WS-COL-HDR-LINE                    00004160
             MOVE '*ALL' TO WS-KEY-PRODUCT                              00004170
             PERFORM 3050-PRINT-PRODUCT THRU 3050-EXIT                  00004180
             PERFORM VARYING WS-PROD-SUB FROM 1 BY 1                    00004190
                      UNTIL WS-PROD-SUB > WS-PROD-COUNT                 00004200
               MOVE WS-PROD-CD (WS-PROD-SUB) TO WS-KEY-PRODUCT          00004210
               PERFORM 3050-PRINT-PRODUCT THRU 3050-EXIT                00004220
             END-PERFORM                                                00004230
             MOVE OUT-OVRD-COUNT (WS-ARM-SUB) TO OL-OVRD                00004240
             MOVE OUT-OVRD-TO-ELIG (WS-ARM-SUB) TO OL-OVRD-ELIG         00004250
             MOVE OUT-OVRD-TO-INELIG (WS-ARM-SUB) TO OL-OVRD-INELIG     00004260
             WRITE CMP-RPT-LINE FROM WS-OUT-LINE-1                      00004270
             MOVE OUT-RESOLVED (WS-ARM-SUB) TO OL-RESOLVED              00004280
             MOVE OUT-RESOLVED-ELIG (WS-ARM-SUB) TO OL-RES-ELIG         00004290
             MOVE OUT-RESOLVED-INELIG (WS-ARM-SUB) TO OL-RES-INELIG     00004300
             WRITE CMP-RPT-LINE FROM WS-OUT-LINE-2                      00004310
           END-PERFORM.                                                 00004320
       3000-EXIT.                                                       00004330
           EXIT.                                                        00004340
                                                                        00004350
       3050-PRINT-PRODUCT.                                              00004360
           MOVE 'N' TO WS-FOUND-SW                                      00004370
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1                      00004380
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT                   00004390
                    OR WS-FOUND                                         00004400
             IF TBL-CELL-ARM (WS-CELL-SUB) = WS-ARM-CD                  00004410
                AND TBL-CELL-PRODUCT (WS-CELL-SUB) =                    00004420
                    WS-KEY-PRODUCT                                      00004430
                SET WS-FOUND TO TRUE                                    00004440
                MOVE WS-CELL-SUB TO WS-CELL-HIT                         00004450
             END-IF                                                     00004460
           END-PERFORM                                                  00004470
      *> A PRODUCT ONLY ONE ARM SAW HAS NO LINE UNDER THE OTHER         00004480
           IF NOT WS-FOUND                                              00004490
              GO TO 3050-EXIT                                           00004500
           END-IF                                                       00004510
           PERFORM 3100-PRINT-ONE-CELL THRU 3100-EXIT.                  00004520
       3050-EXIT.                                                       00004530
           EXIT.                                                        00004540
                                                                        00004550
       3100-PRINT-ONE-CELL.                                             00004560
           MOVE TBL-CELL-PRODUCT (WS-CELL-HIT) TO DTL-PRODUCT           00004570
           MOVE TBL-CELL-TOTAL (WS-CELL-HIT) TO DTL-TOTAL               00004580
           IF TBL-CELL-TOTAL (WS-CELL-HIT) > 0                          00004590
              COMPUTE WS-APPR-RATE ROUNDED =                            00004600
                 (TBL-CELL-ELIG (WS-CELL-HIT) * 100)                    00004610
                 / TBL-CELL-TOTAL (WS-CELL-HIT)                         00004620
              COMPUTE WS-DECL-RATE ROUNDED =                            00004630
                 (TBL-CELL-INELIG (WS-CELL-HIT) * 100)                  00004640
                 / TBL-CELL-TOTAL (WS-CELL-HIT)                         00004650
              COMPUTE WS-REFR-RATE ROUNDED =                            00004660
                 (TBL-CELL-REFER (WS-CELL-HIT) * 100)                   00004670
                 / TBL-CELL-TOTAL (WS-CELL-HIT)                         00004680
              COMPUTE WS-OVRD-RATE ROUNDED =                            00004690
                 (TBL-CELL-OVERRIDES (WS-CELL-HIT) * 100)               00004700
                 / TBL-CELL-TOTAL (WS-CELL-HIT)                         00004710
              COMPUTE WS-AVG-SCORE ROUNDED =                            00004720
                 TBL-CELL-SCORE-SUM (WS-CELL-HIT)                       00004730
                 / TBL-CELL-TOTAL (WS-CELL-HIT)                         00004740
           ELSE                                                         00004750
              MOVE ZEROES TO WS-APPR-RATE                               00004760
              MOVE ZEROES TO WS-DECL-RATE                               00004770
              MOVE ZEROES TO WS-REFR-RATE                               00004780
              MOVE ZEROES TO WS-OVRD-RATE                               00004790
              MOVE ZEROES TO WS-AVG-SCORE                               00004800
           END-IF                                                       00004810
           MOVE WS-APPR-RATE TO DTL-APPR                                00004820
           MOVE WS-DECL-RATE TO DTL-DECL                                00004830
           MOVE WS-REFR-RATE TO DTL-REFR                                00004840
           MOVE WS-OVRD-RATE TO DTL-OVRD                                00004850
           MOVE WS-AVG-SCORE TO DTL-SCORE                               00004860
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      00004870
                    UNTIL WS-BAND-SUB > 5                               00004880
             MOVE TBL-CELL-BAND (WS-CELL-HIT WS-BAND-SUB) TO            00004890
                DTL-BAND (WS-BAND-SUB)                                  00004900
           END-PERFORM                                                  00004910
           WRITE CMP-RPT-LINE FROM WS-DTL-LINE.                         00004920
       3100-EXIT.                                                       00004930
           EXIT.                                                        00004940
                                                                        00004950
       9000-TERMINATE.                                                  00004960
           DISPLAY "===== CONDCMP RUN SUMMARY ====="                    00004970
           DISPLAY "HISTORY ENTRIES READ: " WS-ENTRIES-READ             00004980
           IF NOT WS-FTC-TRAILER-SEEN                                   00004990
              DISPLAY "*** DECISION HISTORY HAS NO TRAILER"             00005000
              SET WS-FTC-FAILED TO TRUE                                 00005010
           END-IF                                                       00005020
           IF WS-FTC-FAILED                                             00005030
              SET RC-WARNING TO TRUE                                    00005040
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00005050
           END-IF                                                       00005060
           CLOSE HIST-FILE                                              00005070
           CLOSE CMP-RPT-FILE.                                          00005080
       9000-EXIT.                                                       00005090
           EXIT.                                                        00005100
                                                                        00005110
       COPY FEEDTCHK.                                                   00005120
                                                                        00005130
       COPY ABENDPAR.                                                   00005140
