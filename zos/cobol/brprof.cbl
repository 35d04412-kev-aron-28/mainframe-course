       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. BRPROF.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MONTH-END BRANCH PROFITABILITY REPORT.                   *      00000090
      * PRINTS WHAT EACH BRANCH EARNED FROM THE BRANCH           *      00000100
      * ACCUMULATOR BRPROFUP KEEPS: SERVICE CHARGES TAKEN,       *      00000110
      * INTEREST AND PREMIUM INCOME, AND THEIR SUM AS THE        *      00000120
      * BRANCH'S EARNINGS, WITH THE CHARGES IT WAIVED AND THE    *      00000130
      * BACKUP WITHHOLDING IT REMITTED ALONGSIDE.  ONE PAGE FOR  *      00000140
      * THE MONTH AND ONE FOR THE YEAR TO DATE, EACH WITH THE    *      00000150
      * BRANCHES RANKED BY EARNINGS; '????' (WORK WITHOUT A      *      00000160
      * BRANCH) IS SHOWN BUT NOT RANKED.  THEN ROLLS THE MTD     *      00000170
      * BUCKETS (AND THE YTD BUCKETS IN DECEMBER) THE WAY        *      00000180
      * MONTHEND ROLLS THE SHOP ACCUMULATOR; THE NEW GENERATION  *      00000190
      * IS SWAPPED IN BY THE JOB.                                *      00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT BRPROF-IN-FILE                                        00000250
           ASSIGN TO BRPROFI                                            00000260
           ORGANIZATION IS SEQUENTIAL                                   00000270
           FILE STATUS IS FS-BRPROF-IN-FILE.                            00000280
           SELECT BRPROF-OUT-FILE                                       00000290
           ASSIGN TO BRPROFO                                            00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-BRPROF-OUT-FILE.                           00000320
           SELECT PROF-RPT-FILE                                         00000330
           ASSIGN TO PROFRPT                                            00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-PROF-RPT-FILE.                             00000360
       DATA DIVISION.                                                   00000370
       FILE SECTION.                                                    00000380
       FD BRPROF-IN-FILE.                                               00000390
       COPY BRPROFRC.                                                   00000400
                                                                        00000410
       FD BRPROF-OUT-FILE.                                              00000420
       COPY BRPROFRC REPLACING ==BRANCH-PROFIT-RECORD== BY              00000430
                               ==BRPROF-OUT-RECORD==.                   00000440
                                                                        00000450
       FD PROF-RPT-FILE.                                                00000460
       01 PROF-RPT-LINE             PIC X(133).                         00000470
                                                                        00000480
       WORKING-STORAGE SECTION.                                         00000490
       01 FS-BRPROF-IN-FILE PIC XX.                                     00000500
       01 FS-BRPROF-OUT-FILE PIC XX.                                    00000510
       01 FS-PROF-RPT-FILE PIC XX.                                      00000520
                                                                        00000530
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000540
           88 WS-EOF VALUE 'Y'.                                         00000550
       01 WS-YTD-PAGE-SW PIC X(01) VALUE 'N'.                           00000560
           88 WS-YTD-PAGE VALUE 'Y'.                                    00000570
                                                                        00000580
       01 WS-ASOF-DATE PIC 9(08) VALUE ZEROES.                          00000590
       01 WS-ASOF-MM PIC 9(02) VALUE ZEROES.                            00000600
       01 WS-AMT-WORK PIC S9(13)V99 COMP-3 VALUE ZEROES.                00000610
                                                                        00000620
      *> ***************************************************************00000630
      *> THE ACCUMULATOR, ONE ENTRY PER BRANCH, WITH EACH BRANCH'S      00000640
      *> EARNINGS FOR THE MONTH AND THE YEAR IN CENTS                   00000650
      *> ***************************************************************00000660
       01 WS-BRP-TABLE.                                                 00000670
           05 WS-BRP-ENTRY OCCURS 100 TIMES.                            00000680
               10 TBL-BRP-RECORD        PIC X(200).                     00000690
               10 TBL-BRP-MTD-NET       PIC S9(15) COMP-3.              00000700
               10 TBL-BRP-YTD-NET       PIC S9(15) COMP-3.              00000710
       01 WS-BRP-COUNT PIC 9(03) VALUE ZEROES.                          00000720
       01 WS-BRP-MAX PIC 9(03) VALUE 100.                               00000730
       01 WS-BRP-SUB PIC 9(03) VALUE ZEROES.                            00000740
       COPY BRPROFRC REPLACING ==BRANCH-PROFIT-RECORD== BY              00000750
                               ==WS-BRP-WORK==.                         00000760
                                                                        00000770
      *> ***************************************************************00000780
      *> PRINT ORDER: ENTRY NUMBERS SORTED BY EARNINGS, HIGHEST FIRST   00000790
      *> ***************************************************************00000800
       01 WS-ORDER-TABLE.                                               00000810
           05 WS-ORDER-ENTRY OCCURS 100 TIMES PIC 9(03).                00000820
       01 WS-ORDER-SUB PIC 9(03) VALUE ZEROES.                          00000830
       01 WS-ORDER-NEXT PIC 9(03) VALUE ZEROES.                         00000840
       01 WS-ORDER-HOLD PIC 9(03) VALUE ZEROES.                         00000850
       01 WS-NET-A PIC S9(15) COMP-3 VALUE ZEROES.                      00000860
       01 WS-NET-B PIC S9(15) COMP-3 VALUE ZEROES.                      00000870
       01 WS-RANK PIC 9(03) VALUE ZEROES.                               00000880
                                                                        00000890
       01 WS-TOT-CHARGES PIC S9(15) VALUE ZEROES.                       00000900
       01 WS-TOT-WAIVED PIC S9(15) VALUE ZEROES.                        00000910
       01 WS-TOT-INTEREST PIC S9(15) VALUE ZEROES.                      00000920
       01 WS-TOT-PREMIUM PIC S9(15) VALUE ZEROES.                       00000930
       01 WS-TOT-NET PIC S9(15) VALUE ZEROES.                           00000940
       01 WS-TOT-WITHHELD PIC S9(15) VALUE ZEROES.                      00000950
       COPY ABENDCPY.                                                   00000960
                                                                        00000970
       01 WS-HDR-LINE-1.                                                00000980
           05 FILLER PIC X(01) VALUE '1'.                               00000990
           05 FILLER PIC X(42)                                          00001000
              VALUE 'BRPROF - BRANCH PROFITABILITY'.                    00001010
           05 HDR1-PERIOD PIC X(14).                                    00001020
           05 FILLER PIC X(06) VALUE 'AS OF '.                          00001030
           05 HDR1-ASOF PIC 9(08).                                      00001040
                                                                        00001050
       01 WS-HDR-LINE-2.                                                00001060
           05 FILLER PIC X(01) VALUE '0'.                               00001070
           05 FILLER PIC X(06) VALUE 'RANK'.                            00001080
           05 FILLER PIC X(08) VALUE 'BRANCH'.                          00001090
           05 FILLER PIC X(17) VALUE '  CHARGES TAKEN'.                 00001100
           05 FILLER PIC X(17) VALUE '       INTEREST'.                 00001110
           05 FILLER PIC X(17) VALUE '        PREMIUM'.                 00001120
           05 FILLER PIC X(17) VALUE '       EARNINGS'.                 00001130
           05 FILLER PIC X(17) VALUE '        WAIVED'.                  00001140
           05 FILLER PIC X(17) VALUE '       WITHHELD'.                 00001150
                                                                        00001160
       01 WS-DTL-LINE.                                                  00001170
           05 FILLER PIC X(01) VALUE SPACE.                             00001180
           05 DTL-RANK PIC ZZZ.                                         00001190
           05 FILLER PIC X(03) VALUE SPACES.                            00001200
           05 DTL-BRANCH PIC X(04).                                     00001210
           05 FILLER PIC X(02) VALUE SPACES.                            00001220
           05 DTL-CHARGES PIC Z(12)9.99-.                               00001230
           05 FILLER PIC X(01) VALUE SPACE.                             00001240
           05 DTL-INTEREST PIC Z(12)9.99-.                              00001250
           05 FILLER PIC X(01) VALUE SPACE.                             00001260
           05 DTL-PREMIUM PIC Z(12)9.99-.                               00001270
           05 FILLER PIC X(01) VALUE SPACE.                             00001280
           05 DTL-NET PIC Z(12)9.99-.                                   00001290
           05 FILLER PIC X(01) VALUE SPACE.                             00001300
           05 DTL-WAIVED PIC Z(12)9.99-.                                00001310
           05 FILLER PIC X(01) VALUE SPACE.                             00001320
           05 DTL-WITHHELD PIC Z(12)9.99-.                              00001330
                                                                        00001340
       01 WS-NOTE-LINE.                                                 00001350
           05 FILLER PIC X(01) VALUE '0'.                               00001360
           05 NOTE-TEXT PIC X(80).                                      00001370
                                                                        00001380
       PROCEDURE DIVISION.                                              00001390
       0000-MAIN.                                                       00001400
           PERFORM 1000-READ-ACCUM THRU 1000-EXIT                       00001410
           OPEN OUTPUT PROF-RPT-FILE                                    00001420
           IF FS-PROF-RPT-FILE NOT = "00"                               00001430
              MOVE "OPEN FAILED ON PROF-RPT-FILE" TO WS-ABEND-MESSAGE   00001440
              GO TO 9999-ABEND                                          00001450
           END-IF                                                       00001460
           PERFORM 2000-PRINT-PERIOD THRU 2000-EXIT                     00001470
           SET WS-YTD-PAGE TO TRUE                                      00001480
           PERFORM 2000-PRINT-PERIOD THRU 2000-EXIT                     00001490
           CLOSE PROF-RPT-FILE                                          00001500
           PERFORM 3000-ROLL-BUCKETS THRU 3000-EXIT                     00001510
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001520
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00001530
           GOBACK.                                                      00001540
                                                                        00001550
      *> ***************************************************************00001560
      *> LOAD EVERY BRANCH AND WORK OUT ITS EARNINGS.  AN EMPTY         00001570
      *> ACCUMULATOR IS A MONTH WITH NO BRANCH FIGURES, NOT A FAILURE   00001580
      *> ***************************************************************00001590
       1000-READ-ACCUM.                                                 00001600
           OPEN INPUT BRPROF-IN-FILE                                    00001610
           EVALUATE FS-BRPROF-IN-FILE                                   00001617
             WHEN "00"                                                  00001624
               PERFORM UNTIL WS-EOF                                     00001631
                 READ BRPROF-IN-FILE                                    00001638
                   AT END                                               00001645
                     SET WS-EOF TO TRUE                                 00001652
                   NOT AT END                                           00001659
                     PERFORM 1100-TAKE-BRANCH THRU 1100-EXIT            00001666
                 END-READ                                               00001673
               END-PERFORM                                              00001680
               CLOSE BRPROF-IN-FILE                                     00001687
             WHEN "35"                                                  00001694
               CONTINUE                                                 00001701
             WHEN OTHER                                                 00001708
               MOVE "OPEN FAILED ON BRPROF-IN-FILE" TO WS-ABEND-MESSAGE 00001715
               GO TO 9999-ABEND                                         00001722
           END-EVALUATE                                                 00001729
           IF WS-BRP-COUNT = 0                                          00001750
              DISPLAY "BRANCH ACCUMULATOR IS EMPTY"                     00001760
              SET RC-WARNING TO TRUE                                    00001770
           END-IF                                                       00001780
           MOVE WS-ASOF-DATE (5:2) TO WS-ASOF-MM.                       00001790
       1000-EXIT.                                                       00001800
           EXIT.                                                        00001810
                                                                        00001820
       1100-TAKE-BRANCH.                                                00001830
           IF WS-BRP-COUNT NOT < WS-BRP-MAX                             00001840
              MOVE "BRANCH ACCUMULATOR TABLE FULL" TO WS-ABEND-MESSAGE  00001850
              GO TO 9999-ABEND                                          00001860
           END-IF                                                       00001870
           ADD 1 TO WS-BRP-COUNT                                        00001880
           MOVE WS-BRP-COUNT TO WS-BRP-SUB                              00001890
           MOVE BRANCH-PROFIT-RECORD TO TBL-BRP-RECORD (WS-BRP-SUB)     00001900
           COMPUTE TBL-BRP-MTD-NET (WS-BRP-SUB) =                       00001910
              BRP-MTD-CHARGES OF BRANCH-PROFIT-RECORD                   00001920
              + BRP-MTD-INTEREST OF BRANCH-PROFIT-RECORD                00001930
              + BRP-MTD-PREMIUM OF BRANCH-PROFIT-RECORD                 00001940
           COMPUTE TBL-BRP-YTD-NET (WS-BRP-SUB) =                       00001950
              BRP-YTD-CHARGES OF BRANCH-PROFIT-RECORD                   00001960
              + BRP-YTD-INTEREST OF BRANCH-PROFIT-RECORD                00001970
              + BRP-YTD-PREMIUM OF BRANCH-PROFIT-RECORD                 00001980
           IF BRP-ASOF-DATE OF BRANCH-PROFIT-RECORD > WS-ASOF-DATE      00001990
              MOVE BRP-ASOF-DATE OF BRANCH-PROFIT-RECORD TO             00002000
                 WS-ASOF-DATE                                           00002010
           END-IF.                                                      00002020
       1100-EXIT.                                                       00002030
           EXIT.                                                        00002040
                                                                        00002050
      *> ***************************************************************00002060
      *> ONE PAGE: THE MONTH, OR (WS-YTD-PAGE) THE YEAR TO DATE.  THE   00002070
      *> BRANCHES ARE ORDERED BY THAT PERIOD'S EARNINGS AND RANKED;     00002080
      *> THE UNASSIGNED BRANCH FOLLOWS THEM, UNRANKED, THEN THE TOTAL   00002090
      *> ***************************************************************00002100
       2000-PRINT-PERIOD.                                               00002110
           IF WS-YTD-PAGE                                               00002120
              MOVE 'YEAR TO DATE' TO HDR1-PERIOD                        00002130
           ELSE                                                         00002140
              MOVE 'MONTH' TO HDR1-PERIOD                               00002150
           END-IF                                                       00002160
           MOVE WS-ASOF-DATE TO HDR1-ASOF                               00002170
           WRITE PROF-RPT-LINE FROM WS-HDR-LINE-1                       00002180
           WRITE PROF-RPT-LINE FROM WS-HDR-LINE-2                       00002190
           PERFORM 2100-SORT-BRANCHES THRU 2100-EXIT                    00002200
           MOVE ZEROES TO WS-TOT-CHARGES                                00002210
           MOVE ZEROES TO WS-TOT-WAIVED                                 00002220
           MOVE ZEROES TO WS-TOT-INTEREST                               00002230
           MOVE ZEROES TO WS-TOT-PREMIUM                                00002240
           MOVE ZEROES TO WS-TOT-NET                                    00002250
           MOVE ZEROES TO WS-TOT-WITHHELD                               00002260
           MOVE ZEROES TO WS-RANK                                       00002270
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1                     00002280
                    UNTIL WS-ORDER-SUB > WS-BRP-COUNT                   00002290
             MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO WS-BRP-SUB           00002300
             MOVE TBL-BRP-RECORD (WS-BRP-SUB) TO WS-BRP-WORK            00002310
             IF BRP-BRANCH-CD OF WS-BRP-WORK NOT = '????'               00002320
                ADD 1 TO WS-RANK                                        00002330
                MOVE WS-RANK TO DTL-RANK                                00002340
                PERFORM 2200-PRINT-BRANCH THRU 2200-EXIT                00002350
             END-IF                                                     00002360
           END-PERFORM                                                  00002370
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1                     00002380
                    UNTIL WS-ORDER-SUB > WS-BRP-COUNT                   00002390
             MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO WS-BRP-SUB           00002400
             MOVE TBL-BRP-RECORD (WS-BRP-SUB) TO WS-BRP-WORK            00002410
             IF BRP-BRANCH-CD OF WS-BRP-WORK = '????'                   00002420
                MOVE ZEROES TO DTL-RANK                                 00002430
                PERFORM 2200-PRINT-BRANCH THRU 2200-EXIT                00002440
             END-IF                                                     00002450
           END-PERFORM                                                  00002460
                                                                        00002470
           MOVE SPACES TO PROF-RPT-LINE                                 00002480
           WRITE PROF-RPT-LINE                                          00002490
           MOVE ZEROES TO DTL-RANK                                      00002500
           MOVE 'ALL' TO DTL-BRANCH                                     00002510
           COMPUTE WS-AMT-WORK = WS-TOT-CHARGES / 100                   00002520
           MOVE WS-AMT-WORK TO DTL-CHARGES                              00002530
           COMPUTE WS-AMT-WORK = WS-TOT-INTEREST / 100                  00002540
           MOVE WS-AMT-WORK TO DTL-INTEREST                             00002550
           COMPUTE WS-AMT-WORK = WS-TOT-PREMIUM / 100                   00002560
           MOVE WS-AMT-WORK TO DTL-PREMIUM                              00002570
           COMPUTE WS-AMT-WORK = WS-TOT-NET / 100                       00002580
           MOVE WS-AMT-WORK TO DTL-NET                                  00002590
           COMPUTE WS-AMT-WORK = WS-TOT-WAIVED / 100                    00002600
           MOVE WS-AMT-WORK TO DTL-WAIVED                               00002610
           COMPUTE WS-AMT-WORK = WS-TOT-WITHHELD / 100                  00002620
           MOVE WS-AMT-WORK TO DTL-WITHHELD                             00002630
           WRITE PROF-RPT-LINE FROM WS-DTL-LINE                         00002640
           IF WS-BRP-COUNT = 0                                          00002650
              MOVE 'NO BRANCH FIGURES ACCUMULATED THIS PERIOD'          00002660
                 TO NOTE-TEXT                                           00002670
              WRITE PROF-RPT-LINE FROM WS-NOTE-LINE                     00002680
           END-IF                                                       00002690
           MOVE 'EARNINGS ARE CHARGES TAKEN PLUS INTEREST AND PREMIUM'  00002700
              TO NOTE-TEXT                                              00002710
           WRITE PROF-RPT-LINE FROM WS-NOTE-LINE.                       00002720
       2000-EXIT.                                                       00002730
           EXIT.                                                        00002740
                                                                        00002750
      *> ***************************************************************00002760
      *> EXCHANGE SORT OF THE ENTRY NUMBERS, HIGHEST EARNINGS FIRST.    00002770
      *> THERE ARE AT MOST A HUNDRED BRANCHES                           00002780
      *> ***************************************************************00002790
       2100-SORT-BRANCHES.                                              00002800
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1                     00002810
                    UNTIL WS-ORDER-SUB > WS-BRP-COUNT                   00002820
             MOVE WS-ORDER-SUB TO WS-ORDER-ENTRY (WS-ORDER-SUB)         00002830
           END-PERFORM                                                  00002840
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1                     00002850
                    UNTIL WS-ORDER-SUB NOT < WS-BRP-COUNT               00002860
             PERFORM VARYING WS-ORDER-NEXT FROM WS-ORDER-SUB BY 1       00002870
                      UNTIL WS-ORDER-NEXT > WS-BRP-COUNT                00002880
               PERFORM 2110-COMPARE-PAIR THRU 2110-EXIT                 00002890
             END-PERFORM                                                00002900
           END-PERFORM.                                                 00002910
       2100-EXIT.                                                       00002920
           EXIT.                                                        00002930
                                                                        00002940
       2110-COMPARE-PAIR.                                               00002950
           MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO WS-BRP-SUB             00002960
           IF WS-YTD-PAGE                                               00002970
              MOVE TBL-BRP-YTD-NET (WS-BRP-SUB) TO WS-NET-A             00002980
           ELSE                                                         00002990
              MOVE TBL-BRP-MTD-NET (WS-BRP-SUB) TO WS-NET-A             00003000
           END-IF                                                       00003010
           MOVE WS-ORDER-ENTRY (WS-ORDER-NEXT) TO WS-BRP-SUB            00003020
           IF WS-YTD-PAGE                                               00003030
              MOVE TBL-BRP-YTD-NET (WS-BRP-SUB) TO WS-NET-B             00003040
           ELSE                                                         00003050
              MOVE TBL-BRP-MTD-NET (WS-BRP-SUB) TO WS-NET-B             00003060
           END-IF                                                       00003070
           IF WS-NET-B > WS-NET-A                                       00003080
              MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO WS-ORDER-HOLD       00003090
              MOVE WS-ORDER-ENTRY (WS-ORDER-NEXT) TO                    00003100
                 WS-ORDER-ENTRY (WS-ORDER-SUB)                          00003110
              MOVE WS-ORDER-HOLD TO WS-ORDER-ENTRY (WS-ORDER-NEXT)      00003120
           END-IF.                                                      00003130
       2110-EXIT.                                                       00003140
           EXIT.                                                        00003150
                                                                        00003160
      *> ***************************************************************00003170
      *> ONE BRANCH LINE FROM WS-BRP-WORK, INTO THE PAGE TOTALS         00003180
      *> ***************************************************************00003190
       2200-PRINT-BRANCH.                                               00003200
           MOVE BRP-BRANCH-CD OF WS-BRP-WORK TO DTL-BRANCH              00003210
           IF WS-YTD-PAGE                                               00003220
              COMPUTE WS-AMT-WORK = BRP-YTD-CHARGES OF WS-BRP-WORK / 10000003230
              MOVE WS-AMT-WORK TO DTL-CHARGES                           00003240
              ADD BRP-YTD-CHARGES OF WS-BRP-WORK TO WS-TOT-CHARGES      00003250
              COMPUTE WS-AMT-WORK =                                     00003260
                 BRP-YTD-INTEREST OF WS-BRP-WORK / 100                  00003270
              MOVE WS-AMT-WORK TO DTL-INTEREST                          00003280
              ADD BRP-YTD-INTEREST OF WS-BRP-WORK TO WS-TOT-INTEREST    00003290
              COMPUTE WS-AMT-WORK = BRP-YTD-PREMIUM OF WS-BRP-WORK / 10000003300
              MOVE WS-AMT-WORK TO DTL-PREMIUM                           00003310
              ADD BRP-YTD-PREMIUM OF WS-BRP-WORK TO WS-TOT-PREMIUM      00003320
              COMPUTE WS-AMT-WORK = TBL-BRP-YTD-NET (WS-BRP-SUB) / 100  00003330
              MOVE WS-AMT-WORK TO DTL-NET                               00003340
              ADD TBL-BRP-YTD-NET (WS-BRP-SUB) TO WS-TOT-NET            00003350
              COMPUTE WS-AMT-WORK = BRP-YTD-WAIVED OF WS-BRP-WORK / 100 00003360
              MOVE WS-AMT-WORK TO DTL-WAIVED                            00003370
              ADD BRP-YTD-WAIVED OF WS-BRP-WORK TO WS-TOT-WAIVED        00003380
              COMPUTE WS-AMT-WORK =                                     00003390
                 BRP-YTD-WITHHELD OF WS-BRP-WORK / 100                  00003400
              MOVE WS-AMT-WORK TO DTL-WITHHELD                          00003410
              ADD BRP-YTD-WITHHELD OF WS-BRP-WORK TO WS-TOT-WITHHELD    00003420
           ELSE                                                         00003430
              COMPUTE WS-AMT-WORK = BRP-MTD-CHARGES OF WS-BRP-WORK / 10000003440
              MOVE WS-AMT-WORK TO DTL-CHARGES                           00003450
              ADD BRP-MTD-CHARGES OF WS-BRP-WORK TO WS-TOT-CHARGES      00003460
              COMPUTE WS-AMT-WORK =                                     00003470
                 BRP-MTD-INTEREST OF WS-BRP-WORK / 100                  00003480
              MOVE WS-AMT-WORK TO DTL-INTEREST                          00003490
              ADD BRP-MTD-INTEREST OF WS-BRP-WORK TO WS-TOT-INTEREST    00003500
              COMPUTE WS-AMT-WORK = BRP-MTD-PREMIUM OF WS-BRP-WORK / 10000003510
              MOVE WS-AMT-WORK TO DTL-PREMIUM                           00003520
              ADD BRP-MTD-PREMIUM OF WS-BRP-WORK TO WS-TOT-PREMIUM      00003530
              COMPUTE WS-AMT-WORK = TBL-BRP-MTD-NET (WS-BRP-SUB) / 100  00003540
              MOVE WS-AMT-WORK TO DTL-NET                               00003550
              ADD TBL-BRP-MTD-NET (WS-BRP-SUB) TO WS-TOT-NET            00003560
              COMPUTE WS-AMT-WORK = BRP-MTD-WAIVED OF WS-BRP-WORK / 100 00003570
              MOVE WS-AMT-WORK TO DTL-WAIVED                            00003580
              ADD BRP-MTD-WAIVED OF WS-BRP-WORK TO WS-TOT-WAIVED        00003590
              COMPUTE WS-AMT-WORK =                                     00003600
                 BRP-MTD-WITHHELD OF WS-BRP-WORK / 100                  00003610
              MOVE WS-AMT-WORK TO DTL-WITHHELD                          00003620
              ADD BRP-MTD-WITHHELD OF WS-BRP-WORK TO WS-TOT-WITHHELD    00003630
           END-IF                                                       00003640
           WRITE PROF-RPT-LINE FROM WS-DTL-LINE.                        00003650
       2200-EXIT.                                                       00003660
           EXIT.                                                        00003670
                                                                        00003680
      *> ***************************************************************00003690
      *> ROLL THE MTD BUCKETS FOR THE NEW MONTH; DECEMBER ALSO ROLLS    00003700
      *> THE YTD BUCKETS FOR THE NEW YEAR                               00003710
      *> ***************************************************************00003720
       3000-ROLL-BUCKETS.                                               00003730
           OPEN OUTPUT BRPROF-OUT-FILE                                  00003740
           IF FS-BRPROF-OUT-FILE NOT = "00"                             00003750
              MOVE "OPEN FAILED ON BRPROF-OUT-FILE" TO WS-ABEND-MESSAGE 00003760
              GO TO 9999-ABEND                                          00003770
           END-IF                                                       00003780
           PERFORM VARYING WS-BRP-SUB FROM 1 BY 1                       00003790
                    UNTIL WS-BRP-SUB > WS-BRP-COUNT                     00003800
             MOVE TBL-BRP-RECORD (WS-BRP-SUB) TO BRPROF-OUT-RECORD      00003810
             MOVE ZEROES TO BRP-MTD-CHARGES OF BRPROF-OUT-RECORD        00003820
             MOVE ZEROES TO BRP-MTD-WAIVED OF BRPROF-OUT-RECORD         00003830
             MOVE ZEROES TO BRP-MTD-INTEREST OF BRPROF-OUT-RECORD       00003840
             MOVE ZEROES TO BRP-MTD-PREMIUM OF BRPROF-OUT-RECORD        00003850
             MOVE ZEROES TO BRP-MTD-WITHHELD OF BRPROF-OUT-RECORD       00003860
             IF WS-ASOF-MM = 12                                         00003870
                MOVE ZEROES TO BRP-YTD-CHARGES OF BRPROF-OUT-RECORD     00003880
                MOVE ZEROES TO BRP-YTD-WAIVED OF BRPROF-OUT-RECORD      00003890
                MOVE ZEROES TO BRP-YTD-INTEREST OF BRPROF-OUT-RECORD    00003900
                MOVE ZEROES TO BRP-YTD-PREMIUM OF BRPROF-OUT-RECORD     00003910
                MOVE ZEROES TO BRP-YTD-WITHHELD OF BRPROF-OUT-RECORD    00003920
             END-IF                                                     00003930
             WRITE BRPROF-OUT-RECORD                                    00003940
           END-PERFORM                                                  00003950
           CLOSE BRPROF-OUT-FILE.                                       00003960
       3000-EXIT.                                                       00003970
           EXIT.                                                        00003980
                                                                        00003990
       9000-TERMINATE.                                                  00004000
           DISPLAY "===== BRPROF RUN SUMMARY ====="                     00004010
           DISPLAY "MONTH CLOSED AS OF: " WS-ASOF-DATE                  00004020
           DISPLAY "BRANCHES          : " WS-BRP-COUNT.                 00004030
       9000-EXIT.                                                       00004040
           EXIT.                                                        00004050
                                                                        00004060
       COPY ABENDPAR.                                                   00004070
