       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONDPSI.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * SCORE MODEL STABILITY AND CHARACTERISTIC DRIFT MONITOR.  *      00000090
      * READS THE CONDI DECISION HISTORY AND COMPARES ONE        *      00000100
      * PERIOD'S APPLICANT POPULATION (BY DEFAULT LAST CALENDAR  *      00000110
      * MONTH) AGAINST A FROZEN BASELINE PERIOD: THE POPULATION  *      00000120
      * STABILITY INDEX ON THE COMPUTED SCORE, AND THE SAME      *      00000130
      * INDEX PLUS A CHARACTERISTIC ANALYSIS (THE SCORE POINTS   *      00000140
      * THE SHIFT IN EACH CHARACTERISTIC ACCOUNTS FOR) ON AGE    *      00000150
      * BAND, COUNTRY AND PRODUCT.  AN INDEX PAST THE WATCH OR   *      00000160
      * ALERT THRESHOLD IS FLAGGED, AND ANY ALERT ENDS THE RUN   *      00000170
      * WITH THE WARNING CODE.  MODE 'B' ON THE CONTROL CARD     *      00000180
      * FREEZES THE BASELINE INSTEAD: THE CHOSEN PERIOD'S BIN    *      00000190
      * COUNTS ARE WRITTEN TO A NEW BASELINE GENERATION, SO THE  *      00000200
      * BASELINE SURVIVES THE HISTORY'S RE-APPLY-WINDOW TRIM.    *      00000210
      * ********************************************************        00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT HIST-FILE                                             00000260
           ASSIGN TO CONDHIST                                           00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           FILE STATUS IS FS-HIST-FILE.                                 00000290
           SELECT PSI-CTL-FILE                                          00000300
           ASSIGN TO PSICTL                                             00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           FILE STATUS IS FS-PSI-CTL-FILE.                              00000330
           SELECT BASE-FILE                                             00000340
           ASSIGN TO PSIBASE                                            00000350
           ORGANIZATION IS SEQUENTIAL                                   00000360
           FILE STATUS IS FS-BASE-FILE.                                 00000370
           SELECT PSI-RPT-FILE                                          00000380
           ASSIGN TO PSIRPT                                             00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-PSI-RPT-FILE.                              00000410
           SELECT PROC-DATE-FILE                                        00000420
           ASSIGN TO PROCDATE                                           00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000450
       DATA DIVISION.                                                   00000460
       FILE SECTION.                                                    00000470
       FD HIST-FILE.                                                    00000480
       01 HIST-RECORD.                                                  00000490
           05 HST-APPL-ID           PIC 9(09).                          00000500
           05 HST-DECISION          PIC X(10).                          00000510
           05 HST-DATE              PIC 9(08).                          00000520
           05 HST-PRODUCT-CD        PIC X(04).                          00000530
           05 HST-SCORE             PIC 9(03).                          00000540
           05 HST-OVERRIDE          PIC X(01).                          00000550
           05 HST-ARM               PIC X(01).                          00000560
           05 HST-AGE               PIC 9(03).                          00000570
           05 HST-COUNTRY           PIC X(03).                          00000580
           05 FILLER                PIC X(38).                          00000590
                                                                        00000600
      *> ***************************************************************00000610
      *> CONTROL CARD.  MODE 'B' FREEZES A BASELINE FROM THE PERIOD     00000620
      *> GIVEN; MODE 'M' (OR SPACE) MONITORS THE PERIOD GIVEN, OR LAST  00000630
      *> CALENDAR MONTH WHEN THE DATES ARE BLANK.  THRESHOLDS ARE IN    00000640
      *> HUNDREDTHS OF AN INDEX POINT: WATCH DEFAULTS TO 010 (0.10)     00000650
      *> AND ALERT TO 025 (0.25), THE USUAL INDUSTRY READING            00000660
      *> ***************************************************************00000670
       FD PSI-CTL-FILE.                                                 00000680
       01 PSI-CTL-RECORD.                                               00000690
           05 PSC-MODE              PIC X(01).                          00000700
               88 PSC-FREEZE         VALUE 'B'.                         00000710
           05 PSC-FROM-DATE         PIC X(08).                          00000720
           05 PSC-FROM-NUM REDEFINES PSC-FROM-DATE PIC 9(08).           00000730
           05 PSC-TO-DATE           PIC X(08).                          00000740
           05 PSC-TO-NUM REDEFINES PSC-TO-DATE PIC 9(08).               00000750
           05 PSC-WATCH             PIC X(03).                          00000760
           05 PSC-WATCH-NUM REDEFINES PSC-WATCH PIC 9(03).              00000770
           05 PSC-ALERT             PIC X(03).                          00000780
           05 PSC-ALERT-NUM REDEFINES PSC-ALERT PIC 9(03).              00000790
           05 FILLER                PIC X(57).                          00000800
                                                                        00000810
      *> ***************************************************************00000820
      *> FROZEN BASELINE: A TYPE 'H' HEADER WITH THE PERIOD, THEN ONE   00000830
      *> RECORD PER BIN - 'S' SCORE BAND, 'A' AGE BAND, 'C' COUNTRY,    00000840
      *> 'P' PRODUCT - WITH ITS COUNT AND THE SUM OF COMPUTED SCORES    00000850
      *> ***************************************************************00000860
       FD BASE-FILE.                                                    00000870
       01 BASE-RECORD.                                                  00000880
           05 PSB-TYPE              PIC X(01).                          00000890
           05 PSB-KEY               PIC X(04).                          00000900
           05 PSB-COUNT             PIC 9(09).                          00000910
           05 PSB-SCORE-SUM         PIC 9(11).                          00000920
           05 PSB-FROM-DATE         PIC 9(08).                          00000930
           05 PSB-TO-DATE           PIC 9(08).                          00000940
           05 FILLER                PIC X(39).                          00000950
                                                                        00000960
       FD PSI-RPT-FILE.                                                 00000970
       01 PSI-RPT-LINE              PIC X(133).                         00000980
                                                                        00000990
       FD PROC-DATE-FILE.                                               00001000
       COPY PROCDREC.                                                   00001010
                                                                        00001020
       WORKING-STORAGE SECTION.                                         00001030
       01 FS-HIST-FILE PIC XX.                                          00001040
       01 FS-PSI-CTL-FILE PIC XX.                                       00001050
       01 FS-BASE-FILE PIC XX.                                          00001060
       01 FS-PSI-RPT-FILE PIC XX.                                       00001070
       COPY PROCDCPY.                                                   00001080
                                                                        00001090
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001100
           88 WS-EOF VALUE 'Y'.                                         00001110
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001120
           88 WS-FOUND VALUE 'Y'.                                       00001130
       01 WS-MODE-SW PIC X(01) VALUE 'M'.                               00001140
           88 WS-FREEZE-MODE VALUE 'B'.                                 00001150
           88 WS-MONITOR-MODE VALUE 'M'.                                00001160
       01 WS-ALERT-SW PIC X(01) VALUE 'N'.                              00001170
           88 WS-ANY-ALERT VALUE 'Y'.                                   00001180
                                                                        00001190
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001200
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00001210
           05 WS-RUN-YYYY PIC 9(04).                                    00001220
           05 WS-RUN-MM PIC 9(02).                                      00001230
           05 WS-RUN-DD PIC 9(02).                                      00001240
       01 WS-PERIOD-FROM PIC 9(08) VALUE ZEROES.                        00001250
       01 WS-PERIOD-TO PIC 9(08) VALUE ZEROES.                          00001260
       01 WS-BASE-FROM PIC 9(08) VALUE ZEROES.                          00001270
       01 WS-BASE-TO PIC 9(08) VALUE ZEROES.                            00001280
       01 WS-EARLIEST-DATE PIC 9(08) VALUE 99999999.                    00001290
       01 WS-WATCH-LIMIT PIC 9V9(04) VALUE 0.1000.                      00001300
       01 WS-ALERT-LIMIT PIC 9V9(04) VALUE 0.2500.                      00001310
                                                                        00001320
       01 WS-ENTRIES-READ PIC 9(09) VALUE ZEROES.                       00001330
       01 WS-IN-PERIOD PIC 9(09) VALUE ZEROES.                          00001340
       01 WS-OVERRIDES-SKIPPED PIC 9(09) VALUE ZEROES.                  00001350
                                                                        00001360
      *> ***************************************************************00001370
      *> ONE BIN PER CHARACTERISTIC VALUE.  THE SCORE AND AGE BANDS     00001380
      *> ARE SET UP IN ORDER AT INITIALIZATION; COUNTRIES AND           00001390
      *> PRODUCTS ARE ADDED AS THE BASELINE AND HISTORY SHOW THEM       00001400
      *> ***************************************************************00001410
       01 WS-BIN-TABLE.                                                 00001420
           05 WS-BIN-ENTRY OCCURS 100 TIMES.                            00001430
               10 BIN-TYPE              PIC X(01).                      00001440
               10 BIN-KEY               PIC X(04).                      00001450
               10 BIN-BASE              PIC 9(09).                      00001460
               10 BIN-BASE-SSUM         PIC 9(11).                      00001470
               10 BIN-CURR              PIC 9(09).                      00001480
               10 BIN-CURR-SSUM         PIC 9(11).                      00001490
       01 WS-BIN-COUNT PIC 9(03) VALUE ZEROES.                          00001500
       01 WS-BIN-MAX PIC 9(03) VALUE 100.                               00001510
       01 WS-BIN-SUB PIC 9(03) VALUE ZEROES.                            00001520
       01 WS-BIN-HIT PIC 9(03) VALUE ZEROES.                            00001530
       01 WS-KEY-TYPE PIC X(01) VALUE SPACE.                            00001540
       01 WS-KEY-BIN PIC X(04) VALUE SPACES.                            00001550
                                                                        00001560
       01 WS-SCORE-BAND-KEYS.                                           00001570
           05 FILLER PIC X(04) VALUE 'U40 '.                            00001580
           05 FILLER PIC X(04) VALUE '4049'.                            00001590
           05 FILLER PIC X(04) VALUE '5059'.                            00001600
           05 FILLER PIC X(04) VALUE '6069'.                            00001610
           05 FILLER PIC X(04) VALUE '7079'.                            00001620
           05 FILLER PIC X(04) VALUE '8089'.                            00001630
           05 FILLER PIC X(04) VALUE '90UP'.                            00001640
       01 WS-SCORE-BAND-TBL REDEFINES WS-SCORE-BAND-KEYS.               00001650
           05 WS-SCORE-BAND-KEY OCCURS 7 TIMES PIC X(04).               00001660
       01 WS-AGE-BAND-KEYS.                                             00001670
           05 FILLER PIC X(04) VALUE 'U18 '.                            00001680
           05 FILLER PIC X(04) VALUE '1825'.                            00001690
           05 FILLER PIC X(04) VALUE '2640'.                            00001700
           05 FILLER PIC X(04) VALUE '4165'.                            00001710
           05 FILLER PIC X(04) VALUE 'O65 '.                            00001720
       01 WS-AGE-BAND-TBL REDEFINES WS-AGE-BAND-KEYS.                   00001730
           05 WS-AGE-BAND-KEY OCCURS 5 TIMES PIC X(04).                 00001740
       01 WS-BAND-SUB PIC 9(02) VALUE ZEROES.                           00001750
                                                                        00001760
      *> ***************************************************************00001770
      *> THE FOUR CHARACTERISTICS IN REPORT ORDER, WITH THEIR TOTALS    00001780
      *> AND RESULTS                                                    00001790
      *> ***************************************************************00001800
       01 WS-CHAR-NAMES.                                                00001810
           05 FILLER PIC X(21) VALUE 'SCOMPUTED SCORE'.                 00001820
           05 FILLER PIC X(21) VALUE 'AAGE BAND'.                       00001830
           05 FILLER PIC X(21) VALUE 'CCOUNTRY'.                        00001840
           05 FILLER PIC X(21) VALUE 'PPRODUCT'.                        00001850
       01 WS-CHAR-TBL REDEFINES WS-CHAR-NAMES.                          00001860
           05 WS-CHAR-ENTRY OCCURS 4 TIMES.                             00001870
               10 CHR-TYPE              PIC X(01).                      00001880
               10 CHR-NAME              PIC X(20).                      00001890
       01 WS-CHAR-SUB PIC 9(01) VALUE ZEROES.                           00001900
       01 WS-BASE-TOTAL PIC 9(09) VALUE ZEROES.                         00001910
       01 WS-CURR-TOTAL PIC 9(09) VALUE ZEROES.                         00001920
       01 WS-BASE-PCT PIC 9V9(06) VALUE ZEROES.                         00001930
       01 WS-CURR-PCT PIC 9V9(06) VALUE ZEROES.                         00001940
       01 WS-BASE-AVG PIC 9(03)V99 VALUE ZEROES.                        00001950
       01 WS-BIN-INDEX PIC S9(03)V9(06) VALUE ZEROES.                   00001960
       01 WS-BIN-SHIFT PIC S9(03)V99 VALUE ZEROES.                      00001970
       01 WS-CHAR-INDEX PIC S9(03)V9(06) VALUE ZEROES.                  00001980
       01 WS-CHAR-SHIFT PIC S9(03)V99 VALUE ZEROES.                     00001990
       01 WS-STATUS PIC X(06) VALUE SPACES.                             00002000
                                                                        00002010
      *> ***************************************************************00002020
      *> NATURAL LOGARITHM WORK AREAS.  THE ARGUMENT IS HALVED OR       00002030
      *> DOUBLED INTO 0.75 - 1.5, THEN LN(X) = 2 * ATANH((X-1)/(X+1))   00002040
      *> IS SUMMED AS ITS ODD-POWER SERIES AND LN(2) ADDED BACK FOR     00002050
      *> EACH HALVING                                                   00002060
      *> ***************************************************************00002070
       01 WS-LN-X PIC S9(05)V9(10) COMP-3 VALUE ZEROES.                 00002080
       01 WS-LN-RESULT PIC S9(03)V9(10) COMP-3 VALUE ZEROES.            00002090
       01 WS-LN-K PIC S9(03) COMP-3 VALUE ZEROES.                       00002100
       01 WS-LN-Y PIC S9V9(12) COMP-3 VALUE ZEROES.                     00002110
       01 WS-LN-Y2 PIC S9V9(12) COMP-3 VALUE ZEROES.                    00002120
       01 WS-LN-TERM PIC S9V9(12) COMP-3 VALUE ZEROES.                  00002130
       01 WS-LN-SUM PIC S9(03)V9(12) COMP-3 VALUE ZEROES.               00002140
       01 WS-LN-N PIC 9(03) COMP-3 VALUE ZEROES.                        00002150
       01 WS-LN-2 PIC 9V9(10) VALUE 0.6931471806.                       00002160
      *> A BIN EMPTY ON ONE SIDE WOULD MAKE THE LOG INFINITE, SO EACH   00002170
      *> SHARE IS FLOORED AT ONE HUNDREDTH OF A PERCENT                 00002180
       01 WS-PCT-FLOOR PIC 9V9(06) VALUE 0.000100.                      00002190
                                                                        00002200
       COPY ABENDCPY.                                                   00002210
       COPY FEEDTRL.                                                    00002220
                                                                        00002230
       01 WS-HDR-LINE-1.                                                00002240
           05 FILLER PIC X(01) VALUE '1'.                               00002250
           05 FILLER PIC X(50)                                          00002260
              VALUE 'CONDPSI - SCORE MODEL STABILITY AND DRIFT'.        00002270
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002280
           05 HL1-RUN-DATE PIC 9(08).                                   00002290
                                                                        00002300
       01 WS-HDR-LINE-2.                                                00002310
           05 FILLER PIC X(01) VALUE SPACE.                             00002320
           05 FILLER PIC X(17) VALUE 'BASELINE PERIOD '.                00002330
           05 HL2-BASE-FROM PIC 9(08).                                  00002340
           05 FILLER PIC X(04) VALUE ' TO '.                            00002350
           05 HL2-BASE-TO PIC 9(08).                                    00002360
           05 FILLER PIC X(20) VALUE '   CURRENT PERIOD '.              00002370
           05 HL2-CURR-FROM PIC 9(08).                                  00002380
           05 FILLER PIC X(04) VALUE ' TO '.                            00002390
           05 HL2-CURR-TO PIC 9(08).                                    00002400
                                                                        00002410
       01 WS-HDR-LINE-3.                                                00002420
           05 FILLER PIC X(01) VALUE SPACE.                             00002430
           05 FILLER PIC X(17) VALUE 'WATCH AT INDEX '.                 00002440
           05 HL3-WATCH PIC 9.99.                                       00002450
           05 FILLER PIC X(17) VALUE '   ALERT AT '.                    00002460
           05 HL3-ALERT PIC 9.99.                                       00002470
                                                                        00002480
       01 WS-CHAR-HDR-LINE.                                             00002490
           05 FILLER PIC X(01) VALUE '0'.                               00002500
           05 FILLER PIC X(16) VALUE 'CHARACTERISTIC: '.                00002510
           05 CH-NAME PIC X(20).                                        00002520
                                                                        00002530
       01 WS-COL-HDR-LINE.                                              00002540
           05 FILLER PIC X(01) VALUE SPACE.                             00002550
           05 FILLER PIC X(08) VALUE 'BIN'.                             00002560
           05 FILLER PIC X(13) VALUE '   BASE CNT'.                     00002570
           05 FILLER PIC X(10) VALUE ' BASE PCT'.                       00002580
           05 FILLER PIC X(13) VALUE '   CURR CNT'.                     00002590
           05 FILLER PIC X(10) VALUE ' CURR PCT'.                       00002600
           05 FILLER PIC X(10) VALUE ' BASE AVG'.                       00002610
           05 FILLER PIC X(11) VALUE ' PTS SHIFT'.                      00002620
           05 FILLER PIC X(10) VALUE '    INDEX'.                       00002630
                                                                        00002640
       01 WS-DTL-LINE.                                                  00002650
           05 FILLER PIC X(01) VALUE SPACE.                             00002660
           05 DTL-KEY PIC X(04).                                        00002670
           05 FILLER PIC X(04) VALUE SPACES.                            00002680
           05 DTL-BASE-CNT PIC ZZZ,ZZZ,ZZ9.                             00002690
           05 FILLER PIC X(03) VALUE SPACES.                            00002700
           05 DTL-BASE-PCT PIC ZZ9.99.                                  00002710
           05 FILLER PIC X(04) VALUE SPACES.                            00002720
           05 DTL-CURR-CNT PIC ZZZ,ZZZ,ZZ9.                             00002730
           05 FILLER PIC X(03) VALUE SPACES.                            00002740
           05 DTL-CURR-PCT PIC ZZ9.99.                                  00002750
           05 FILLER PIC X(04) VALUE SPACES.                            00002760
           05 DTL-BASE-AVG PIC ZZ9.99.                                  00002770
           05 FILLER PIC X(03) VALUE SPACES.                            00002780
           05 DTL-SHIFT PIC -ZZ9.99.                                    00002790
           05 FILLER PIC X(03) VALUE SPACES.                            00002800
           05 DTL-INDEX PIC Z9.9999.                                    00002810
                                                                        00002820
       01 WS-TOT-LINE.                                                  00002830
           05 FILLER PIC X(01) VALUE SPACE.                             00002840
           05 FILLER PIC X(08) VALUE 'TOTAL'.                           00002850
           05 TOT-BASE-CNT PIC ZZZ,ZZZ,ZZ9.                             00002860
           05 FILLER PIC X(19) VALUE SPACES.                            00002870
           05 TOT-CURR-CNT PIC ZZZ,ZZZ,ZZ9.                             00002880
           05 FILLER PIC X(22) VALUE SPACES.                            00002890
           05 TOT-SHIFT PIC -ZZ9.99.                                    00002900
           05 FILLER PIC X(03) VALUE SPACES.                            00002910
           05 TOT-INDEX PIC Z9.9999.                                    00002920
           05 FILLER PIC X(03) VALUE SPACES.                            00002930
           05 TOT-STATUS PIC X(06).                                     00002940
                                                                        00002950
       01 WS-FRZ-LINE.                                                  00002960
           05 FILLER PIC X(01) VALUE '0'.                               00002970
           05 FILLER PIC X(30) VALUE 'BASELINE FROZEN FOR PERIOD '.     00002980
           05 FRZ-FROM PIC 9(08).                                       00002990
           05 FILLER PIC X(04) VALUE ' TO '.                            00003000
           05 FRZ-TO PIC 9(08).                                         00003010
           05 FILLER PIC X(12) VALUE ' DECISIONS '.                     00003020
           05 FRZ-COUNT PIC ZZZ,ZZZ,ZZ9.                                00003030
                                                                        00003040
       PROCEDURE DIVISION.                                              00003050
       0000-MAIN.                                                       00003060
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003070
           PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT                    00003080
              UNTIL WS-EOF                                              00003090
           IF WS-FREEZE-MODE                                            00003100
              PERFORM 3000-FREEZE-BASELINE THRU 3000-EXIT               00003110
           ELSE                                                         00003120
              PERFORM 4000-PRINT-STABILITY THRU 4000-EXIT               00003130
           END-IF                                                       00003140
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003150
           GOBACK.                                                      00003160
                                                                        00003170
      *> ***************************************************************00003180
      *> RUN DATE, CONTROL CARD, PERIOD AND THRESHOLDS, THEN THE FIXED  00003190
      *> BANDS AND (WHEN MONITORING) THE FROZEN BASELINE                00003200
      *> ***************************************************************00003210
       1000-INITIALIZE.                                                 00003220
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003230
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00003240
           IF WS-PROCESS-DATE > 0                                       00003250
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003260
           END-IF                                                       00003270
           MOVE SPACES TO PSI-CTL-RECORD                                00003280
           OPEN INPUT PSI-CTL-FILE                                      00003290
           EVALUATE FS-PSI-CTL-FILE                                     00003300
             WHEN "00"                                                  00003310
               READ PSI-CTL-FILE                                        00003320
                 AT END                                                 00003330
                   MOVE SPACES TO PSI-CTL-RECORD                        00003340
               END-READ                                                 00003350
               CLOSE PSI-CTL-FILE                                       00003360
             WHEN "35"                                                  00003370
               DISPLAY "NO CONTROL CARD, MONITORING LAST MONTH"         00003380
             WHEN OTHER                                                 00003390
               MOVE "OPEN FAILED ON PSI-CTL-FILE" TO WS-ABEND-MESSAGE   00003400
               GO TO 9999-ABEND                                         00003410
           END-EVALUATE                                                 00003420
           IF PSC-FREEZE                                                00003430
              SET WS-FREEZE-MODE TO TRUE                                00003440
           END-IF                                                       00003450
           IF PSC-WATCH NUMERIC AND PSC-WATCH-NUM > 0                   00003460
              COMPUTE WS-WATCH-LIMIT = PSC-WATCH-NUM / 100              00003470
           END-IF                                                       00003480
           IF PSC-ALERT NUMERIC AND PSC-ALERT-NUM > 0                   00003490
              COMPUTE WS-ALERT-LIMIT = PSC-ALERT-NUM / 100              00003500
           END-IF                                                       00003510
           IF PSC-FROM-DATE NUMERIC AND PSC-TO-DATE NUMERIC             00003520
              AND PSC-FROM-NUM > 0                                      00003530
              AND PSC-TO-NUM NOT < PSC-FROM-NUM                         00003540
              MOVE PSC-FROM-NUM TO WS-PERIOD-FROM                       00003550
              MOVE PSC-TO-NUM TO WS-PERIOD-TO                           00003560
           ELSE                                                         00003570
      *> A BASELINE IS A DELIBERATE CHOICE OF PERIOD - NEVER DEFAULTED  00003580
              IF WS-FREEZE-MODE                                         00003590
                 MOVE "BASELINE FREEZE NEEDS A FROM AND TO DATE" TO     00003600
                    WS-ABEND-MESSAGE                                    00003610
                 GO TO 9999-ABEND                                       00003620
              END-IF                                                    00003630
      *> LAST CALENDAR MONTH: DAY 31 CLOSES ANY MONTH IN A COMPARE      00003640
              IF WS-RUN-MM = 1                                          00003650
                 MOVE 12 TO WS-RUN-MM                                   00003660
                 SUBTRACT 1 FROM WS-RUN-YYYY                            00003670
              ELSE                                                      00003680
                 SUBTRACT 1 FROM WS-RUN-MM                              00003690
              END-IF                                                    00003700
              MOVE 1 TO WS-RUN-DD                                       00003710
              MOVE WS-RUN-DATE TO WS-PERIOD-FROM                        00003720
              MOVE 31 TO WS-RUN-DD                                      00003730
              MOVE WS-RUN-DATE TO WS-PERIOD-TO                          00003740
              IF WS-PROCESS-DATE > 0                                    00003750
                 MOVE WS-PROCESS-DATE TO WS-RUN-DATE                    00003760
              ELSE                                                      00003770
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                  00003780
              END-IF                                                    00003790
           END-IF                                                       00003800
           DISPLAY "PERIOD: " WS-PERIOD-FROM " TO " WS-PERIOD-TO        00003810
                                                                        00003820
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      00003830
                    UNTIL WS-BAND-SUB > 7                               00003840
             MOVE 'S' TO WS-KEY-TYPE                                    00003850
             MOVE WS-SCORE-BAND-KEY (WS-BAND-SUB) TO WS-KEY-BIN         00003860
             PERFORM 2500-FIND-BIN THRU 2500-EXIT                       00003870
           END-PERFORM                                                  00003880
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      00003890
                    UNTIL WS-BAND-SUB > 5                               00003900
             MOVE 'A' TO WS-KEY-TYPE                                    00003910
             MOVE WS-AGE-BAND-KEY (WS-BAND-SUB) TO WS-KEY-BIN           00003920
             PERFORM 2500-FIND-BIN THRU 2500-EXIT                       00003930
           END-PERFORM                                                  00003940
           IF WS-MONITOR-MODE                                           00003950
              PERFORM 1200-LOAD-BASELINE THRU 1200-EXIT                 00003960
           END-IF                                                       00003970
                                                                        00003980
           OPEN INPUT HIST-FILE                                         00003990
           EVALUATE FS-HIST-FILE                                        00004000
             WHEN "00"                                                  00004010
               CONTINUE                                                 00004020
             WHEN "35"                                                  00004030
               MOVE "DECISION HISTORY NOT FOUND" TO WS-ABEND-MESSAGE    00004040
               GO TO 9999-ABEND                                         00004050
             WHEN OTHER                                                 00004060
               MOVE "OPEN FAILED ON HIST-FILE" TO WS-ABEND-MESSAGE      00004070
               GO TO 9999-ABEND                                         00004080
           END-EVALUATE                                                 00004090
           OPEN OUTPUT PSI-RPT-FILE                                     00004100
           IF FS-PSI-RPT-FILE NOT = "00"                                00004110
              MOVE "OPEN FAILED ON PSI-RPT-FILE" TO WS-ABEND-MESSAGE    00004120
              GO TO 9999-ABEND                                          00004130
           END-IF                                                       00004140
           MOVE WS-RUN-DATE TO HL1-RUN-DATE                             00004150
           WRITE PSI-RPT-LINE FROM WS-HDR-LINE-1                        00004160
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.                    00004170
       1000-EXIT.                                                       00004180
           EXIT.                                                        00004190
                                                                        00004200
      *> ***************************************************************00004210
      *> LOAD THE FROZEN BASELINE INTO THE BASE SIDE OF THE BINS        00004220
      *> ***************************************************************00004230
       1200-LOAD-BASELINE.                                              00004240
           OPEN INPUT BASE-FILE                                         00004250
           EVALUATE FS-BASE-FILE                                        00004260
             WHEN "00"                                                  00004270
               CONTINUE                                                 00004280
             WHEN "35"                                                  00004290
               MOVE "NO FROZEN BASELINE - RUN THE BASELINE FREEZE" TO   00004300
                  WS-ABEND-MESSAGE                                      00004310
               GO TO 9999-ABEND                                         00004320
             WHEN OTHER                                                 00004330
               MOVE "OPEN FAILED ON BASE-FILE" TO WS-ABEND-MESSAGE      00004340
               GO TO 9999-ABEND                                         00004350
           END-EVALUATE                                                 00004360
           PERFORM UNTIL FS-BASE-FILE NOT = "00"                        00004370
             READ BASE-FILE                                             00004380
             IF FS-BASE-FILE = "00"                                     00004390
                IF PSB-TYPE = 'H'                                       00004400
                   MOVE PSB-FROM-DATE TO WS-BASE-FROM                   00004410
                   MOVE PSB-TO-DATE TO WS-BASE-TO                       00004420
                ELSE                                                    00004430
                   MOVE PSB-TYPE TO WS-KEY-TYPE                         00004440
                   MOVE PSB-KEY TO WS-KEY-BIN                           00004450
                   PERFORM 2500-FIND-BIN THRU 2500-EXIT                 00004460
                   IF WS-FOUND                                          00004470
                      MOVE PSB-COUNT TO BIN-BASE (WS-BIN-HIT)           00004480
                      MOVE PSB-SCORE-SUM TO BIN-BASE-SSUM (WS-BIN-HIT)  00004490
                   END-IF                                               00004500
                END-IF                                                  00004510
             END-IF                                                     00004520
           END-PERFORM                                                  00004530
           IF FS-BASE-FILE NOT = "10"                                   00004540
              MOVE "READ FAILED ON BASE-FILE" TO WS-ABEND-MESSAGE       00004550
              GO TO 9999-ABEND                                          00004560
           END-IF                                                       00004570
           CLOSE BASE-FILE                                              00004580
           IF WS-BASE-FROM = 0                                          00004590
              MOVE "BASELINE EMPTY - RUN THE BASELINE FREEZE" TO        00004596
                 WS-ABEND-MESSAGE                                       00004602
              GO TO 9999-ABEND                                          00004610
           END-IF.                                                      00004620
       1200-EXIT.                                                       00004630
           EXIT.                                                        00004640
                                                                        00004650
      *> ***************************************************************00004660
      *> TALLY ONE HISTORY ENTRY INSIDE THE PERIOD.  AN OVERRIDE IS A   00004670
      *> SECOND DECISION ON AN APPLICANT ALREADY COUNTED, SO IT IS      00004680
      *> LEFT OUT.  THE SCORE BANDS COUNT ONLY CHAMPION DECISIONS -     00004690
      *> A CHALLENGER SCORE COMES FROM ANOTHER MODEL.  ENTRIES WRITTEN  00004700
      *> BEFORE AGE AND COUNTRY WERE RECORDED ARE LEFT OUT OF THOSE     00004710
      *> TWO CHARACTERISTICS                                            00004720
      *> ***************************************************************00004730
       2000-TALLY-HISTORY.                                              00004740
           IF HIST-RECORD (1:3) = 'TRL'                                 00004750
              MOVE HIST-RECORD (1:43) TO WS-FEED-TRAILER                00004760
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00004770
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004780
              GO TO 2000-EXIT                                           00004790
           END-IF                                                       00004800
           ADD 1 TO WS-FTC-REC-COUNT                                    00004810
           IF HST-APPL-ID NUMERIC                                       00004820
              ADD HST-APPL-ID TO WS-FTC-AMOUNT-HASH                     00004830
           END-IF                                                       00004840
           IF HST-DATE NOT NUMERIC                                      00004850
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004860
              GO TO 2000-EXIT                                           00004870
           END-IF                                                       00004880
           IF HST-DATE < WS-EARLIEST-DATE                               00004890
              MOVE HST-DATE TO WS-EARLIEST-DATE                         00004900
           END-IF                                                       00004910
           IF HST-DATE < WS-PERIOD-FROM                                 00004920
              OR HST-DATE > WS-PERIOD-TO                                00004930
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004940
              GO TO 2000-EXIT                                           00004950
           END-IF                                                       00004960
           IF HST-OVERRIDE = 'Y'                                        00004970
              ADD 1 TO WS-OVERRIDES-SKIPPED                             00004980
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004990
              GO TO 2000-EXIT                                           00005000
           END-IF                                                       00005010
           ADD 1 TO WS-IN-PERIOD                                        00005020
                                                                        00005030
           IF HST-SCORE NUMERIC AND HST-ARM NOT = 'X'                   00005040
              MOVE 'S' TO WS-KEY-TYPE                                   00005050
              EVALUATE TRUE                                             00005060
                WHEN HST-SCORE < 40                                     00005070
                  MOVE 1 TO WS-BAND-SUB                                 00005080
                WHEN HST-SCORE < 50                                     00005090
                  MOVE 2 TO WS-BAND-SUB                                 00005100
                WHEN HST-SCORE < 60                                     00005110
                  MOVE 3 TO WS-BAND-SUB                                 00005120
                WHEN HST-SCORE < 70                                     00005130
                  MOVE 4 TO WS-BAND-SUB                                 00005140
                WHEN HST-SCORE < 80                                     00005150
                  MOVE 5 TO WS-BAND-SUB                                 00005160
                WHEN HST-SCORE < 90                                     00005170
                  MOVE 6 TO WS-BAND-SUB                                 00005180
                WHEN OTHER                                              00005190
                  MOVE 7 TO WS-BAND-SUB                                 00005200
              END-EVALUATE                                              00005210
              MOVE WS-SCORE-BAND-KEY (WS-BAND-SUB) TO WS-KEY-BIN        00005220
              PERFORM 2600-COUNT-BIN THRU 2600-EXIT                     00005230
           END-IF                                                       00005240
           IF HST-AGE NUMERIC                                           00005250
              MOVE 'A' TO WS-KEY-TYPE                                   00005260
              EVALUATE TRUE                                             00005270
                WHEN HST-AGE < 18                                       00005280
                  MOVE 1 TO WS-BAND-SUB                                 00005290
                WHEN HST-AGE < 26                                       00005300
                  MOVE 2 TO WS-BAND-SUB                                 00005310
                WHEN HST-AGE < 41                                       00005320
                  MOVE 3 TO WS-BAND-SUB                                 00005330
                WHEN HST-AGE < 66                                       00005340
                  MOVE 4 TO WS-BAND-SUB                                 00005350
                WHEN OTHER                                              00005360
                  MOVE 5 TO WS-BAND-SUB                                 00005370
              END-EVALUATE                                              00005380
              MOVE WS-AGE-BAND-KEY (WS-BAND-SUB) TO WS-KEY-BIN          00005390
              PERFORM 2600-COUNT-BIN THRU 2600-EXIT                     00005400
           END-IF                                                       00005410
           IF HST-COUNTRY NOT = SPACES                                  00005420
              MOVE 'C' TO WS-KEY-TYPE                                   00005430
              MOVE HST-COUNTRY TO WS-KEY-BIN                            00005440
              PERFORM 2600-COUNT-BIN THRU 2600-EXIT                     00005450
           END-IF                                                       00005460
           MOVE 'P' TO WS-KEY-TYPE                                      00005470
           MOVE HST-PRODUCT-CD TO WS-KEY-BIN                            00005480
           PERFORM 2600-COUNT-BIN THRU 2600-EXIT                        00005490
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.                    00005500
       2000-EXIT.                                                       00005510
           EXIT.                                                        00005520
                                                                        00005530
      *> ***************************************************************00005540
      *> FIND OR ADD THE BIN FOR WS-KEY-TYPE AND WS-KEY-BIN.            00005550
      *> WS-FOUND IS LEFT OFF WHEN THE TABLE IS FULL                    00005560
      *> ***************************************************************00005570
       2500-FIND-BIN.                                                   00005580
           MOVE 'N' TO WS-FOUND-SW                                      00005590
           PERFORM VARYING WS-BIN-SUB FROM 1 BY 1                       00005600
                    UNTIL WS-BIN-SUB > WS-BIN-COUNT                     00005610
                    OR WS-FOUND                                         00005620
             IF BIN-TYPE (WS-BIN-SUB) = WS-KEY-TYPE                     00005630
                AND BIN-KEY (WS-BIN-SUB) = WS-KEY-BIN                   00005640
                SET WS-FOUND TO TRUE                                    00005650
                MOVE WS-BIN-SUB TO WS-BIN-HIT                           00005660
             END-IF                                                     00005670
           END-PERFORM                                                  00005680
           IF WS-FOUND                                                  00005690
              GO TO 2500-EXIT                                           00005700
           END-IF                                                       00005710
           IF WS-BIN-COUNT NOT < WS-BIN-MAX                             00005720
              DISPLAY "BIN TABLE FULL, VALUE DROPPED: "                 00005730
                WS-KEY-TYPE " " WS-KEY-BIN                              00005740
              GO TO 2500-EXIT                                           00005750
           END-IF                                                       00005760
           ADD 1 TO WS-BIN-COUNT                                        00005770
           MOVE WS-BIN-COUNT TO WS-BIN-HIT                              00005780
           MOVE ZEROES TO WS-BIN-ENTRY (WS-BIN-HIT)                     00005790
           MOVE WS-KEY-TYPE TO BIN-TYPE (WS-BIN-HIT)                    00005800
           MOVE WS-KEY-BIN TO BIN-KEY (WS-BIN-HIT)                      00005810
           SET WS-FOUND TO TRUE.                                        00005820
       2500-EXIT.                                                       00005830
           EXIT.                                                        00005840
                                                                        00005850
       2600-COUNT-BIN.                                                  00005860
           PERFORM 2500-FIND-BIN THRU 2500-EXIT                         00005870
           IF NOT WS-FOUND                                              00005880
              GO TO 2600-EXIT                                           00005890
           END-IF                                                       00005900
           ADD 1 TO BIN-CURR (WS-BIN-HIT)                               00005910
           IF HST-SCORE NUMERIC                                         00005920
              ADD HST-SCORE TO BIN-CURR-SSUM (WS-BIN-HIT)               00005930
           END-IF.                                                      00005940
       2600-EXIT.                                                       00005950
           EXIT.                                                        00005960
                                                                        00005970
       2900-READ-HISTORY.                                               00005980
           READ HIST-FILE                                               00005990
           EVALUATE FS-HIST-FILE                                        00006000
             WHEN "00"                                                  00006010
               ADD 1 TO WS-ENTRIES-READ                                 00006020
             WHEN "10"                                                  00006030
               SET WS-EOF TO TRUE                                       00006040
             WHEN OTHER                                                 00006050
               DISPLAY "READ FAILED, HIST-FILE STATUS: " FS-HIST-FILE   00006060
               SET WS-EOF TO TRUE                                       00006070
           END-EVALUATE.                                                00006080
       2900-EXIT.                                                       00006090
           EXIT.                                                        00006100
                                                                        00006110
      *> ***************************************************************00006120
      *> WRITE THE PERIOD'S BIN COUNTS AS THE NEW FROZEN BASELINE       00006130
      *> ***************************************************************00006140
       3000-FREEZE-BASELINE.                                            00006150
           IF WS-IN-PERIOD = 0                                          00006160
              MOVE "NO DECISIONS IN BASELINE PERIOD, NOTHING FROZEN" TO 00006170
                 WS-ABEND-MESSAGE                                       00006180
              GO TO 9999-ABEND                                          00006190
           END-IF                                                       00006200
           OPEN OUTPUT BASE-FILE                                        00006210
           IF FS-BASE-FILE NOT = "00"                                   00006220
              MOVE "OPEN FAILED ON BASE-FILE" TO WS-ABEND-MESSAGE       00006230
              GO TO 9999-ABEND                                          00006240
           END-IF                                                       00006250
           MOVE SPACES TO BASE-RECORD                                   00006260
           MOVE 'H' TO PSB-TYPE                                         00006270
           MOVE WS-IN-PERIOD TO PSB-COUNT                               00006280
           MOVE ZEROES TO PSB-SCORE-SUM                                 00006290
           MOVE WS-PERIOD-FROM TO PSB-FROM-DATE                         00006300
           MOVE WS-PERIOD-TO TO PSB-TO-DATE                             00006310
           WRITE BASE-RECORD                                            00006320
           PERFORM VARYING WS-BIN-SUB FROM 1 BY 1                       00006330
                    UNTIL WS-BIN-SUB > WS-BIN-COUNT                     00006340
             MOVE SPACES TO BASE-RECORD                                 00006350
             MOVE BIN-TYPE (WS-BIN-SUB) TO PSB-TYPE                     00006360
             MOVE BIN-KEY (WS-BIN-SUB) TO PSB-KEY                       00006370
             MOVE BIN-CURR (WS-BIN-SUB) TO PSB-COUNT                    00006380
             MOVE BIN-CURR-SSUM (WS-BIN-SUB) TO PSB-SCORE-SUM           00006390
             MOVE ZEROES TO PSB-FROM-DATE                               00006400
             MOVE ZEROES TO PSB-TO-DATE                                 00006410
             WRITE BASE-RECORD                                          00006420
           END-PERFORM                                                  00006430
           IF FS-BASE-FILE NOT = "00"                                   00006440
              MOVE "WRITE FAILED ON BASE-FILE" TO WS-ABEND-MESSAGE      00006450
              GO TO 9999-ABEND                                          00006460
           END-IF                                                       00006470
           CLOSE BASE-FILE                                              00006480
           MOVE WS-PERIOD-FROM TO FRZ-FROM                              00006490
           MOVE WS-PERIOD-TO TO FRZ-TO                                  00006500
           MOVE WS-IN-PERIOD TO FRZ-COUNT                               00006510
           WRITE PSI-RPT-LINE FROM WS-FRZ-LINE                          00006520
           PERFORM 3100-CHECK-COVERAGE THRU 3100-EXIT.                  00006530
       3000-EXIT.                                                       00006540
           EXIT.                                                        00006550
                                                                        00006560
      *> ***************************************************************00006570
      *> THE HISTORY IS TRIMMED TO THE RE-APPLY WINDOW; A PERIOD THAT   00006580
      *> STARTS BEFORE THE OLDEST ENTRY LEFT WAS ONLY PARTLY SEEN       00006590
      *> ***************************************************************00006600
       3100-CHECK-COVERAGE.                                             00006610
           IF WS-EARLIEST-DATE > WS-PERIOD-FROM                         00006620
              DISPLAY "*** HISTORY STARTS " WS-EARLIEST-DATE            00006630
                ", AFTER THE PERIOD START - PERIOD ONLY PARTLY SEEN"    00006640
              SET RC-WARNING TO TRUE                                    00006650
           END-IF.                                                      00006660
       3100-EXIT.                                                       00006670
           EXIT.                                                        00006680
                                                                        00006690
      *> ***************************************************************00006700
      *> ONE SECTION PER CHARACTERISTIC: EACH BIN'S SHARE OF THE        00006710
      *> BASELINE AND THE CURRENT PERIOD, ITS INDEX CONTRIBUTION        00006720
      *>    (CURR% - BASE%) * LN(CURR% / BASE%)                         00006730
      *> AND ITS SCORE-POINT SHIFT (CURR% - BASE%) * BASELINE AVERAGE   00006740
      *> SCORE OF THE BIN.  THE SECTION TOTAL OF THE FIRST IS THE       00006750
      *> STABILITY INDEX; OF THE SECOND, HOW FAR THE AVERAGE SCORE      00006760
      *> MOVED BECAUSE THE MIX ON THAT CHARACTERISTIC MOVED             00006770
      *> ***************************************************************00006780
       4000-PRINT-STABILITY.                                            00006790
           MOVE WS-BASE-FROM TO HL2-BASE-FROM                           00006800
           MOVE WS-BASE-TO TO HL2-BASE-TO                               00006810
           MOVE WS-PERIOD-FROM TO HL2-CURR-FROM                         00006820
           MOVE WS-PERIOD-TO TO HL2-CURR-TO                             00006830
           WRITE PSI-RPT-LINE FROM WS-HDR-LINE-2                        00006840
           MOVE WS-WATCH-LIMIT TO HL3-WATCH                             00006850
           MOVE WS-ALERT-LIMIT TO HL3-ALERT                             00006860
           WRITE PSI-RPT-LINE FROM WS-HDR-LINE-3                        00006870
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1                      00006880
                    UNTIL WS-CHAR-SUB > 4                               00006890
             PERFORM 4100-PRINT-ONE-CHAR THRU 4100-EXIT                 00006900
           END-PERFORM                                                  00006910
           PERFORM 3100-CHECK-COVERAGE THRU 3100-EXIT.                  00006920
       4000-EXIT.                                                       00006930
           EXIT.                                                        00006940
                                                                        00006950
       4100-PRINT-ONE-CHAR.                                             00006960
           MOVE CHR-NAME (WS-CHAR-SUB) TO CH-NAME                       00006970
           WRITE PSI-RPT-LINE FROM WS-CHAR-HDR-LINE                     00006980
           WRITE PSI-RPT-LINE FROM WS-COL-HDR-LINE                      00006990
           MOVE ZEROES TO WS-BASE-TOTAL                                 00007000
           MOVE ZEROES TO WS-CURR-TOTAL                                 00007010
           MOVE ZEROES TO WS-CHAR-INDEX                                 00007020
           MOVE ZEROES TO WS-CHAR-SHIFT                                 00007030
           PERFORM VARYING WS-BIN-SUB FROM 1 BY 1                       00007040
                    UNTIL WS-BIN-SUB > WS-BIN-COUNT                     00007050
             IF BIN-TYPE (WS-BIN-SUB) = CHR-TYPE (WS-CHAR-SUB)          00007060
                ADD BIN-BASE (WS-BIN-SUB) TO WS-BASE-TOTAL              00007070
                ADD BIN-CURR (WS-BIN-SUB) TO WS-CURR-TOTAL              00007080
             END-IF                                                     00007090
           END-PERFORM                                                  00007100
           IF WS-BASE-TOTAL = 0 OR WS-CURR-TOTAL = 0                    00007110
              MOVE 'NODATA' TO WS-STATUS                                00007120
           ELSE                                                         00007130
              PERFORM VARYING WS-BIN-SUB FROM 1 BY 1                    00007140
                       UNTIL WS-BIN-SUB > WS-BIN-COUNT                  00007150
                IF BIN-TYPE (WS-BIN-SUB) = CHR-TYPE (WS-CHAR-SUB)       00007160
                   PERFORM 4200-PRINT-ONE-BIN THRU 4200-EXIT            00007170
                END-IF                                                  00007180
              END-PERFORM                                               00007190
              EVALUATE TRUE                                             00007200
                WHEN WS-CHAR-INDEX NOT < WS-ALERT-LIMIT                 00007210
                  MOVE 'ALERT' TO WS-STATUS                             00007220
                  SET WS-ANY-ALERT TO TRUE                              00007230
                WHEN WS-CHAR-INDEX NOT < WS-WATCH-LIMIT                 00007240
                  MOVE 'WATCH' TO WS-STATUS                             00007250
                WHEN OTHER                                              00007260
                  MOVE 'STABLE' TO WS-STATUS                            00007270
              END-EVALUATE                                              00007280
           END-IF                                                       00007290
           MOVE WS-BASE-TOTAL TO TOT-BASE-CNT                           00007300
           MOVE WS-CURR-TOTAL TO TOT-CURR-CNT                           00007310
           MOVE WS-CHAR-SHIFT TO TOT-SHIFT                              00007320
           MOVE WS-CHAR-INDEX TO TOT-INDEX                              00007330
           MOVE WS-STATUS TO TOT-STATUS                                 00007340
           WRITE PSI-RPT-LINE FROM WS-TOT-LINE                          00007350
           DISPLAY CHR-NAME (WS-CHAR-SUB) " INDEX " TOT-INDEX           00007360
             " " WS-STATUS.                                             00007370
       4100-EXIT.                                                       00007380
           EXIT.                                                        00007390
                                                                        00007400
       4200-PRINT-ONE-BIN.                                              00007410
           COMPUTE WS-BASE-PCT ROUNDED =                                00007420
              BIN-BASE (WS-BIN-SUB) / WS-BASE-TOTAL                     00007430
           COMPUTE WS-CURR-PCT ROUNDED =                                00007440
              BIN-CURR (WS-BIN-SUB) / WS-CURR-TOTAL                     00007450
           IF BIN-BASE (WS-BIN-SUB) > 0                                 00007460
              COMPUTE WS-BASE-AVG ROUNDED =                             00007470
                 BIN-BASE-SSUM (WS-BIN-SUB) / BIN-BASE (WS-BIN-SUB)     00007480
           ELSE                                                         00007490
              MOVE ZEROES TO WS-BASE-AVG                                00007500
           END-IF                                                       00007510
           COMPUTE WS-BIN-SHIFT ROUNDED =                               00007520
              (WS-CURR-PCT - WS-BASE-PCT) * WS-BASE-AVG                 00007530
           IF WS-BASE-PCT < WS-PCT-FLOOR                                00007540
              MOVE WS-PCT-FLOOR TO WS-BASE-PCT                          00007550
           END-IF                                                       00007560
           IF WS-CURR-PCT < WS-PCT-FLOOR                                00007570
              MOVE WS-PCT-FLOOR TO WS-CURR-PCT                          00007580
           END-IF                                                       00007590
           COMPUTE WS-LN-X = WS-CURR-PCT / WS-BASE-PCT                  00007600
           PERFORM 6500-NATURAL-LOG THRU 6500-EXIT                      00007610
           COMPUTE WS-BIN-INDEX ROUNDED =                               00007620
              (WS-CURR-PCT - WS-BASE-PCT) * WS-LN-RESULT                00007630
           ADD WS-BIN-INDEX TO WS-CHAR-INDEX                            00007640
           ADD WS-BIN-SHIFT TO WS-CHAR-SHIFT                            00007650
           MOVE BIN-KEY (WS-BIN-SUB) TO DTL-KEY                         00007660
           MOVE BIN-BASE (WS-BIN-SUB) TO DTL-BASE-CNT                   00007670
           COMPUTE DTL-BASE-PCT ROUNDED =                               00007680
              BIN-BASE (WS-BIN-SUB) * 100 / WS-BASE-TOTAL               00007690
           MOVE BIN-CURR (WS-BIN-SUB) TO DTL-CURR-CNT                   00007700
           COMPUTE DTL-CURR-PCT ROUNDED =                               00007710
              BIN-CURR (WS-BIN-SUB) * 100 / WS-CURR-TOTAL               00007720
           MOVE WS-BASE-AVG TO DTL-BASE-AVG                             00007730
           MOVE WS-BIN-SHIFT TO DTL-SHIFT                               00007740
           MOVE WS-BIN-INDEX TO DTL-INDEX                               00007750
           WRITE PSI-RPT-LINE FROM WS-DTL-LINE.                         00007760
       4200-EXIT.                                                       00007770
           EXIT.                                                        00007780
                                                                        00007790
      *> ***************************************************************00007800
      *> WS-LN-RESULT = LN(WS-LN-X), WS-LN-X GREATER THAN ZERO          00007810
      *> ***************************************************************00007820
       6500-NATURAL-LOG.                                                00007830
           MOVE ZEROES TO WS-LN-K                                       00007840
           PERFORM UNTIL WS-LN-X NOT > 1.5                              00007850
             COMPUTE WS-LN-X = WS-LN-X / 2                              00007860
             ADD 1 TO WS-LN-K                                           00007870
           END-PERFORM                                                  00007880
           PERFORM UNTIL WS-LN-X NOT < 0.75                             00007890
             COMPUTE WS-LN-X = WS-LN-X * 2                              00007900
             SUBTRACT 1 FROM WS-LN-K                                    00007910
           END-PERFORM                                                  00007920
           COMPUTE WS-LN-Y ROUNDED = (WS-LN-X - 1) / (WS-LN-X + 1)      00007930
           COMPUTE WS-LN-Y2 ROUNDED = WS-LN-Y * WS-LN-Y                 00007940
           MOVE WS-LN-Y TO WS-LN-TERM                                   00007950
           MOVE WS-LN-Y TO WS-LN-SUM                                    00007960
           PERFORM VARYING WS-LN-N FROM 3 BY 2                          00007970
                    UNTIL WS-LN-N > 21                                  00007980
             COMPUTE WS-LN-TERM ROUNDED = WS-LN-TERM * WS-LN-Y2         00007990
             COMPUTE WS-LN-SUM ROUNDED =                                00008000
                WS-LN-SUM + WS-LN-TERM / WS-LN-N                        00008010
           END-PERFORM                                                  00008020
           COMPUTE WS-LN-RESULT ROUNDED =                               00008030
              (2 * WS-LN-SUM) + (WS-LN-K * WS-LN-2).                    00008040
       6500-EXIT.                                                       00008050
           EXIT.                                                        00008060
                                                                        00008070
       9000-TERMINATE.                                                  00008080
           DISPLAY "===== CONDPSI RUN SUMMARY ====="                    00008090
           DISPLAY "HISTORY ENTRIES READ: " WS-ENTRIES-READ             00008100
           DISPLAY "DECISIONS IN PERIOD:  " WS-IN-PERIOD                00008110
           DISPLAY "OVERRIDES LEFT OUT:   " WS-OVERRIDES-SKIPPED        00008120
           IF NOT WS-FTC-TRAILER-SEEN                                   00008130
              DISPLAY "*** DECISION HISTORY HAS NO TRAILER"             00008140
              SET WS-FTC-FAILED TO TRUE                                 00008150
           END-IF                                                       00008160
      *> A DRIFT ALERT, A SHORT HISTORY OR A HISTORY ONLY PARTLY        00008170
      *> COVERING THE PERIOD ALL END WITH THE WARNING CODE SO THE       00008180
      *> RISK TEAM SEES THEM WITHOUT READING THE REPORT                 00008190
           IF WS-ANY-ALERT                                              00008200
              DISPLAY "*** STABILITY ALERT - SEE PSIRPT"                00008210
           END-IF                                                       00008220
           IF WS-FTC-FAILED OR WS-ANY-ALERT                             00008230
              SET RC-WARNING TO TRUE                                    00008240
           END-IF                                                       00008250
           IF RC-WARNING                                                00008260
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00008270
           END-IF                                                       00008280
           CLOSE HIST-FILE                                              00008290
           CLOSE PSI-RPT-FILE.                                          00008300
       9000-EXIT.                                                       00008310
           EXIT.                                                        00008320
                                                                        00008330
       COPY FEEDTCHK.                                                   00008340
       COPY PROCDPAR.                                                   00008350
                                                                        00008360
       COPY ABENDPAR.                                                   00008370
